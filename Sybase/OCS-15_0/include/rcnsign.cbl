      ************************************************************
      * RCNSIGN.CBL
      *    One definition's month-end certification package as
      *    recorded on the keyed RCNSIGN sign-off file - the
      *    figures the package was prepared with, when it was
      *    prepared, and the reviewing supervisor's approval.
      *    RCNCERT records the package as prepared (state P) and,
      *    run again under a SIGNOFF card, approves it (state A)
      *    provided the figures still stand as prepared.  An
      *    approved row is never rewritten - it is the record
      *    internal audit asks for.  COPYed into RCNCERT only.
      ************************************************************
        05 RCN-SIGN-KEY.
      *    The certified month, YYYYMM, ahead of the definition, so
      *    a month's packages read together in key order.
           10 RCN-SIGN-PERIOD        PIC 9(06).
           10 RCN-SIGN-DEF-NAME      PIC X(08).
        05 RCN-SIGN-STATE            PIC X(01).
           88 RCN-SIGN-PREPARED          VALUE "P".
           88 RCN-SIGN-APPROVED          VALUE "A".
        05 RCN-SIGN-PREPARED-DATE    PIC 9(08).
        05 RCN-SIGN-PREPARED-TIME    PIC 9(06).
      *    The package's figures, laid out byte for byte as
      *    RCNCERT's RCN-CERT-FIGURES so a sign-off can tell at one
      *    compare whether anything has moved since the package
      *    was prepared.  A zero proved date means no clean full
      *    two-sided run in the month - the totals and net
      *    difference are then zero and prove nothing.
        05 RCN-SIGN-FIGURES.
           10 RCN-SIGN-NIGHTS-EXPECTED PIC 9(03).
           10 RCN-SIGN-NIGHTS-RUN    PIC 9(03).
           10 RCN-SIGN-NIGHTS-ONE-SIDED PIC 9(03).
           10 RCN-SIGN-NIGHTS-NOT-CLEAN PIC 9(03).
           10 RCN-SIGN-OPEN-EXCP     PIC 9(09).
           10 RCN-SIGN-PROVED-DATE   PIC 9(08).
           10 RCN-SIGN-MASTER-TOTAL  PIC S9(15)V99 COMP-3.
           10 RCN-SIGN-LEDGER-TOTAL  PIC S9(15)V99 COMP-3.
           10 RCN-SIGN-NET-DIFF      PIC S9(15)V99 COMP-3.
        05 RCN-SIGN-APPROVED-BY      PIC X(08).
        05 RCN-SIGN-APPROVED-DATE    PIC 9(08).
        05 RCN-SIGN-APPROVED-TIME    PIC 9(06).
        05 FILLER                    PIC X(20).
