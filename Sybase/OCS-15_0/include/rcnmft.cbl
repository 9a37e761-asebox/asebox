      ************************************************************
      * RCNMFT.CBL
      *    Parameter block for RCNMFET, the master-row helper
      *    RCNRCHK calls to fetch one account's balance, status
      *    and last-maintenance stamp off a definition's master
      *    table by key, without carrying any embedded SQL of
      *    its own.  One call per function:
      *      C - connect to RCN-MFT-SERVER with the credentials
      *          supplied (held for the calls that follow),
      *      P - prepare the fetch for the definition whose
      *          table and columns are in RCN-MFT-TABLE and the
      *          three column fields - again whenever the
      *          definition changes,
      *      F - fetch RCN-MFT-ACCT-NO under the statement
      *          last prepared,
      *      D - disconnect.
      *    F answers Y or N in RCN-MFT-FOUND, and on Y fills the
      *    balance, status and maintenance stamp the way RECON_
      *    CURSOR fetches them for RCNWORK.  RCN-MFT-RETCODE is
      *    zero on success; otherwise 16 with the failing SQLCODE
      *    in RCN-MFT-SQLCODE.  COPYed into RCNRCHK (caller) and
      *    RCNMFET (LINKAGE SECTION).
      ************************************************************
        05 RCN-MFT-FUNCTION          PIC X(01).
           88 RCN-MFT-FUNC-CONNECT       VALUE "C".
           88 RCN-MFT-FUNC-PREPARE       VALUE "P".
           88 RCN-MFT-FUNC-FETCH         VALUE "F".
           88 RCN-MFT-FUNC-DISCONNECT    VALUE "D".
        05 RCN-MFT-SERVER            PIC X(30).
        05 RCN-MFT-USERID            PIC X(30).
        05 RCN-MFT-PASSWD            PIC X(30).
        05 RCN-MFT-TABLE             PIC X(30).
        05 RCN-MFT-KEY-COL           PIC X(30).
        05 RCN-MFT-BAL-COL           PIC X(30).
        05 RCN-MFT-STAT-COL          PIC X(30).
        05 RCN-MFT-ACCT-NO           PIC 9(09).
        05 RCN-MFT-FOUND             PIC X(01).
           88 RCN-MFT-IS-FOUND           VALUE "Y".
           88 RCN-MFT-NOT-FOUND          VALUE "N".
        05 RCN-MFT-BALANCE           PIC S9(11)V99 COMP-3.
        05 RCN-MFT-STATUS            PIC X(02).
        05 RCN-MFT-MAINT-TS          PIC X(19).
        05 RCN-MFT-SQLCODE           PIC S9(09) COMP-5.
        05 RCN-MFT-RETCODE           PIC S9(04) COMP.
