      ************************************************************
      * RCNDISP.CBL
      *    One researched exception's disposition on the keyed
      *    RCNDISP file - keyed exactly as RCNXHST (definition,
      *    account, reason), so the history says how long an item
      *    has been open and this row says whether anyone has
      *    dealt with it: the disposition code, a note, who
      *    entered it and when, and the review date it holds
      *    good until.  An active row whose review date has not
      *    passed takes the item off the work list - RCNXRPT
      *    prints it in its own dispositioned section and
      *    RCNWORK's MAXEXCP breaker can leave it out of its
      *    counts.  Once the review date is behind the run date
      *    the row no longer counts and the item is back on the
      *    work list by itself, with nobody having to close it.
      *    RCNDMNT adds and closes rows; a closed row stays on
      *    file as the record of what was decided.  COPYed into
      *    RCNDMNT (maintenance), RCNWORK and RCNXRPT (readers).
      ************************************************************
        05 RCN-DISP-KEY.
           10 RCN-DISP-DEF-NAME      PIC X(08).
           10 RCN-DISP-ACCT-NO       PIC 9(09).
           10 RCN-DISP-REASON-CODE   PIC X(02).
        05 RCN-DISP-STATE            PIC X(01).
           88 RCN-DISP-ACTIVE            VALUE "A".
           88 RCN-DISP-CLOSED            VALUE "C".
      *    Why the item needs no more work - a known timing
      *    difference, an account held pending a court order,
      *    a difference finance has accepted, or anything else
      *    the note explains.
        05 RCN-DISP-CODE             PIC X(02).
           88 RCN-DISP-CODE-VALID        VALUE "TD" "CO" "FA" "OT".
           88 RCN-DISP-TIMING            VALUE "TD".
           88 RCN-DISP-COURT-ORDER       VALUE "CO".
           88 RCN-DISP-FIN-ACCEPTED      VALUE "FA".
           88 RCN-DISP-OTHER             VALUE "OT".
      *    The last run date (YYYYMMDD) the disposition holds
      *    for - from the next day on the item is worked again.
        05 RCN-DISP-REVIEW-DATE      PIC 9(08).
        05 RCN-DISP-ENTERED-BY       PIC X(08).
        05 RCN-DISP-ENTERED-DATE     PIC 9(08).
        05 RCN-DISP-CLOSED-BY        PIC X(08).
        05 RCN-DISP-CLOSED-DATE      PIC 9(08).
        05 RCN-DISP-NOTE             PIC X(60).
        05 FILLER                    PIC X(08).
