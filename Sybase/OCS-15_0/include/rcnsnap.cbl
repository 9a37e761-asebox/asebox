      *    RCNWORK reads it for every fetched account; RCNDRIV
      *    rewrites the whole file from the RCNSNEW work file at
      *    each clean finish, the same way it maintains RCNCTL.
      *    COPYed into RCNDRIV (roll), RCNWORK (read) and RCNACCT
      *    (inquiry).
      ************************************************************
        05 RCN-SNAP-ACCT-NO          PIC 9(09).
        05 RCN-SNAP-BALANCE          PIC S9(11)V99.
