      *    flags the row matched, and at end of job RCNDRIV sweeps
      *    the file for in-range rows still unmatched - ledger
      *    accounts with no ACCOUNT_MASTER row.  COPYed into
      *    RCNDRIV (load and sweep), RCNWORK (match), and RCNACCT
      *    and RCNRCHK (readers).
      ************************************************************
        05 RCN-GL-ACCT-NO            PIC 9(09).
        05 RCN-GL-BALANCE            PIC S9(11)V99.
