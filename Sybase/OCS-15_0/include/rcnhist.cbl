      *    and elapsed seconds.  RCNDRIV appends one record at the
      *    end of every run, clean or not; RCNHRPT reports
      *    day-over-day volume and exception trends from them.
      *    RCNCERT builds the month-end certification from them.
      *    COPYed into RCNDRIV (writer), RCNHRPT and RCNCERT
      *    (readers) and RCNHSKP (which archives and purges old
      *    records).
      ************************************************************
        05 RCN-HIST-KEY.
           10 RCN-HIST-RUN-DATE      PIC 9(08).
           10 RCN-HIST-PART-EXCP     PIC 9(09).
           10 RCN-HIST-PART-RETCODE  PIC S9(04).
           10 RCN-HIST-PART-SECS     PIC 9(07).
      *    The money at the end of the pass - every master row's
      *    balance as the partitions read it, and every ledger
      *    balance inside the run's account range on RCNGLIX (zero
      *    when the ledger was not usable and the night ran one-
      *    sided, master only).  The run mode says whether the
      *    master total covers the whole range (F) or only the
      *    accounts a delta run fetched (D).  Records written
      *    before these fields were carved out of the filler carry
      *    a blank run mode and no totals.
        05 RCN-HIST-MASTER-TOTAL     PIC S9(15)V99 COMP-3.
        05 RCN-HIST-LEDGER-TOTAL     PIC S9(15)V99 COMP-3.
        05 RCN-HIST-ONE-SIDED        PIC X(01).
           88 RCN-HIST-RAN-ONE-SIDED     VALUE "Y".
        05 RCN-HIST-RUN-MODE         PIC X(01).
           88 RCN-HIST-FULL-RUN          VALUE "F".
           88 RCN-HIST-DELTA-RUN         VALUE "D".
           88 RCN-HIST-NO-TOTALS         VALUE SPACE.
