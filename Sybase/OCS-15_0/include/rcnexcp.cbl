      *    COPYed into RCNWORK (which writes the rows), RCNDRIV
      *    (which creates the file ahead of the worker threads)
      *    and RCNXRPT (the end-of-job report that sorts and
      *    prints them grouped by reason), and read by RCNACCT
      *    (account inquiry), RCNSIMR (which compares a simulation's
      *    extract with the night's) and RCNHSKP (which saves each
      *    night's extract as a dated generation in this same
      *    layout).
      ************************************************************
        05 RCN-EXCP-KEY.
      *    The reconciliation definition the exception came out of
      *    under (space for every non-status reason), so the
      *    morning desk can sort escalations from noise.
        05 RCN-EXCP-SEVERITY         PIC X(01).
      *    The job's run stamp the row was extracted under (RCN-
      *    PARTITION-RUN-STAMP - the original run's date on a
      *    restart), so RCNXRPT judges a disposition's review date
      *    against the same date the worker did.  Taken out of the
      *    old filler - the record length is unchanged; rows
      *    extracted before the field existed carry no stamp.
        05 RCN-EXCP-RUN-STAMP        PIC 9(08).
        05 FILLER                    PIC X(01).
