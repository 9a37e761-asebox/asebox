      *    resumed partition's exception totals pick up where the
      *    abended run left off instead of restarting at zero.
        10 RCN-PARTITION-EXCP-READ PIC 9(09) COMP VALUE ZERO.
      *    The master balances already summed before the abend,
      *    carried forward the same way.
        10 RCN-PARTITION-MASTER-READ PIC S9(15)V99 COMP-3
                                  VALUE ZERO.
      *    Run-control settings from the RCNPARM card, filled in by
      *    RCNDRIV's 1160-SET-ONE-CONFIG so each worker thread
      *    carries its own private copy - the target server, the
      *    is crossed the whole run halts as suspect input.
        10 RCN-PARTITION-MAX-EXCP PIC 9(09) COMP VALUE ZERO.
        10 RCN-PARTITION-MAX-EXCP-PCT PIC 9(03) COMP VALUE ZERO.
      *    DISPEXCL from the RCNPARM card - Y (the default) leaves
      *    rows whose exceptions are all covered by an active
      *    RCNDISP disposition out of the breaker's count; N counts
      *    every exception row as before.
        10 RCN-PARTITION-DISP-EXCL PIC X(01) VALUE "Y".
           88 RCN-PARTITION-DISP-EXCLUDED  VALUE "Y".
      *    Batch-window deadline from the RCNPARM card, HHMM on a
      *    24-hour clock (zero when no DEADLINE card).  A partition
      *    still fetching when the clock reaches it takes a final
      *    by RCNWORK's wrapup alongside the retcode and row counts;
      *    RCNDRIV carries it onto the RCNHIST run-history record.
        10 RCN-PARTITION-ELAPSED-SECS PIC 9(07) COMP VALUE ZERO.
      *    Sum of every master balance the partition read, handed
      *    back by the wrapup with the row counts; RCNDRIV adds the
      *    partitions up onto the RCNHIST record.
        10 RCN-PARTITION-MASTER-TOTAL PIC S9(15)V99 COMP-3
                                  VALUE ZERO.
      *    SIMULATE from the RCNPARM card - Y runs the partition as a
      *    what-if pass: exceptions go to the RCNSIMX extract instead
      *    of RCNEXCP, the ledger work file is read and never
      *    flagged, and no checkpoint or status row is kept.  The
      *    status rules come from the deck named by SIMRULES (spaces
      *    meaning the production RCNSRULE deck).
        10 RCN-PARTITION-SIM-SWITCH PIC X(01) VALUE "N".
           88 RCN-PARTITION-SIMULATE       VALUE "Y".
        10 RCN-PARTITION-SRUL-NAME PIC X(08) VALUE SPACES.
