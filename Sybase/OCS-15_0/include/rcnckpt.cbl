        05 RCN-CKPT-RUN-DATE      PIC 9(08).
        05 RCN-CKPT-RUN-MODE      PIC X(01).
        05 RCN-CKPT-SINCE-TS      PIC X(19).
      *    Sum of the master balances read up to RCN-CKPT-LAST-ACCT,
      *    carried forward on a restart with the row counts so the
      *    run-history totals still cover the whole partition.
        05 RCN-CKPT-MASTER-TOTAL  PIC S9(15)V99 COMP-3.
