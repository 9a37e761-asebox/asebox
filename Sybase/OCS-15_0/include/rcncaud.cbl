      ************************************************************
      * RCNCAUD.CBL
      *    One applied change to the RCNDEFS definitions file or
      *    the RCNSRULE status-rules deck, as RCNCFGM appends it to
      *    the sequential RCNCAUD audit trail - who made the
      *    change and when, what was done to which entry, and the
      *    entry's whole record as it stood before the change and
      *    as it stands after.  An ADD has a blank before image; a
      *    RETIRE's after image differs from its before image only
      *    in the state byte.  Rejected cards are reported but not
      *    audited - they changed nothing.  The file is only ever
      *    opened EXTEND.  COPYed into RCNCFGM only.
      ************************************************************
        05 RCN-CAUD-DATE             PIC 9(08).
        05 RCN-CAUD-TIME             PIC 9(06).
        05 RCN-CAUD-USER             PIC X(08).
        05 RCN-CAUD-ACTION           PIC X(06).
           88 RCN-CAUD-ADD               VALUE "ADD".
           88 RCN-CAUD-CHANGE            VALUE "CHANGE".
           88 RCN-CAUD-RETIRE            VALUE "RETIRE".
      *    DEF for an RCNDEFS entry, keyed by definition name; RULE
      *    for an RCNSRULE entry, keyed by status value.
        05 RCN-CAUD-TARGET           PIC X(04).
           88 RCN-CAUD-DEFINITION        VALUE "DEF".
           88 RCN-CAUD-RULE              VALUE "RULE".
        05 RCN-CAUD-ENTRY-KEY        PIC X(08).
      *    Record images in the file's own layout - 200 bytes of
      *    RCNDEFS, or 80 bytes of RCNSRULE left-justified.
        05 RCN-CAUD-BEFORE-IMAGE     PIC X(200).
        05 RCN-CAUD-AFTER-IMAGE      PIC X(200).
        05 FILLER                    PIC X(20).
