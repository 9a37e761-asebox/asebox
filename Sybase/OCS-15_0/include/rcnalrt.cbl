      ************************************************************
      * RCNALRT.CBL
      *    One operations event on the keyed RCNALRT outbound alert
      *    file - what happened, how bad, where (definition and
      *    partition; partition 0000 for the driver's own job-level
      *    events), the retcode where one applies, a short text,
      *    and whether the RCNARTE routing deck says the event
      *    pages or only logs.  RCNDRIV and RCNWORK write the rows
      *    as the run goes, open/write/close per event, never held
      *    open; the monitoring agent polls the file in key order,
      *    which is time order, and marks each row it has taken.
      *    RCNDRIV creates the file ahead of the threads and never
      *    clears it - rows the agent has not yet taken must
      *    survive into the next night.  COPYed into RCNDRIV and
      *    RCNWORK.
      ************************************************************
      *    Keyed by when, where, and the writer's own sequence
      *    number, so two events in the same hundredth of a second
      *    from one writer still land as two rows.
        05 RCN-ALRT-KEY.
           10 RCN-ALRT-DATE          PIC 9(08).
           10 RCN-ALRT-TIME          PIC 9(08).
           10 RCN-ALRT-DEF-NAME      PIC X(08).
           10 RCN-ALRT-PARTITION-NO  PIC 9(04).
           10 RCN-ALRT-SEQ           PIC 9(04).
      *    RCNDRIV or RCNWORK - which program raised the event.
        05 RCN-ALRT-SOURCE           PIC X(08).
        05 RCN-ALRT-EVENT            PIC X(08).
           88 RCN-ALRT-LEDGER-REJECT     VALUE "GLREJECT".
           88 RCN-ALRT-PART-FAILED       VALUE "PARTFAIL".
           88 RCN-ALRT-BREAKER-HALT      VALUE "BRKHALT".
           88 RCN-ALRT-DEADLINE-PROJ     VALUE "DLPROJ".
           88 RCN-ALRT-STANDBY-DOWN      VALUE "STBYDOWN".
           88 RCN-ALRT-COVERAGE          VALUE "COVERAGE".
           88 RCN-ALRT-JOB-END           VALUE "JOBEND".
        05 RCN-ALRT-SEVERITY         PIC X(01).
           88 RCN-ALRT-CRITICAL          VALUE "C".
           88 RCN-ALRT-WARNING           VALUE "W".
           88 RCN-ALRT-INFO              VALUE "I".
        05 RCN-ALRT-ROUTE            PIC X(04).
           88 RCN-ALRT-PAGE              VALUE "PAGE".
           88 RCN-ALRT-LOG               VALUE "LOG".
        05 RCN-ALRT-RETCODE          PIC 9(04).
      *    Written N; the agent REWRITEs T once it has the row.
        05 RCN-ALRT-STATE            PIC X(01).
           88 RCN-ALRT-NEW               VALUE "N".
           88 RCN-ALRT-TAKEN             VALUE "T".
        05 RCN-ALRT-TEXT             PIC X(60).
        05 FILLER                    PIC X(10).
