      *    overnight operator can see where a multi-hour run
      *    stands without killing it or waiting it out.
      *    COPYed into RCNDRIV, RCNWORK and RCNINQ.
      *
      *    The record is 108 bytes.  It was 99 until the
      *    disposition count RCN-STAT-ROWS-DISP was added - the
      *    old layout's 2 bytes of filler could not hold it.  The
      *    three programs are compiled and installed together.
      *    No conversion is needed: RCNDRIV creates RCNSTAT anew
      *    (OPEN OUTPUT) at the start of every run, so the first
      *    run at the new length rebuilds it.  Until that first
      *    run, RCNINQ must not be pointed at the old 99-byte
      *    file.
      ************************************************************
      *    Keyed by definition name and partition number - one row
      *    per partition per definition the job runs.
      *    online day shows at 03:00, not at 05:55.
        05 RCN-STAT-PROJ-FINISH      PIC 9(06).
        05 RCN-STAT-DEADLINE         PIC 9(04).
      *    Of RCN-STAT-ROWS-EXCP, the rows whose every exception is
      *    covered by an active RCNDISP disposition - what the
      *    breaker leaves out of its count when the card's
      *    DISPEXCL says so.
        05 RCN-STAT-ROWS-DISP        PIC 9(09).
        05 FILLER                    PIC X(02).
