      *    severity.  A status with no rule extracts as plain ST,
      *    exactly the old compiled-in behavior.  RCNXRPT reads
      *    the same file for its group descriptions.  COPYed into
      *    RCNWORK (the status test), RCNXRPT (descriptions),
      *    RCNDMNT (reason codes), RCNPREF and RCNRCHK (readers);
      *    RCNCFGM maintains the file.
      ************************************************************
        05 RCN-SRUL-STATUS           PIC X(02).
        05 RCN-SRUL-IGNORE           PIC X(01).
        05 RCN-SRUL-REASON           PIC X(02).
        05 RCN-SRUL-SEVERITY         PIC X(01).
        05 RCN-SRUL-DESC             PIC X(30).
      *    A retired rule stays on file for RCNXRPT's descriptions
      *    of exceptions already extracted under it, but RCNWORK
      *    no longer applies it - its status extracts as plain ST
      *    again.  Blank is in service.
        05 RCN-SRUL-STATE            PIC X(01).
           88 RCN-SRUL-IN-SERVICE        VALUE SPACE.
           88 RCN-SRUL-RETIRED           VALUE "R".
        05 FILLER                    PIC X(41).
