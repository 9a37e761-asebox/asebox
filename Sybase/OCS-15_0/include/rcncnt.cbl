      *      D - disconnect.
      *    RCN-CNT-RETCODE is zero on success; otherwise 16 with
      *    the failing SQLCODE in RCN-CNT-SQLCODE.  COPYed into
      *    RCNDRIV and RCNPREF (callers) and RCNCOUNT (LINKAGE
      *    SECTION).
      ************************************************************
        05 RCN-CNT-FUNCTION          PIC X(01).
           88 RCN-CNT-FUNC-CONNECT       VALUE "C".
