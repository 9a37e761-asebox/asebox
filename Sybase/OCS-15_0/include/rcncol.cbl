      ************************************************************
      * RCNCOL.CBL
      *    Parameter block for RCNCOLS, the catalog-lookup helper
      *    RCNCFGM calls to prove a definition's table and columns
      *    are really on the server before the definition goes on
      *    RCNDEFS, without carrying any embedded SQL of its own.
      *    One call per function:
      *      C - connect to RCN-COL-SERVER with the credentials
      *          supplied (held for the calls that follow),
      *      T - look RCN-COL-TABLE up as a table or view,
      *      L - look RCN-COL-COLUMN up as a column of
      *          RCN-COL-TABLE,
      *      D - disconnect.
      *    T and L answer Y or N in RCN-COL-FOUND.  RCN-COL-RETCODE
      *    is zero on success; otherwise 16 with the failing
      *    SQLCODE in RCN-COL-SQLCODE.  COPYed into RCNCFGM
      *    (caller) and RCNCOLS (LINKAGE SECTION).
      ************************************************************
        05 RCN-COL-FUNCTION          PIC X(01).
           88 RCN-COL-FUNC-CONNECT       VALUE "C".
           88 RCN-COL-FUNC-TABLE         VALUE "T".
           88 RCN-COL-FUNC-COLUMN        VALUE "L".
           88 RCN-COL-FUNC-DISCONNECT    VALUE "D".
        05 RCN-COL-SERVER            PIC X(30).
        05 RCN-COL-USERID            PIC X(30).
        05 RCN-COL-PASSWD            PIC X(30).
        05 RCN-COL-TABLE             PIC X(30).
        05 RCN-COL-COLUMN            PIC X(30).
        05 RCN-COL-FOUND             PIC X(01).
           88 RCN-COL-IS-FOUND           VALUE "Y".
           88 RCN-COL-NOT-FOUND          VALUE "N".
        05 RCN-COL-SQLCODE           PIC S9(09) COMP-5.
        05 RCN-COL-RETCODE           PIC S9(04) COMP.
