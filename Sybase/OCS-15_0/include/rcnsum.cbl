      ************************************************************
      * RCNSUM.CBL
      *    Parameter block for RCNCSUM, the control-sum helper
      *    RCNCTIE calls to total a reconciliation definition's
      *    balance column on the server, grouped by product and
      *    branch, without carrying any embedded SQL of its own.
      *    One call per function:
      *      C - connect to RCN-SUM-SERVER with the credentials
      *          supplied (held for the calls that follow),
      *      O - open the grouped SUM over RCN-SUM-TABLE,
      *      F - fetch the next product/branch group,
      *      X - close the grouped SUM,
      *      D - disconnect.
      *    RCN-SUM-RETCODE is zero on success and 4 when F finds
      *    no more groups; otherwise 16 with the failing SQLCODE
      *    in RCN-SUM-SQLCODE.  COPYed into RCNCTIE (caller) and
      *    RCNCSUM (LINKAGE SECTION).
      ************************************************************
        05 RCN-SUM-FUNCTION          PIC X(01).
           88 RCN-SUM-FUNC-CONNECT       VALUE "C".
           88 RCN-SUM-FUNC-OPEN          VALUE "O".
           88 RCN-SUM-FUNC-FETCH         VALUE "F".
           88 RCN-SUM-FUNC-CLOSE         VALUE "X".
           88 RCN-SUM-FUNC-DISCONNECT    VALUE "D".
        05 RCN-SUM-SERVER            PIC X(30).
        05 RCN-SUM-USERID            PIC X(30).
        05 RCN-SUM-PASSWD            PIC X(30).
      *    The table and columns to total - supplied per
      *    reconciliation definition, the grouping columns off the
      *    RCNPARM deck.
        05 RCN-SUM-TABLE             PIC X(30).
        05 RCN-SUM-BAL-COL           PIC X(30).
        05 RCN-SUM-PROD-COL          PIC X(30).
        05 RCN-SUM-BRCH-COL          PIC X(30).
      *    One group per F call - its product and branch as
      *    character values, the summed balance and the rows in it.
        05 RCN-SUM-PRODUCT           PIC X(10).
        05 RCN-SUM-BRANCH            PIC X(10).
        05 RCN-SUM-TOTAL             PIC S9(13)V99 COMP-3.
        05 RCN-SUM-ROW-COUNT         PIC S9(09) COMP-5.
        05 RCN-SUM-SQLCODE           PIC S9(09) COMP-5.
        05 RCN-SUM-RETCODE           PIC S9(04) COMP.
           88 RCN-SUM-NO-MORE            VALUE 4.
