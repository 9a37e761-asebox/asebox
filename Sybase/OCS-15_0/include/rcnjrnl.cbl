      *    net amount here must equal tonight's balance, activity
      *    on a closed account is its own exception, and a balance
      *    change with no row here at all is another.  COPYed into
      *    RCNDRIV (load), RCNWORK (read) and RCNACCT (inquiry).
      ************************************************************
        05 RCN-JRN-ACCT-NO           PIC 9(09).
        05 RCN-JRN-NET-AMOUNT        PIC S9(13)V99.
