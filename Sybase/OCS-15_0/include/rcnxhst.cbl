      *    prior.  RCNXRPT reads the open rows for its NEW/REPEAT
      *    flag and age column, and the cleared-tonight rows for
      *    its cleared-since-last-run section.  COPYed into
      *    RCNDRIV (writer), RCNXRPT, RCNACCT, RCNCERT and RCNRCHK
      *    (readers) and RCNHSKP (which archives and purges old
      *    cleared-prior rows).
      ************************************************************
        05 RCN-XHST-KEY.
      *    The definition the exception belongs to - the same
