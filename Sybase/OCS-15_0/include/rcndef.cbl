      *    definition.  The RCNPARM card's RECONDEF keyword picks
      *    definitions by RCN-DEF-NAME; RCNDRIV runs the same
      *    partitioned pass once per definition picked, in card
      *    order.  COPYed into RCNDRIV, and into RCNPREF, RCNCTIE,
      *    RCNACCT, RCNCERT, RCNDMNT and RCNRCHK, which only read
      *    it - the workers get the fields through the partition
      *    block.  RCNCFGM, which also COPYs it, maintains the
      *    file and overlays its own view of the name, file-name
      *    and state bytes (RCN-OTHER-DEF) on the same layout.
      ************************************************************
        05 RCN-DEF-NAME              PIC X(08).
        05 RCN-DEF-TABLE             PIC X(30).
        05 RCN-DEF-JRIX-NAME         PIC X(08).
        05 RCN-DEF-SNAP-NAME         PIC X(08).
        05 RCN-DEF-SNEW-NAME         PIC X(08).
      *    A retired definition stays on file, so its history still
      *    certifies and RCNCFGM can reinstate it, but RCNDRIV
      *    refuses a RECONDEF card that names it.  Blank is in
      *    service.
        05 RCN-DEF-STATE             PIC X(01).
           88 RCN-DEF-IN-SERVICE         VALUE SPACE.
           88 RCN-DEF-RETIRED            VALUE "R".
        05 FILLER                    PIC X(21).
