      ************************************************************
      * RCNARTE.CBL
      *    One card on the sequential RCNARTE alert-routing deck -
      *    which events page the on-call and which only log.  A
      *    card names an event code (or ALL) and optionally a
      *    severity (space matches any), and routes what it
      *    matches to PAGE or LOG.  Cards are tried in deck order
      *    and the first match wins, so specific cards go ahead of
      *    an ALL card.  An event no card matches, or a night with
      *    no deck at all, only logs - paging is something the
      *    deck turns on, never something the programs decide.
      *    An * in column one marks a comment card.  COPYed into
      *    RCNDRIV and RCNWORK.
      ************************************************************
        05 RCN-ARTE-EVENT            PIC X(08).
        05 RCN-ARTE-EVENT-R REDEFINES RCN-ARTE-EVENT.
           10 RCN-ARTE-CARD-BYTE-1   PIC X(01).
           10 FILLER                 PIC X(07).
        05 RCN-ARTE-SEVERITY         PIC X(01).
        05 RCN-ARTE-ROUTE            PIC X(04).
        05 RCN-ARTE-DESC             PIC X(30).
        05 FILLER                    PIC X(37).
