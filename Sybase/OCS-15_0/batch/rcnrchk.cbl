000010******************************************************************
000020* RCNRCHK.CBL
000030*    Daytime recheck of a list of accounts for the account
000040*    reconciliation job.
000050*
000060*    When account services has worked a batch of items in
000070*    the day, this step says which of them now reconcile
000080*    without waiting for the night - and without a delta
000090*    run, which sweeps everything maintained since the last
000100*    clean run and moves the RCNCTL baseline.  Driven by the
000110*    RCNRLST deck, one request per card:
000120*        ACCOUNT 123456789    one definition/account pair
000130*        LOAN    ALL          every account with an open
000140*                             RCNXHST item for the definition
000150*    Each account is put through the same checks RCNWORK
000160*    makes of a fetched row: the master row as it stands
000170*    now, fetched by key through RCNMFET; the ledger match
000180*    and balance tolerance against the definition's RCNGLIX
000190*    as the last run loaded it; and the RCNSRULE status
000200*    rules, with "recent maintenance" measured from the
000210*    RCNCTL baseline as the driver measures it.  An account
000220*    missing from the master but on the ledger is NM, as the
000230*    driver's end-of-job sweep would call it.
000240*
000250*    RCNRCHKO lists, for each account, every item open on
000260*    RCNXHST as CLEARED, STILL FAILING or NOT RECHECKED, and
000270*    any exception found now that was not open as NEWLY
000280*    FAILING.  The movement (MV, CA, NJ) and standby drift
000290*    (DS, DP, DM) items are never rechecked - the journal
000300*    and snapshot only move at night and the standby compare
000310*    needs a full sweep - so they wait for the night.
000320*
000330*    Strictly read-only.  RCNCTL, RCNXHST, RCNGLIX, RCNDEFS
000340*    and RCNSRULE are opened INPUT; RCNSNAP, RCNSNEW,
000350*    RCNCKPT, RCNSTAT, RCNEXCP and RCNALRT are not opened at
000360*    all, and RCNMFET only SELECTs.  Safe to run in the day
000370*    alongside RCNACCT and RCNINQ, not while the nightly job
000380*    is loading RCNGLIX.
000390*
000400*    Return codes:
000410*       0  every item rechecked is cleared (or waits for the
000420*          night) and every card was good.
000430*       4  an item still fails or newly fails, or a card
000440*          was rejected.
000450*       8  RCNPARM, the credentials, the server, RCNXHST,
000460*          RCNRLST or the report could not be used - the
000470*          list was not (fully) rechecked.
000480*
000490*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000500*    INSTALLATION.  DATA CENTER SERVICES.
000510*    DATE-WRITTEN.  10/14/2026.
000520*    DATE-COMPILED.
000530*
000540*    MODIFICATION HISTORY
000550*    10/14/2026  JH   Initial version - cleared/still-failing
000560*                     recheck of listed accounts, or of a
000570*                     definition's open RCNXHST items, against
000580*                     the current master and RCNGLIX.
000590*    10/15/2026  JH   Accounts newly failing totalled apart
000600*                     from accounts still failing.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. RCNRCHK.
000640 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000650 INSTALLATION. DATA CENTER SERVICES.
000660 DATE-WRITTEN. 10/14/2026.
000670 DATE-COMPILED.
000680*
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720*    The recheck requests - definition name, one or more
000730*    spaces, then an account number or ALL.
000740     SELECT RCN-RLST-FILE ASSIGN TO "RCNRLST"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS RCN-RLST-FILE-STATUS.
000770*    The driver's run-control deck and credentials file -
000780*    SERVER, CREDFILE and TOLERANCE only.
000790     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS RCN-PARM-FILE-STATUS.
000820     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS RCN-CRED-FILE-STATUS.
000850*    Definitions and status rules, as RCNWORK reads them.
000860     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS RCN-DEFS-FILE-STATUS.
000890     SELECT RCN-SRUL-FILE ASSIGN TO "RCNSRULE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS RCN-SRUL-FILE-STATUS.
000920*    The last clean run's start - read, never written.
000930     SELECT RCN-CTL-FILE ASSIGN TO "RCNCTL"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         LOCK MODE IS AUTOMATIC
000970         RECORD KEY IS RCN-CTL-ID
000980         FILE STATUS IS RCN-CTL-FILE-STATUS.
000990*    Exception history - keyed definition, account, reason,
001000*    so an account's open items sit together.
001010     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         LOCK MODE IS AUTOMATIC
001050         RECORD KEY IS RCN-XHST-KEY
001060         FILE STATUS IS RCN-XHST-FILE-STATUS.
001070*    The definition's keyed ledger, named off its RCNDEFS
001080*    record.
001090     SELECT RCN-GL-FILE ASSIGN TO RCN-GL-FILE-NAME
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         LOCK MODE IS AUTOMATIC
001130         RECORD KEY IS RCN-GL-ACCT-NO
001140         FILE STATUS IS RCN-GL-FILE-STATUS.
001150*
001160     SELECT RCN-RPT-FILE ASSIGN TO "RCNRCHKO"
001170         FILE STATUS IS RCN-RPT-FILE-STATUS.
001180*
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  RCN-RLST-FILE.
001220 01  RCN-RLST-CARD.
001230     05 RCN-RLST-CARD-BYTE-1   PIC X(01).
001240     05 FILLER                 PIC X(79).
001250*
001260 FD  RCN-PARM-FILE.
001270 01  RCN-PARM-CARD.
001280     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
001290     05 FILLER                 PIC X(79).
001300*
001310 FD  RCN-CRED-FILE.
001320 01  RCN-CRED-CARD.
001330     05 RCN-CRED-CARD-BYTE-1   PIC X(01).
001340     05 FILLER                 PIC X(79).
001350*
001360 FD  RCN-DEFS-FILE.
001370 01  RCN-DEF-RECORD.
001380     COPY "rcndef.cbl".
001390*
001400 FD  RCN-SRUL-FILE.
001410 01  RCN-SRUL-RECORD.
001420     COPY "rcnsrul.cbl".
001430*
001440 FD  RCN-CTL-FILE.
001450 01  RCN-CTL-RECORD.
001460     05 RCN-CTL-ID             PIC X(08).
001470     05 RCN-CTL-LAST-DATE      PIC 9(08).
001480     05 RCN-CTL-LAST-TIME      PIC 9(06).
001490     05 RCN-CTL-LAST-TS        PIC X(19).
001500     05 FILLER                 PIC X(19).
001510*
001520 FD  RCN-XHST-FILE.
001530 01  RCN-XHST-RECORD.
001540     COPY "rcnxhst.cbl".
001550*
001560 FD  RCN-GL-FILE.
001570 01  RCN-GL-RECORD.
001580     COPY "rcnglex.cbl".
001590*
001600 FD  RCN-RPT-FILE.
001610 01  RCN-RPT-RECORD            PIC X(132).
001620*
001630 WORKING-STORAGE SECTION.
001640*
001650******************************************************************
001660* Standalone counters and switches
001670******************************************************************
001680 77  RCN-RLST-FILE-STATUS  PIC X(02) VALUE "00".
001690 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001700 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
001710 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001720 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
001730 77  RCN-CTL-FILE-STATUS   PIC X(02) VALUE "00".
001740 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
001750 77  RCN-GL-FILE-STATUS    PIC X(02) VALUE "00".
001760 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001770*
001780 77  RCN-GL-FILE-NAME      PIC X(08) VALUE "RCNGLIX".
001790 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
001800*
001810 77  RCN-RLST-EOF-SWITCH   PIC X(01) VALUE "N".
001820     88 RCN-RLST-EOF              VALUE "Y".
001830     88 RCN-RLST-NOT-EOF          VALUE "N".
001840*
001850 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001860     88 RCN-PARM-EOF              VALUE "Y".
001870     88 RCN-PARM-NOT-EOF          VALUE "N".
001880*
001890 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
001900     88 RCN-CRED-EOF              VALUE "Y".
001910     88 RCN-CRED-NOT-EOF          VALUE "N".
001920*
001930 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001940     88 RCN-DEFS-EOF              VALUE "Y".
001950     88 RCN-DEFS-NOT-EOF          VALUE "N".
001960*
001970 77  RCN-SRUL-EOF-SWITCH   PIC X(01) VALUE "N".
001980     88 RCN-SRUL-EOF              VALUE "Y".
001990     88 RCN-SRUL-NOT-EOF          VALUE "N".
002000*
002010*    The ALL walk over a definition's history rows.
002020 77  RCN-XHST-EOF-SWITCH   PIC X(01) VALUE "N".
002030     88 RCN-XHST-EOF              VALUE "Y".
002040     88 RCN-XHST-NOT-EOF          VALUE "N".
002050*
002060*    One account's own history rows.
002070 77  RCN-ITEM-EOF-SWITCH   PIC X(01) VALUE "N".
002080     88 RCN-ITEM-EOF              VALUE "Y".
002090     88 RCN-ITEM-NOT-EOF          VALUE "N".
002100*
002110*    A file or server failure - once set, no further card is
002120*    rechecked and the retcode is 8.
002130 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
002140     88 RCN-RUN-FAILED            VALUE "Y".
002150     88 RCN-RUN-OK                VALUE "N".
002160*
002170 77  RCN-CARD-SWITCH       PIC X(01) VALUE "N".
002180     88 RCN-CARD-REJECTED         VALUE "Y".
002190     88 RCN-CARD-GOOD             VALUE "N".
002200*
002210 77  RCN-DEF-FOUND-SWITCH  PIC X(01) VALUE "N".
002220     88 RCN-DEF-FOUND             VALUE "Y".
002230     88 RCN-DEF-NOT-FOUND         VALUE "N".
002240*
002250 77  RCN-DEF-STATE-SWITCH  PIC X(01) VALUE "N".
002260     88 RCN-CUR-DEF-RETIRED       VALUE "Y".
002270     88 RCN-CUR-DEF-IN-SERVICE    VALUE "N".
002280*
002290 77  RCN-CONNECT-SWITCH    PIC X(01) VALUE "N".
002300     88 RCN-CONNECTED             VALUE "Y".
002310     88 RCN-NOT-CONNECTED         VALUE "N".
002320*
002330*    No RCNXHST on file at all - pairs are still rechecked,
002340*    with nothing open to clear; ALL cards have nothing to
002350*    walk.
002360 77  RCN-XHST-OPEN-SWITCH  PIC X(01) VALUE "N".
002370     88 RCN-XHST-FILE-OPEN        VALUE "Y".
002380     88 RCN-XHST-FILE-ABSENT      VALUE "N".
002390*
002400*    The current definition's ledger opened - off, its NG,
002410*    BD and NM items are not rechecked.
002420 77  RCN-GL-OPEN-SWITCH    PIC X(01) VALUE "N".
002430     88 RCN-GL-FILE-OPEN          VALUE "Y".
002440     88 RCN-GL-FILE-NOT-OPEN      VALUE "N".
002450*
002460*    This account's ledger read failed outright.
002470 77  RCN-GL-READ-SWITCH    PIC X(01) VALUE "N".
002480     88 RCN-GL-READ-FAILED        VALUE "Y".
002490     88 RCN-GL-READ-OK            VALUE "N".
002500*
002510 77  RCN-GL-ROW-SWITCH     PIC X(01) VALUE "N".
002520     88 RCN-GL-ROW-FOUND          VALUE "Y".
002530     88 RCN-GL-ROW-MISSING        VALUE "N".
002540*
002550 77  RCN-MASTER-SWITCH     PIC X(01) VALUE "N".
002560     88 RCN-MASTER-FOUND          VALUE "Y".
002570     88 RCN-MASTER-MISSING        VALUE "N".
002580*
002590*    How the account came out - clean, still failing (any item
002600*    still failing or not on the master, whatever else it has),
002610*    or newly failing (every failing item a new one).
002620 77  RCN-ACCT-RESULT-SWITCH PIC X(01) VALUE "C".
002630     88 RCN-ACCT-CLEAN            VALUE "C".
002640     88 RCN-ACCT-STILL-FAILING    VALUE "S".
002650     88 RCN-ACCT-NEWLY-FAILING    VALUE "N".
002660*
002670 77  RCN-RULE-FIRE-SWITCH  PIC X(01) VALUE "N".
002680     88 RCN-RULE-FIRES            VALUE "Y".
002690     88 RCN-RULE-QUIET            VALUE "N".
002700*
002710 77  RCN-NOW-HIT-SWITCH    PIC X(01) VALUE "N".
002720     88 RCN-NOW-HIT               VALUE "Y".
002730     88 RCN-NOW-MISS              VALUE "N".
002740*
002750*    Reasons the recheck cannot re-decide in the day.
002760 77  RCN-EDIT-REASON       PIC X(02) VALUE SPACES.
002770     88 RCN-NIGHT-ONLY-REASON
002780         VALUE "MV" "CA" "NJ" "DS" "DP" "DM".
002790     88 RCN-LEDGER-REASON
002800         VALUE "NG" "BD" "NM".
002810*
002820 77  RCN-PARM-SERVER       PIC X(30) VALUE SPACES.
002830 77  RCN-PARM-USERID       PIC X(30) VALUE SPACES.
002840 77  RCN-PARM-PASSWD       PIC X(30) VALUE SPACES.
002850 77  RCN-BALANCE-TOLERANCE PIC S9(07)V99 COMP-3 VALUE ZERO.
002860 77  RCN-TOLERANCE-EDIT    PIC Z(06)9.99.
002870 77  RCN-MAINT-BASE-TS     PIC X(19) VALUE SPACES.
002880*
002890 77  RCN-NEW-REASON        PIC X(02) VALUE SPACES.
002900 77  RCN-NEW-SEVERITY      PIC X(01) VALUE SPACE.
002910 77  RCN-CHK-ACCT          PIC 9(09) VALUE ZERO.
002920 77  RCN-ACCT-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
002930 77  RCN-ACCT-STATUS       PIC X(02) VALUE SPACES.
002940 77  RCN-ACCT-MAINT-TS     PIC X(19) VALUE SPACES.
002950 77  RCN-GL-BALANCE-FOUND  PIC S9(11)V99 COMP-3 VALUE ZERO.
002960 77  RCN-BALANCE-DIFF      PIC S9(11)V99 COMP-3 VALUE ZERO.
002970*
002980 77  RCN-SRUL-MAX          PIC 9(04) COMP VALUE 50.
002990 77  RCN-SRUL-USED         PIC 9(04) COMP VALUE ZERO.
003000 77  RCN-SRUL-SUB          PIC 9(04) COMP VALUE ZERO.
003010 77  RCN-SRUL-HIT          PIC 9(04) COMP VALUE ZERO.
003020 77  RCN-OPEN-MAX          PIC 9(04) COMP VALUE 20.
003030 77  RCN-OPEN-USED         PIC 9(04) COMP VALUE ZERO.
003040 77  RCN-OPEN-SUB          PIC 9(04) COMP VALUE ZERO.
003050 77  RCN-NOW-MAX           PIC 9(04) COMP VALUE 10.
003060 77  RCN-NOW-USED          PIC 9(04) COMP VALUE ZERO.
003070 77  RCN-NOW-SUB           PIC 9(04) COMP VALUE ZERO.
003080 77  RCN-REQ-SUB           PIC 9(04) COMP VALUE ZERO.
003090 77  RCN-REQ-DIGITS        PIC 9(04) COMP VALUE ZERO.
003100 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
003110 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
003120 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
003130*
003140 77  RCN-CARDS-READ        PIC 9(09) COMP VALUE ZERO.
003150 77  RCN-CARDS-REJECTED    PIC 9(09) COMP VALUE ZERO.
003160 77  RCN-CARD-ACCOUNTS     PIC 9(09) COMP VALUE ZERO.
003170 77  RCN-ACCTS-RECHECKED   PIC 9(09) COMP VALUE ZERO.
003180 77  RCN-ACCTS-CLEAN       PIC 9(09) COMP VALUE ZERO.
003190 77  RCN-ACCTS-STILL       PIC 9(09) COMP VALUE ZERO.
003200 77  RCN-ACCTS-NEW         PIC 9(09) COMP VALUE ZERO.
003210 77  RCN-ITEMS-CLEARED     PIC 9(09) COMP VALUE ZERO.
003220 77  RCN-ITEMS-STILL       PIC 9(09) COMP VALUE ZERO.
003230 77  RCN-ITEMS-NEW         PIC 9(09) COMP VALUE ZERO.
003240 77  RCN-ITEMS-WAITING     PIC 9(09) COMP VALUE ZERO.
003250*
003260******************************************************************
003270* The request card and its parse - definition name, then the
003280* account number as typed or ALL, scanned a digit at a time
003290* the way RCNACCT scans its request.
003300******************************************************************
003310 01  RCN-REQ-WORK.
003320     05 RCN-REQ-DEF            PIC X(08).
003330     05 RCN-REQ-ACCT-X         PIC X(12).
003340     05 RCN-REQ-ACCT-R REDEFINES RCN-REQ-ACCT-X.
003350        10 RCN-REQ-ACCT-CHAR   OCCURS 12 TIMES PIC X(01).
003360     05 RCN-REQ-DIGIT-X        PIC X(01).
003370     05 RCN-REQ-DIGIT-9 REDEFINES RCN-REQ-DIGIT-X PIC 9(01).
003380     05 RCN-REQ-ACCT           PIC 9(09).
003390*
003400******************************************************************
003410* RCNPARM keyword-value split and TOLERANCE's numeric scan,
003420* the same layout and rules as RCNDRIV's.
003430******************************************************************
003440 01  RCN-PARM-WORK.
003450     05 RCN-PARM-KEYWORD       PIC X(12).
003460     05 RCN-PARM-VALUE         PIC X(60).
003470     05 RCN-PARM-VALUE-R REDEFINES RCN-PARM-VALUE.
003480        10 RCN-PARM-VAL-CHAR   OCCURS 60 TIMES PIC X(01).
003490     05 RCN-PARM-DIGIT-X       PIC X(01).
003500     05 RCN-PARM-DIGIT-9 REDEFINES RCN-PARM-DIGIT-X PIC 9(01).
003510     05 RCN-PARM-NUMBER        PIC 9(09) COMP.
003520     05 RCN-PARM-DEC-PLACES    PIC 9(04) COMP.
003530     05 RCN-PARM-DEC-POWER     PIC 9(04) COMP.
003540     05 RCN-PARM-DIGIT-COUNT   PIC 9(04) COMP.
003550     05 RCN-PARM-SUB           PIC 9(04) COMP.
003560     05 RCN-PARM-NUM-SWITCH    PIC X(01).
003570        88 RCN-PARM-NUM-BAD         VALUE "Y".
003580        88 RCN-PARM-NUM-OK          VALUE "N".
003590     05 RCN-PARM-DONE-SWITCH   PIC X(01).
003600        88 RCN-PARM-NUM-DONE        VALUE "Y".
003610        88 RCN-PARM-NUM-SCANNING    VALUE "N".
003620     05 RCN-PARM-DEC-SWITCH    PIC X(01).
003630        88 RCN-PARM-DEC-ON          VALUE "Y".
003640        88 RCN-PARM-DEC-OFF         VALUE "N".
003650*
003660******************************************************************
003670* The definition being rechecked - off RCNDEFS, or the
003680* driver's built-in ACCOUNT default when RCNDEFS has none.
003690******************************************************************
003700 01  RCN-CUR-DEF.
003710     05 RCN-CUR-DEF-NAME       PIC X(08) VALUE SPACES.
003720     05 RCN-CUR-DEF-TABLE      PIC X(30).
003730     05 RCN-CUR-KEY-COL        PIC X(30).
003740     05 RCN-CUR-BAL-COL        PIC X(30).
003750     05 RCN-CUR-STAT-COL       PIC X(30).
003760     05 RCN-CUR-GOOD-STATUS    PIC X(02).
003770     05 RCN-CUR-GLIX-NAME      PIC X(08).
003780*
003790******************************************************************
003800* In-service status rules, as RCNWORK's table.
003810******************************************************************
003820 01  RCN-SRUL-TABLE.
003830     05 RCN-SRUL-ENTRY         OCCURS 50 TIMES.
003840        10 RCN-TBL-SRUL-STATUS PIC X(02).
003850        10 RCN-TBL-SRUL-IGNORE PIC X(01).
003860        10 RCN-TBL-SRUL-BAL    PIC X(01).
003870        10 RCN-TBL-SRUL-MAINT  PIC X(01).
003880        10 RCN-TBL-SRUL-REASON PIC X(02).
003890        10 RCN-TBL-SRUL-SEV    PIC X(01).
003900*
003910******************************************************************
003920* One account's items - open on RCNXHST before the recheck,
003930* and found by the recheck now.
003940******************************************************************
003950 01  RCN-OPEN-TABLE.
003960     05 RCN-OPEN-ENTRY         OCCURS 20 TIMES.
003970        10 RCN-OPEN-REASON     PIC X(02).
003980        10 RCN-OPEN-FIRST-DATE PIC 9(08).
003990*
004000 01  RCN-NOW-TABLE.
004010     05 RCN-NOW-ENTRY          OCCURS 10 TIMES.
004020        10 RCN-NOW-REASON      PIC X(02).
004030        10 RCN-NOW-SEVERITY    PIC X(01).
004040        10 RCN-NOW-PRINTED     PIC X(01).
004050           88 RCN-NOW-DONE          VALUE "Y".
004060*
004070******************************************************************
004080* RCNMFET parameter block
004090******************************************************************
004100 01  RCN-MFET-PARMS.
004110     COPY "rcnmft.cbl".
004120*
004130******************************************************************
004140* Run date
004150******************************************************************
004160 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
004170 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
004180     05 RCN-RUN-YYYY           PIC X(04).
004190     05 RCN-RUN-MM             PIC X(02).
004200     05 RCN-RUN-DD             PIC X(02).
004210*
004220******************************************************************
004230* Report lines
004240******************************************************************
004250 01  RCN-HEADING-1.
004260     05 FILLER                 PIC X(24) VALUE SPACES.
004270     05 FILLER                 PIC X(42) VALUE
004280         "RECONCILIATION DAYTIME ACCOUNT RECHECK".
004290     05 FILLER                 PIC X(06) VALUE "DATE ".
004300     05 RCN-HDG-MM             PIC X(02).
004310     05 FILLER                 PIC X(01) VALUE "/".
004320     05 RCN-HDG-DD             PIC X(02).
004330     05 FILLER                 PIC X(01) VALUE "/".
004340     05 RCN-HDG-YYYY           PIC X(04).
004350     05 FILLER                 PIC X(03) VALUE SPACES.
004360     05 FILLER                 PIC X(05) VALUE "PAGE ".
004370     05 RCN-HDG-PAGE           PIC ZZZ9.
004380     05 FILLER                 PIC X(38) VALUE SPACES.
004390*
004400 01  RCN-HEADING-2.
004410     05 FILLER                 PIC X(04) VALUE SPACES.
004420     05 FILLER                 PIC X(12) VALUE "DEFINITION".
004430     05 FILLER                 PIC X(11) VALUE "ACCOUNT".
004440     05 FILLER                 PIC X(07) VALUE "REASON".
004450     05 FILLER                 PIC X(18) VALUE "RESULT".
004460     05 FILLER                 PIC X(05) VALUE "SEV".
004470     05 FILLER                 PIC X(06) VALUE "STATUS".
004480     05 FILLER                 PIC X(18) VALUE
004490         "   MASTER BALANCE".
004500     05 FILLER                 PIC X(19) VALUE
004510         "   LEDGER BALANCE".
004520     05 FILLER                 PIC X(10) VALUE "OPEN SINCE".
004530     05 FILLER                 PIC X(22) VALUE SPACES.
004540*
004550 01  RCN-DETAIL-LINE.
004560     05 FILLER                 PIC X(04).
004570     05 RCN-DTL-DEF-NAME       PIC X(08).
004580     05 FILLER                 PIC X(04).
004590     05 RCN-DTL-ACCT-NO        PIC 9(09).
004600     05 FILLER                 PIC X(02).
004610     05 RCN-DTL-REASON         PIC X(02).
004620     05 FILLER                 PIC X(05).
004630     05 RCN-DTL-RESULT         PIC X(16).
004640     05 FILLER                 PIC X(02).
004650     05 RCN-DTL-SEVERITY       PIC X(01).
004660     05 FILLER                 PIC X(04).
004670     05 RCN-DTL-STATUS         PIC X(02).
004680     05 FILLER                 PIC X(04).
004690     05 RCN-DTL-BALANCE        PIC -(11)9.99.
004700     05 FILLER                 PIC X(03).
004710     05 RCN-DTL-GL-BALANCE     PIC -(11)9.99.
004720     05 FILLER                 PIC X(04).
004730     05 RCN-DTL-SINCE          PIC X(08).
004740     05 FILLER                 PIC X(24).
004750*
004760*    A card that could not be rechecked, with why.
004770 01  RCN-REJECT-LINE.
004780     05 FILLER                 PIC X(04) VALUE SPACES.
004790     05 FILLER                 PIC X(09) VALUE "REJECTED ".
004800     05 RCN-REJ-CARD           PIC X(40).
004810     05 FILLER                 PIC X(02) VALUE SPACES.
004820     05 RCN-REJ-TEXT           PIC X(77).
004830*
004840 01  RCN-SECTION-LINE.
004850     05 FILLER                 PIC X(02) VALUE SPACES.
004860     05 RCN-SEC-TEXT           PIC X(80).
004870     05 FILLER                 PIC X(50) VALUE SPACES.
004880*
004890 01  RCN-NOTE-LINE.
004900     05 FILLER                 PIC X(04) VALUE SPACES.
004910     05 RCN-NOTE-TEXT          PIC X(100).
004920     05 FILLER                 PIC X(28) VALUE SPACES.
004930*
004940 01  RCN-COUNT-LINE.
004950     05 FILLER                 PIC X(04) VALUE SPACES.
004960     05 RCN-CNT-LABEL          PIC X(40).
004970     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
004980     05 FILLER                 PIC X(77) VALUE SPACES.
004990*
005000 01  RCN-PRINT-AREA            PIC X(132).
005010 01  RCN-STATUS-TEXT           PIC X(02).
005020 01  RCN-SQLCODE-ED            PIC -(9)9.
005030 01  RCN-ACCT-EDIT             PIC 9(09).
005040*
005050 PROCEDURE DIVISION.
005060*
005070******************************************************************
005080* 0000-MAINLINE
005090******************************************************************
005100 0000-MAINLINE.
005110     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
005120     MOVE RCN-RUN-MM TO RCN-HDG-MM
005130     MOVE RCN-RUN-DD TO RCN-HDG-DD
005140     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
005150     OPEN OUTPUT RCN-RPT-FILE
005160     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
005170         DISPLAY "RCNRCHK: UNABLE TO OPEN RCNRCHKO, STATUS="
005180             RCN-RPT-FILE-STATUS
005190         MOVE 8 TO RETURN-CODE
005200         STOP RUN
005210     END-IF
005220     PERFORM 7600-NEW-PAGE THRU 7600-EXIT
005230     PERFORM 0100-READ-PARMS THRU 0100-EXIT
005240     IF RCN-RUN-OK
005250         PERFORM 0200-LOAD-RULES THRU 0200-EXIT
005260         PERFORM 0300-READ-CONTROL THRU 0300-EXIT
005270         PERFORM 0400-CONNECT THRU 0400-EXIT
005280     END-IF
005290     IF RCN-RUN-OK
005300         PERFORM 0500-OPEN-HISTORY THRU 0500-EXIT
005310     END-IF
005320     IF RCN-RUN-OK
005330         PERFORM 0600-PRINT-SETTINGS THRU 0600-EXIT
005340         OPEN INPUT RCN-RLST-FILE
005350         IF RCN-RLST-FILE-STATUS NOT EQUAL "00"
005360             MOVE RCN-RLST-FILE-STATUS TO RCN-STATUS-TEXT
005370             MOVE SPACES TO RCN-NOTE-TEXT
005380             STRING "RCNRLST OPEN FAILED, STATUS="
005390                 RCN-STATUS-TEXT
005400                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005410             PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005420         ELSE
005430             PERFORM 1000-RECHECK-ONE-CARD THRU 1000-EXIT
005440                 UNTIL RCN-RLST-EOF OR RCN-RUN-FAILED
005450             CLOSE RCN-RLST-FILE
005460         END-IF
005470     END-IF
005480     IF RCN-GL-FILE-OPEN
005490         CLOSE RCN-GL-FILE
005500         SET RCN-GL-FILE-NOT-OPEN TO TRUE
005510     END-IF
005520     IF RCN-XHST-FILE-OPEN
005530         CLOSE RCN-XHST-FILE
005540     END-IF
005550     IF RCN-CONNECTED
005560         SET RCN-MFT-FUNC-DISCONNECT TO TRUE
005570         CALL "RCNMFET" USING RCN-MFET-PARMS
005580     END-IF
005590     PERFORM 5000-REPORT-TOTALS THRU 5000-EXIT
005600     CLOSE RCN-RPT-FILE
005610     STOP RUN.
005620*
005630******************************************************************
005640* 0100-READ-PARMS
005650*    SERVER, CREDFILE and TOLERANCE off the driver's deck,
005660*    the tolerance scanned as the driver scans it; every other
005670*    card passes.  No TOLERANCE card is a zero tolerance, as
005680*    it is to the driver.
005690******************************************************************
005700 0100-READ-PARMS.
005710     OPEN INPUT RCN-PARM-FILE
005720     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
005730         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
005740         MOVE SPACES TO RCN-NOTE-TEXT
005750         STRING "RCNPARM OPEN FAILED, STATUS=" RCN-STATUS-TEXT
005760             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005770         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005780         GO TO 0100-EXIT
005790     END-IF
005800     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
005810         UNTIL RCN-PARM-EOF
005820     CLOSE RCN-PARM-FILE.
005830 0100-EXIT.
005840     EXIT.
005850*
005860 0110-PARSE-ONE-PARM.
005870     READ RCN-PARM-FILE
005880         AT END
005890             SET RCN-PARM-EOF TO TRUE
005900             GO TO 0110-EXIT
005910     END-READ
005920     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
005930         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
005940         MOVE SPACES TO RCN-NOTE-TEXT
005950         STRING "RCNPARM READ FAILED, STATUS=" RCN-STATUS-TEXT
005960             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005970         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005980         SET RCN-PARM-EOF TO TRUE
005990         GO TO 0110-EXIT
006000     END-IF
006010     IF RCN-PARM-CARD EQUAL SPACES
006020         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
006030         GO TO 0110-EXIT
006040     END-IF
006050     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
006060     UNSTRING RCN-PARM-CARD DELIMITED BY "="
006070         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
006080     EVALUATE RCN-PARM-KEYWORD
006090         WHEN "SERVER"
006100             MOVE RCN-PARM-VALUE TO RCN-PARM-SERVER
006110         WHEN "CREDFILE"
006120             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
006130         WHEN "TOLERANCE"
006140             PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
006150             IF RCN-PARM-NUM-OK
006160                 AND RCN-PARM-DEC-PLACES > 2
006170                 SET RCN-PARM-NUM-BAD TO TRUE
006180             END-IF
006190             IF RCN-PARM-NUM-BAD
006200                 MOVE SPACES TO RCN-NOTE-TEXT
006210                 STRING "TOLERANCE ON RCNPARM IS NOT A NUMBER"
006220                     " WITH AT MOST TWO DECIMAL PLACES"
006230                     DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006240                 PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006250             ELSE
006260                 MOVE 1 TO RCN-PARM-DEC-POWER
006270                 IF RCN-PARM-DEC-PLACES EQUAL 1
006280                     MOVE 10 TO RCN-PARM-DEC-POWER
006290                 END-IF
006300                 IF RCN-PARM-DEC-PLACES EQUAL 2
006310                     MOVE 100 TO RCN-PARM-DEC-POWER
006320                 END-IF
006330                 COMPUTE RCN-BALANCE-TOLERANCE =
006340                     RCN-PARM-NUMBER / RCN-PARM-DEC-POWER
006350             END-IF
006360         WHEN OTHER
006370             CONTINUE
006380     END-EVALUATE.
006390 0110-EXIT.
006400     EXIT.
006410*
006420 0150-PARSE-NUMBER.
006430     MOVE ZERO TO RCN-PARM-NUMBER
006440                  RCN-PARM-DEC-PLACES
006450                  RCN-PARM-DIGIT-COUNT
006460     SET RCN-PARM-NUM-OK TO TRUE
006470     SET RCN-PARM-NUM-SCANNING TO TRUE
006480     SET RCN-PARM-DEC-OFF TO TRUE
006490     IF RCN-PARM-VALUE EQUAL SPACES
006500         SET RCN-PARM-NUM-BAD TO TRUE
006510     ELSE
006520         PERFORM 0160-PARSE-ONE-CHAR THRU 0160-EXIT
006530             VARYING RCN-PARM-SUB FROM 1 BY 1
006540             UNTIL RCN-PARM-SUB > 60
006550                 OR RCN-PARM-NUM-DONE
006560                 OR RCN-PARM-NUM-BAD
006570     END-IF
006580     IF RCN-PARM-DIGIT-COUNT EQUAL ZERO
006590         SET RCN-PARM-NUM-BAD TO TRUE
006600     END-IF.
006610 0150-EXIT.
006620     EXIT.
006630*
006640 0160-PARSE-ONE-CHAR.
006650     MOVE RCN-PARM-VAL-CHAR (RCN-PARM-SUB) TO RCN-PARM-DIGIT-X
006660     EVALUATE TRUE
006670         WHEN RCN-PARM-DIGIT-X EQUAL SPACE
006680             SET RCN-PARM-NUM-DONE TO TRUE
006690         WHEN RCN-PARM-DIGIT-X EQUAL "."
006700             IF RCN-PARM-DEC-ON
006710                 SET RCN-PARM-NUM-BAD TO TRUE
006720             ELSE
006730                 SET RCN-PARM-DEC-ON TO TRUE
006740             END-IF
006750         WHEN RCN-PARM-DIGIT-X NUMERIC
006760             COMPUTE RCN-PARM-NUMBER =
006770                 (RCN-PARM-NUMBER * 10) + RCN-PARM-DIGIT-9
006780                 ON SIZE ERROR
006790                     SET RCN-PARM-NUM-BAD TO TRUE
006800             END-COMPUTE
006810             ADD 1 TO RCN-PARM-DIGIT-COUNT
006820             IF RCN-PARM-DEC-ON
006830                 ADD 1 TO RCN-PARM-DEC-PLACES
006840             END-IF
006850         WHEN OTHER
006860             SET RCN-PARM-NUM-BAD TO TRUE
006870     END-EVALUATE.
006880 0160-EXIT.
006890     EXIT.
006900*
006910******************************************************************
006920* 0200-LOAD-RULES
006930*    The in-service RCNSRULE rules, as RCNWORK loads them.
006940*    No deck means every status other than the definition's
006950*    good value rechecks as plain ST, as it extracts at night.
006960******************************************************************
006970 0200-LOAD-RULES.
006980     OPEN INPUT RCN-SRUL-FILE
006990     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
007000         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
007010         MOVE SPACES TO RCN-NOTE-TEXT
007020         STRING "NO STATUS RULES (RCNSRULE STATUS="
007030             RCN-STATUS-TEXT
007040             ") - ODD STATUSES RECHECK AS ST"
007050             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007060         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
007070         GO TO 0200-EXIT
007080     END-IF
007090     PERFORM 0210-LOAD-ONE-RULE THRU 0210-EXIT
007100         UNTIL RCN-SRUL-EOF
007110     CLOSE RCN-SRUL-FILE.
007120 0200-EXIT.
007130     EXIT.
007140*
007150 0210-LOAD-ONE-RULE.
007160     READ RCN-SRUL-FILE
007170         AT END
007180             SET RCN-SRUL-EOF TO TRUE
007190             GO TO 0210-EXIT
007200     END-READ
007210     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
007220         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
007230         MOVE SPACES TO RCN-NOTE-TEXT
007240         STRING "RCNSRULE READ FAILED, STATUS="
007250             RCN-STATUS-TEXT
007260             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007270         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007280         SET RCN-SRUL-EOF TO TRUE
007290         GO TO 0210-EXIT
007300     END-IF
007310     IF RCN-SRUL-STATUS EQUAL SPACES
007320         OR RCN-SRUL-RETIRED
007330         GO TO 0210-EXIT
007340     END-IF
007350     IF RCN-SRUL-USED >= RCN-SRUL-MAX
007360         MOVE "STATUS RULES BEYOND 50 IGNORED, AS AT NIGHT"
007370             TO RCN-NOTE-TEXT
007380         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
007390         SET RCN-SRUL-EOF TO TRUE
007400         GO TO 0210-EXIT
007410     END-IF
007420     ADD 1 TO RCN-SRUL-USED
007430     MOVE RCN-SRUL-STATUS TO
007440         RCN-TBL-SRUL-STATUS (RCN-SRUL-USED)
007450     MOVE RCN-SRUL-IGNORE TO
007460         RCN-TBL-SRUL-IGNORE (RCN-SRUL-USED)
007470     MOVE RCN-SRUL-BAL-ALLOWED TO
007480         RCN-TBL-SRUL-BAL (RCN-SRUL-USED)
007490     MOVE RCN-SRUL-MAINT-ALLOWED TO
007500         RCN-TBL-SRUL-MAINT (RCN-SRUL-USED)
007510     MOVE RCN-SRUL-REASON TO
007520         RCN-TBL-SRUL-REASON (RCN-SRUL-USED)
007530     MOVE RCN-SRUL-SEVERITY TO
007540         RCN-TBL-SRUL-SEV (RCN-SRUL-USED).
007550 0210-EXIT.
007560     EXIT.
007570*
007580******************************************************************
007590* 0300-READ-CONTROL
007600*    The last clean run's start, for the status rules'
007610*    "recent maintenance" test.  Opened INPUT and closed
007620*    again - the recheck never moves the baseline.
007630******************************************************************
007640 0300-READ-CONTROL.
007650     OPEN INPUT RCN-CTL-FILE
007660     IF RCN-CTL-FILE-STATUS NOT EQUAL "00"
007670         GO TO 0300-EXIT
007680     END-IF
007690     MOVE "LASTRUN" TO RCN-CTL-ID
007700     READ RCN-CTL-FILE
007710     IF RCN-CTL-FILE-STATUS EQUAL "00"
007720         MOVE RCN-CTL-LAST-TS TO RCN-MAINT-BASE-TS
007730     END-IF
007740     CLOSE RCN-CTL-FILE.
007750 0300-EXIT.
007760     EXIT.
007770*
007780******************************************************************
007790* 0400-CONNECT
007800*    Credentials off the CREDFILE the deck names, into
007810*    RCNMFET's block and nowhere else.
007820******************************************************************
007830 0400-CONNECT.
007840     MOVE SPACES TO RCN-NOTE-TEXT
007850     IF RCN-PARM-SERVER EQUAL SPACES
007860         OR RCN-CRED-FILE-NAME EQUAL SPACES
007870         MOVE "NO SERVER OR CREDFILE CARD ON RCNPARM"
007880             TO RCN-NOTE-TEXT
007890         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007900         GO TO 0400-EXIT
007910     END-IF
007920     OPEN INPUT RCN-CRED-FILE
007930     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
007940         MOVE RCN-CRED-FILE-STATUS TO RCN-STATUS-TEXT
007950         STRING "CREDFILE OPEN FAILED, STATUS=" RCN-STATUS-TEXT
007960             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007970         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007980         GO TO 0400-EXIT
007990     END-IF
008000     PERFORM 0410-PARSE-ONE-CRED THRU 0410-EXIT
008010         UNTIL RCN-CRED-EOF
008020     CLOSE RCN-CRED-FILE
008030     IF RCN-PARM-USERID EQUAL SPACES
008040         OR RCN-PARM-PASSWD EQUAL SPACES
008050         MOVE "CREDFILE USERID OR PASSWORD CARD MISSING"
008060             TO RCN-NOTE-TEXT
008070         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008080         GO TO 0400-EXIT
008090     END-IF
008100     MOVE RCN-PARM-SERVER TO RCN-MFT-SERVER
008110     MOVE RCN-PARM-USERID TO RCN-MFT-USERID
008120     MOVE RCN-PARM-PASSWD TO RCN-MFT-PASSWD
008130     SET RCN-MFT-FUNC-CONNECT TO TRUE
008140     CALL "RCNMFET" USING RCN-MFET-PARMS
008150     MOVE SPACES TO RCN-MFT-USERID RCN-MFT-PASSWD
008160                    RCN-PARM-USERID RCN-PARM-PASSWD
008170     IF RCN-MFT-RETCODE NOT EQUAL ZERO
008180         MOVE RCN-MFT-SQLCODE TO RCN-SQLCODE-ED
008190         STRING "CONNECT TO " DELIMITED BY SIZE
008200             RCN-PARM-SERVER DELIMITED BY SPACE
008210             " FAILED, SQLCODE=" RCN-SQLCODE-ED
008220             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008230         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008240         GO TO 0400-EXIT
008250     END-IF
008260     SET RCN-CONNECTED TO TRUE.
008270 0400-EXIT.
008280     EXIT.
008290*
008300 0410-PARSE-ONE-CRED.
008310     READ RCN-CRED-FILE
008320         AT END
008330             SET RCN-CRED-EOF TO TRUE
008340             GO TO 0410-EXIT
008350     END-READ
008360     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
008370         SET RCN-CRED-EOF TO TRUE
008380         GO TO 0410-EXIT
008390     END-IF
008400     IF RCN-CRED-CARD EQUAL SPACES
008410         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
008420         GO TO 0410-EXIT
008430     END-IF
008440     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
008450     UNSTRING RCN-CRED-CARD DELIMITED BY "="
008460         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
008470     EVALUATE RCN-PARM-KEYWORD
008480         WHEN "USERID"
008490             MOVE RCN-PARM-VALUE TO RCN-PARM-USERID
008500         WHEN "PASSWORD"
008510             MOVE RCN-PARM-VALUE TO RCN-PARM-PASSWD
008520         WHEN OTHER
008530             CONTINUE
008540     END-EVALUATE
008550     MOVE SPACES TO RCN-PARM-VALUE.
008560 0410-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600* 0500-OPEN-HISTORY
008610*    RCNXHST, INPUT for the whole run.  Not on file at all is
008620*    said so - pairs still recheck, there is just nothing
008630*    open to clear.
008640******************************************************************
008650 0500-OPEN-HISTORY.
008660     OPEN INPUT RCN-XHST-FILE
008670     IF RCN-XHST-FILE-STATUS EQUAL "35"
008680         MOVE SPACES TO RCN-NOTE-TEXT
008690         STRING "NO EXCEPTION HISTORY ON FILE - NOTHING IS"
008700             " OPEN TO CLEAR AND ALL CARDS HAVE NOTHING TO"
008710             " RECHECK"
008720             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008730         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
008740         GO TO 0500-EXIT
008750     END-IF
008760     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
008770         MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
008780         MOVE SPACES TO RCN-NOTE-TEXT
008790         STRING "RCNXHST OPEN FAILED, STATUS=" RCN-STATUS-TEXT
008800             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008810         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008820         GO TO 0500-EXIT
008830     END-IF
008840     SET RCN-XHST-FILE-OPEN TO TRUE.
008850 0500-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890* 0600-PRINT-SETTINGS
008900*    What the recheck measures against, and what it cannot.
008910******************************************************************
008920 0600-PRINT-SETTINGS.
008930     MOVE RCN-BALANCE-TOLERANCE TO RCN-TOLERANCE-EDIT
008940     MOVE SPACES TO RCN-NOTE-TEXT
008950     STRING "MASTER AS IT STANDS NOW, LEDGER AS THE LAST RUN"
008960         " LOADED IT, BALANCE TOLERANCE " RCN-TOLERANCE-EDIT
008970         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008980     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
008990     MOVE SPACES TO RCN-NOTE-TEXT
009000     IF RCN-MAINT-BASE-TS EQUAL SPACES
009010         STRING "NO RCNCTL LAST-RUN RECORD - NO STATUS RULE"
009020             " FIRES ON RECENT MAINTENANCE ALONE"
009030             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009040     ELSE
009050         STRING "RECENT MAINTENANCE FOR THE STATUS RULES IS ON"
009060             " OR AFTER " RCN-MAINT-BASE-TS
009070             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009080     END-IF
009090     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
009100     MOVE SPACES TO RCN-NOTE-TEXT
009110     STRING "NOT RECHECKED IN THE DAY: MV CA NJ (MOVEMENT) AND"
009120         " DS DP DM (STANDBY) - THEY WAIT FOR THE NIGHT"
009130         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009140     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
009150     MOVE SPACES TO RCN-NOTE-TEXT
009160     STRING "READ ONLY - NO CONTROL, SNAPSHOT, CHECKPOINT OR"
009170         " HISTORY FILE IS UPDATED"
009180         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009190     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT.
009200 0600-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240* 1000-RECHECK-ONE-CARD
009250*    One RCNRLST card - a definition/account pair, or ALL
009260*    for the definition's open history items.  A card in
009270*    error is listed as rejected and the deck goes on.
009280******************************************************************
009290 1000-RECHECK-ONE-CARD.
009300     READ RCN-RLST-FILE
009310         AT END
009320             SET RCN-RLST-EOF TO TRUE
009330             GO TO 1000-EXIT
009340     END-READ
009350     IF RCN-RLST-FILE-STATUS NOT EQUAL "00"
009360         MOVE RCN-RLST-FILE-STATUS TO RCN-STATUS-TEXT
009370         MOVE SPACES TO RCN-NOTE-TEXT
009380         STRING "RCNRLST READ FAILED, STATUS=" RCN-STATUS-TEXT
009390             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009400         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
009410         SET RCN-RLST-EOF TO TRUE
009420         GO TO 1000-EXIT
009430     END-IF
009440     IF RCN-RLST-CARD EQUAL SPACES
009450         OR RCN-RLST-CARD-BYTE-1 EQUAL "*"
009460         GO TO 1000-EXIT
009470     END-IF
009480     ADD 1 TO RCN-CARDS-READ
009490     SET RCN-CARD-GOOD TO TRUE
009500     MOVE SPACES TO RCN-REJ-TEXT
009510     MOVE SPACES TO RCN-REQ-DEF RCN-REQ-ACCT-X
009520     MOVE ZERO TO RCN-REQ-ACCT RCN-REQ-DIGITS
009530     UNSTRING RCN-RLST-CARD DELIMITED BY ALL SPACE
009540         INTO RCN-REQ-DEF RCN-REQ-ACCT-X
009550     IF RCN-REQ-DEF EQUAL SPACES
009560         OR RCN-REQ-ACCT-X EQUAL SPACES
009570         MOVE "CARD IS DEFINITION NAME, THEN ACCOUNT OR ALL"
009580             TO RCN-REJ-TEXT
009590         PERFORM 1050-REJECT-CARD THRU 1050-EXIT
009600         GO TO 1000-EXIT
009610     END-IF
009620     IF RCN-REQ-DEF NOT EQUAL RCN-CUR-DEF-NAME
009630         PERFORM 1100-SET-DEFINITION THRU 1100-EXIT
009640         IF RCN-CARD-REJECTED OR RCN-RUN-FAILED
009650             GO TO 1000-EXIT
009660         END-IF
009670     END-IF
009680     IF RCN-REQ-ACCT-X EQUAL "ALL"
009690         PERFORM 1300-RECHECK-ALL-OPEN THRU 1300-EXIT
009700         GO TO 1000-EXIT
009710     END-IF
009720     PERFORM 1200-PARSE-ONE-CHAR THRU 1200-EXIT
009730         VARYING RCN-REQ-SUB FROM 1 BY 1
009740         UNTIL RCN-REQ-SUB > 12
009750             OR RCN-CARD-REJECTED
009760     IF RCN-REQ-DIGITS EQUAL ZERO
009770         OR RCN-REQ-DIGITS > 9
009780         SET RCN-CARD-REJECTED TO TRUE
009790     END-IF
009800     IF RCN-CARD-REJECTED
009810         MOVE "ACCOUNT IS UP TO NINE DIGITS, OR ALL"
009820             TO RCN-REJ-TEXT
009830         PERFORM 1050-REJECT-CARD THRU 1050-EXIT
009840         GO TO 1000-EXIT
009850     END-IF
009860     MOVE RCN-REQ-ACCT TO RCN-CHK-ACCT
009870     PERFORM 2000-RECHECK-ACCOUNT THRU 2000-EXIT.
009880 1000-EXIT.
009890     EXIT.
009900*
009910 1050-REJECT-CARD.
009920     SET RCN-CARD-REJECTED TO TRUE
009930     ADD 1 TO RCN-CARDS-REJECTED
009940     MOVE RCN-RLST-CARD TO RCN-REJ-CARD
009950     MOVE RCN-REJECT-LINE TO RCN-PRINT-AREA
009960     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
009970 1050-EXIT.
009980     EXIT.
009990*
010000******************************************************************
010010* 1100-SET-DEFINITION
010020*    The card's definition off RCNDEFS - the driver's built-in
010030*    ACCOUNT default when RCNDEFS has no ACCOUNT record, as
010040*    RCNACCT does - then RCNMFET's fetch prepared for it and
010050*    its ledger opened.  A retired or unknown definition
010060*    rejects the card; a ledger that will not open leaves its
010070*    NG, BD and NM items unrechecked.
010080******************************************************************
010090 1100-SET-DEFINITION.
010100     MOVE SPACES TO RCN-CUR-DEF-NAME
010110     IF RCN-GL-FILE-OPEN
010120         CLOSE RCN-GL-FILE
010130         SET RCN-GL-FILE-NOT-OPEN TO TRUE
010140     END-IF
010150     SET RCN-DEF-NOT-FOUND TO TRUE
010160     SET RCN-CUR-DEF-IN-SERVICE TO TRUE
010170     SET RCN-DEFS-NOT-EOF TO TRUE
010180     OPEN INPUT RCN-DEFS-FILE
010190     IF RCN-DEFS-FILE-STATUS EQUAL "00"
010200         PERFORM 1110-MATCH-ONE-DEF THRU 1110-EXIT
010210             UNTIL RCN-DEFS-EOF OR RCN-DEF-FOUND
010220         CLOSE RCN-DEFS-FILE
010230     END-IF
010240     IF RCN-CUR-DEF-RETIRED
010250         MOVE "DEFINITION IS RETIRED" TO RCN-REJ-TEXT
010260         PERFORM 1050-REJECT-CARD THRU 1050-EXIT
010270         GO TO 1100-EXIT
010280     END-IF
010290     IF RCN-DEF-NOT-FOUND
010300         IF RCN-REQ-DEF NOT EQUAL "ACCOUNT"
010310             MOVE "DEFINITION NOT ON RCNDEFS" TO RCN-REJ-TEXT
010320             PERFORM 1050-REJECT-CARD THRU 1050-EXIT
010330             GO TO 1100-EXIT
010340         END-IF
010350         MOVE "ACCOUNT_MASTER" TO RCN-CUR-DEF-TABLE
010360         MOVE "ACCT_NO" TO RCN-CUR-KEY-COL
010370         MOVE "ACCT_BALANCE" TO RCN-CUR-BAL-COL
010380         MOVE "ACCT_STATUS" TO RCN-CUR-STAT-COL
010390         MOVE "OK" TO RCN-CUR-GOOD-STATUS
010400         MOVE "RCNGLIX" TO RCN-CUR-GLIX-NAME
010410     END-IF
010420     MOVE RCN-CUR-DEF-TABLE TO RCN-MFT-TABLE
010430     MOVE RCN-CUR-KEY-COL TO RCN-MFT-KEY-COL
010440     MOVE RCN-CUR-BAL-COL TO RCN-MFT-BAL-COL
010450     MOVE RCN-CUR-STAT-COL TO RCN-MFT-STAT-COL
010460     SET RCN-MFT-FUNC-PREPARE TO TRUE
010470     CALL "RCNMFET" USING RCN-MFET-PARMS
010480     IF RCN-MFT-RETCODE NOT EQUAL ZERO
010490         MOVE RCN-MFT-SQLCODE TO RCN-SQLCODE-ED
010500         MOVE SPACES TO RCN-NOTE-TEXT
010510         STRING "MASTER FETCH FOR " DELIMITED BY SIZE
010520             RCN-REQ-DEF DELIMITED BY SPACE
010530             " COULD NOT BE PREPARED, SQLCODE="
010540                 DELIMITED BY SIZE
010550             RCN-SQLCODE-ED DELIMITED BY SIZE
010560             INTO RCN-NOTE-TEXT
010570         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
010580         GO TO 1100-EXIT
010590     END-IF
010600     MOVE RCN-REQ-DEF TO RCN-CUR-DEF-NAME
010610     IF RCN-LINE-COUNT + 6 > RCN-LINES-PER-PAGE
010620         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
010630     END-IF
010640     MOVE SPACES TO RCN-SEC-TEXT
010650     STRING "DEFINITION " DELIMITED BY SIZE
010660            RCN-CUR-DEF-NAME DELIMITED BY SPACE
010670            " - " DELIMITED BY SIZE
010680            RCN-CUR-DEF-TABLE DELIMITED BY SPACE
010690            " AGAINST " DELIMITED BY SIZE
010700            RCN-CUR-GLIX-NAME DELIMITED BY SPACE
010710         INTO RCN-SEC-TEXT
010720     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
010730         AFTER ADVANCING 2 LINES
010740     ADD 2 TO RCN-LINE-COUNT
010750     MOVE RCN-CUR-GLIX-NAME TO RCN-GL-FILE-NAME
010760     OPEN INPUT RCN-GL-FILE
010770     IF RCN-GL-FILE-STATUS NOT EQUAL "00"
010780         MOVE RCN-GL-FILE-STATUS TO RCN-STATUS-TEXT
010790         MOVE SPACES TO RCN-NOTE-TEXT
010800         STRING "LEDGER " DELIMITED BY SIZE
010810             RCN-GL-FILE-NAME DELIMITED BY SPACE
010820             " NOT AVAILABLE, STATUS=" DELIMITED BY SIZE
010830             RCN-STATUS-TEXT DELIMITED BY SIZE
010840             " - NG, BD AND NM ITEMS NOT RECHECKED"
010850                 DELIMITED BY SIZE
010860             INTO RCN-NOTE-TEXT
010870         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
010880         GO TO 1100-EXIT
010890     END-IF
010900     SET RCN-GL-FILE-OPEN TO TRUE.
010910 1100-EXIT.
010920     EXIT.
010930*
010940 1110-MATCH-ONE-DEF.
010950     READ RCN-DEFS-FILE
010960         AT END
010970             SET RCN-DEFS-EOF TO TRUE
010980             GO TO 1110-EXIT
010990     END-READ
011000     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
011010         SET RCN-DEFS-EOF TO TRUE
011020         GO TO 1110-EXIT
011030     END-IF
011040     IF RCN-DEF-NAME NOT EQUAL RCN-REQ-DEF
011050         GO TO 1110-EXIT
011060     END-IF
011070     SET RCN-DEF-FOUND TO TRUE
011080     IF RCN-DEF-RETIRED
011090         SET RCN-CUR-DEF-RETIRED TO TRUE
011100     END-IF
011110     MOVE RCN-DEF-TABLE TO RCN-CUR-DEF-TABLE
011120     MOVE RCN-DEF-KEY-COL TO RCN-CUR-KEY-COL
011130     MOVE RCN-DEF-BAL-COL TO RCN-CUR-BAL-COL
011140     MOVE RCN-DEF-STAT-COL TO RCN-CUR-STAT-COL
011150     MOVE RCN-DEF-GOOD-STATUS TO RCN-CUR-GOOD-STATUS
011160     MOVE RCN-DEF-GLIX-NAME TO RCN-CUR-GLIX-NAME.
011170 1110-EXIT.
011180     EXIT.
011190*
011200 1200-PARSE-ONE-CHAR.
011210     MOVE RCN-REQ-ACCT-CHAR (RCN-REQ-SUB) TO RCN-REQ-DIGIT-X
011220     IF RCN-REQ-DIGIT-X EQUAL SPACE
011230         GO TO 1200-EXIT
011240     END-IF
011250     IF RCN-REQ-DIGIT-X NOT NUMERIC
011260         SET RCN-CARD-REJECTED TO TRUE
011270         GO TO 1200-EXIT
011280     END-IF
011290     ADD 1 TO RCN-REQ-DIGITS
011300     IF RCN-REQ-DIGITS > 9
011310         SET RCN-CARD-REJECTED TO TRUE
011320         GO TO 1200-EXIT
011330     END-IF
011340     COMPUTE RCN-REQ-ACCT =
011350         (RCN-REQ-ACCT * 10) + RCN-REQ-DIGIT-9.
011360 1200-EXIT.
011370     EXIT.
011380*
011390******************************************************************
011400* 1300-RECHECK-ALL-OPEN
011410*    Every account with an open RCNXHST row for the card's
011420*    definition, once each.  The account's own recheck moves
011430*    the file's position, so the walk STARTs again past the
011440*    account's last reason before reading on.
011450******************************************************************
011460 1300-RECHECK-ALL-OPEN.
011470     IF RCN-XHST-FILE-ABSENT
011480         MOVE "NO EXCEPTION HISTORY ON FILE" TO RCN-REJ-TEXT
011490         PERFORM 1050-REJECT-CARD THRU 1050-EXIT
011500         GO TO 1300-EXIT
011510     END-IF
011520     MOVE ZERO TO RCN-CARD-ACCOUNTS
011530     SET RCN-XHST-NOT-EOF TO TRUE
011540     MOVE RCN-CUR-DEF-NAME TO RCN-XHST-DEF-NAME
011550     MOVE ZERO TO RCN-XHST-ACCT-NO
011560     MOVE LOW-VALUES TO RCN-XHST-REASON-CODE
011570     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
011580         INVALID KEY
011590             SET RCN-XHST-EOF TO TRUE
011600     END-START
011610     PERFORM 1310-NEXT-OPEN-ITEM THRU 1310-EXIT
011620         UNTIL RCN-XHST-EOF OR RCN-RUN-FAILED
011630     IF RCN-CARD-ACCOUNTS EQUAL ZERO
011640         AND RCN-RUN-OK
011650         MOVE SPACES TO RCN-NOTE-TEXT
011660         STRING "NO OPEN ITEMS ON RCNXHST FOR " DELIMITED BY SIZE
011670             RCN-CUR-DEF-NAME DELIMITED BY SPACE
011680             INTO RCN-NOTE-TEXT
011690         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
011700     END-IF.
011710 1300-EXIT.
011720     EXIT.
011730*
011740 1310-NEXT-OPEN-ITEM.
011750     READ RCN-XHST-FILE NEXT RECORD
011760         AT END
011770             SET RCN-XHST-EOF TO TRUE
011780             GO TO 1310-EXIT
011790     END-READ
011800     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
011810         MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
011820         MOVE SPACES TO RCN-NOTE-TEXT
011830         STRING "RCNXHST READ FAILED, STATUS=" RCN-STATUS-TEXT
011840             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
011850         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
011860         SET RCN-XHST-EOF TO TRUE
011870         GO TO 1310-EXIT
011880     END-IF
011890     IF RCN-XHST-DEF-NAME NOT EQUAL RCN-CUR-DEF-NAME
011900         SET RCN-XHST-EOF TO TRUE
011910         GO TO 1310-EXIT
011920     END-IF
011930     IF NOT RCN-XHST-OPEN
011940         GO TO 1310-EXIT
011950     END-IF
011960     ADD 1 TO RCN-CARD-ACCOUNTS
011970     MOVE RCN-XHST-ACCT-NO TO RCN-CHK-ACCT
011980     PERFORM 2000-RECHECK-ACCOUNT THRU 2000-EXIT
011990     IF RCN-RUN-FAILED
012000         GO TO 1310-EXIT
012010     END-IF
012020     MOVE RCN-CUR-DEF-NAME TO RCN-XHST-DEF-NAME
012030     MOVE RCN-CHK-ACCT TO RCN-XHST-ACCT-NO
012040     MOVE HIGH-VALUES TO RCN-XHST-REASON-CODE
012050     START RCN-XHST-FILE KEY GREATER THAN RCN-XHST-KEY
012060         INVALID KEY
012070             SET RCN-XHST-EOF TO TRUE
012080     END-START.
012090 1310-EXIT.
012100     EXIT.
012110*
012120******************************************************************
012130* 2000-RECHECK-ACCOUNT
012140*    One account of the current definition: its open items
012150*    off RCNXHST, the master row now, then the checks
012160*    RCNWORK's 5000-RECONCILE-ROW makes of it - the ledger
012170*    match, and the status rules when the status is not the
012180*    definition's good value - into the account's table of
012190*    items found now, and the two lists set side by side.
012200******************************************************************
012210 2000-RECHECK-ACCOUNT.
012220     ADD 1 TO RCN-ACCTS-RECHECKED
012230     MOVE ZERO TO RCN-OPEN-USED RCN-NOW-USED
012240                  RCN-ACCT-BALANCE RCN-GL-BALANCE-FOUND
012250     MOVE SPACES TO RCN-ACCT-STATUS RCN-ACCT-MAINT-TS
012260     SET RCN-GL-READ-OK TO TRUE
012270     SET RCN-GL-ROW-MISSING TO TRUE
012280     SET RCN-MASTER-MISSING TO TRUE
012290     IF RCN-XHST-FILE-OPEN
012300         PERFORM 2100-LOAD-OPEN-ITEMS THRU 2100-EXIT
012310         IF RCN-RUN-FAILED
012320             GO TO 2000-EXIT
012330         END-IF
012340     END-IF
012350     MOVE RCN-CHK-ACCT TO RCN-MFT-ACCT-NO
012360     SET RCN-MFT-FUNC-FETCH TO TRUE
012370     CALL "RCNMFET" USING RCN-MFET-PARMS
012380     IF RCN-MFT-RETCODE NOT EQUAL ZERO
012390         MOVE RCN-MFT-SQLCODE TO RCN-SQLCODE-ED
012400         MOVE RCN-CHK-ACCT TO RCN-ACCT-EDIT
012410         MOVE SPACES TO RCN-NOTE-TEXT
012420         STRING "MASTER FETCH OF ACCOUNT " RCN-ACCT-EDIT
012430             " FAILED, SQLCODE=" RCN-SQLCODE-ED
012440             " - NO FURTHER ACCOUNTS RECHECKED"
012450             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
012460         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
012470         GO TO 2000-EXIT
012480     END-IF
012490     IF RCN-MFT-IS-FOUND
012500         SET RCN-MASTER-FOUND TO TRUE
012510         MOVE RCN-MFT-BALANCE TO RCN-ACCT-BALANCE
012520         MOVE RCN-MFT-STATUS TO RCN-ACCT-STATUS
012530         MOVE RCN-MFT-MAINT-TS TO RCN-ACCT-MAINT-TS
012540         PERFORM 2200-MATCH-LEDGER THRU 2200-EXIT
012550         IF RCN-ACCT-STATUS NOT EQUAL RCN-CUR-GOOD-STATUS
012560             PERFORM 2300-APPLY-STATUS-RULE THRU 2300-EXIT
012570         END-IF
012580     ELSE
012590         PERFORM 2250-LEDGER-ONLY THRU 2250-EXIT
012600     END-IF
012610     PERFORM 2400-REPORT-ACCOUNT THRU 2400-EXIT.
012620 2000-EXIT.
012630     EXIT.
012640*
012650*    The account's history rows sit together under the
012660*    definition - one START lands on the first.  Only open
012670*    rows count; an account with more open reasons than the
012680*    table holds has the rest left off with a note.
012690 2100-LOAD-OPEN-ITEMS.
012700     SET RCN-ITEM-NOT-EOF TO TRUE
012710     MOVE RCN-CUR-DEF-NAME TO RCN-XHST-DEF-NAME
012720     MOVE RCN-CHK-ACCT TO RCN-XHST-ACCT-NO
012730     MOVE LOW-VALUES TO RCN-XHST-REASON-CODE
012740     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
012750         INVALID KEY
012760             SET RCN-ITEM-EOF TO TRUE
012770     END-START
012780     PERFORM 2110-LOAD-ONE-ITEM THRU 2110-EXIT
012790         UNTIL RCN-ITEM-EOF.
012800 2100-EXIT.
012810     EXIT.
012820*
012830 2110-LOAD-ONE-ITEM.
012840     READ RCN-XHST-FILE NEXT RECORD
012850         AT END
012860             SET RCN-ITEM-EOF TO TRUE
012870             GO TO 2110-EXIT
012880     END-READ
012890     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
012900         MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
012910         MOVE SPACES TO RCN-NOTE-TEXT
012920         STRING "RCNXHST READ FAILED, STATUS=" RCN-STATUS-TEXT
012930             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
012940         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
012950         SET RCN-ITEM-EOF TO TRUE
012960         GO TO 2110-EXIT
012970     END-IF
012980     IF RCN-XHST-DEF-NAME NOT EQUAL RCN-CUR-DEF-NAME
012990         OR RCN-XHST-ACCT-NO NOT EQUAL RCN-CHK-ACCT
013000         SET RCN-ITEM-EOF TO TRUE
013010         GO TO 2110-EXIT
013020     END-IF
013030     IF NOT RCN-XHST-OPEN
013040         GO TO 2110-EXIT
013050     END-IF
013060     IF RCN-OPEN-USED >= RCN-OPEN-MAX
013070         MOVE RCN-CHK-ACCT TO RCN-ACCT-EDIT
013080         MOVE SPACES TO RCN-NOTE-TEXT
013090         STRING "ACCOUNT " RCN-ACCT-EDIT
013100             " HAS MORE OPEN ITEMS THAN ARE LISTED HERE"
013110             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
013120         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
013130         SET RCN-ITEM-EOF TO TRUE
013140         GO TO 2110-EXIT
013150     END-IF
013160     ADD 1 TO RCN-OPEN-USED
013170     MOVE RCN-XHST-REASON-CODE TO RCN-OPEN-REASON (RCN-OPEN-USED)
013180     MOVE RCN-XHST-FIRST-DATE TO
013190         RCN-OPEN-FIRST-DATE (RCN-OPEN-USED).
013200 2110-EXIT.
013210     EXIT.
013220*
013230******************************************************************
013240* 2200-MATCH-LEDGER
013250*    RCNWORK's 5200-MATCH-LEDGER, read-only: no ledger row is
013260*    NG, a ledger row off the master by more than the
013270*    tolerance is BD.  The matched flag is left as the night
013280*    set it.
013290******************************************************************
013300 2200-MATCH-LEDGER.
013310     IF RCN-GL-FILE-NOT-OPEN
013320         GO TO 2200-EXIT
013330     END-IF
013340     MOVE RCN-CHK-ACCT TO RCN-GL-ACCT-NO
013350     READ RCN-GL-FILE
013360     IF RCN-GL-FILE-STATUS EQUAL "23"
013370         MOVE "NG" TO RCN-NEW-REASON
013380         MOVE SPACE TO RCN-NEW-SEVERITY
013390         PERFORM 2350-ADD-NOW-ITEM THRU 2350-EXIT
013400         GO TO 2200-EXIT
013410     END-IF
013420     IF RCN-GL-FILE-STATUS NOT EQUAL "00"
013430         PERFORM 2260-LEDGER-READ-FAILED THRU 2260-EXIT
013440         GO TO 2200-EXIT
013450     END-IF
013460     SET RCN-GL-ROW-FOUND TO TRUE
013470     MOVE RCN-GL-BALANCE TO RCN-GL-BALANCE-FOUND
013480     COMPUTE RCN-BALANCE-DIFF =
013490         RCN-ACCT-BALANCE - RCN-GL-BALANCE
013500     IF RCN-BALANCE-DIFF < ZERO
013510         COMPUTE RCN-BALANCE-DIFF = ZERO - RCN-BALANCE-DIFF
013520     END-IF
013530     IF RCN-BALANCE-DIFF > RCN-BALANCE-TOLERANCE
013540         MOVE "BD" TO RCN-NEW-REASON
013550         MOVE SPACE TO RCN-NEW-SEVERITY
013560         PERFORM 2350-ADD-NOW-ITEM THRU 2350-EXIT
013570     END-IF.
013580 2200-EXIT.
013590     EXIT.
013600*
013610*    No master row - a ledger row for the account is NM, as
013620*    RCNDRIV's end-of-job sweep of the unmatched ledger rows
013630*    would call it.
013640 2250-LEDGER-ONLY.
013650     IF RCN-GL-FILE-NOT-OPEN
013660         GO TO 2250-EXIT
013670     END-IF
013680     MOVE RCN-CHK-ACCT TO RCN-GL-ACCT-NO
013690     READ RCN-GL-FILE
013700     IF RCN-GL-FILE-STATUS EQUAL "23"
013710         GO TO 2250-EXIT
013720     END-IF
013730     IF RCN-GL-FILE-STATUS NOT EQUAL "00"
013740         PERFORM 2260-LEDGER-READ-FAILED THRU 2260-EXIT
013750         GO TO 2250-EXIT
013760     END-IF
013770     SET RCN-GL-ROW-FOUND TO TRUE
013780     MOVE RCN-GL-BALANCE TO RCN-GL-BALANCE-FOUND
013790     MOVE "NM" TO RCN-NEW-REASON
013800     MOVE SPACE TO RCN-NEW-SEVERITY
013810     PERFORM 2350-ADD-NOW-ITEM THRU 2350-EXIT.
013820 2250-EXIT.
013830     EXIT.
013840*
013850 2260-LEDGER-READ-FAILED.
013860     SET RCN-GL-READ-FAILED TO TRUE
013870     MOVE RCN-GL-FILE-STATUS TO RCN-STATUS-TEXT
013880     MOVE RCN-CHK-ACCT TO RCN-ACCT-EDIT
013890     MOVE SPACES TO RCN-NOTE-TEXT
013900     STRING "LEDGER READ OF ACCOUNT " RCN-ACCT-EDIT
013910         " FAILED, STATUS=" RCN-STATUS-TEXT
013920         " - ITS NG, BD AND NM ITEMS NOT RECHECKED"
013930         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
013940     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT.
013950 2260-EXIT.
013960     EXIT.
013970*
013980******************************************************************
013990* 2300-APPLY-STATUS-RULE
014000*    RCNWORK's 5400-APPLY-STATUS-RULE - ignore, extract when
014010*    a nonzero balance or recent maintenance makes it worth a
014020*    look, or extract outright, under the rule's own reason
014030*    and severity; no rule is plain ST.
014040******************************************************************
014050 2300-APPLY-STATUS-RULE.
014060     MOVE ZERO TO RCN-SRUL-HIT
014070     PERFORM 2310-MATCH-ONE-RULE THRU 2310-EXIT
014080         VARYING RCN-SRUL-SUB FROM 1 BY 1
014090         UNTIL RCN-SRUL-SUB > RCN-SRUL-USED
014100     IF RCN-SRUL-HIT EQUAL ZERO
014110         MOVE "ST" TO RCN-NEW-REASON
014120         MOVE SPACE TO RCN-NEW-SEVERITY
014130         PERFORM 2350-ADD-NOW-ITEM THRU 2350-EXIT
014140         GO TO 2300-EXIT
014150     END-IF
014160     IF RCN-TBL-SRUL-IGNORE (RCN-SRUL-HIT) EQUAL "Y"
014170         GO TO 2300-EXIT
014180     END-IF
014190     SET RCN-RULE-QUIET TO TRUE
014200     IF RCN-TBL-SRUL-BAL (RCN-SRUL-HIT) EQUAL "N"
014210         AND RCN-ACCT-BALANCE NOT EQUAL ZERO
014220         SET RCN-RULE-FIRES TO TRUE
014230     END-IF
014240     IF RCN-TBL-SRUL-MAINT (RCN-SRUL-HIT) EQUAL "N"
014250         AND RCN-MAINT-BASE-TS NOT EQUAL SPACES
014260         AND RCN-ACCT-MAINT-TS NOT LESS RCN-MAINT-BASE-TS
014270         SET RCN-RULE-FIRES TO TRUE
014280     END-IF
014290     IF RCN-TBL-SRUL-BAL (RCN-SRUL-HIT) EQUAL "Y"
014300         AND RCN-TBL-SRUL-MAINT (RCN-SRUL-HIT) EQUAL "Y"
014310         SET RCN-RULE-FIRES TO TRUE
014320     END-IF
014330     IF RCN-RULE-QUIET
014340         GO TO 2300-EXIT
014350     END-IF
014360     MOVE RCN-TBL-SRUL-REASON (RCN-SRUL-HIT) TO RCN-NEW-REASON
014370     MOVE RCN-TBL-SRUL-SEV (RCN-SRUL-HIT) TO RCN-NEW-SEVERITY
014380     PERFORM 2350-ADD-NOW-ITEM THRU 2350-EXIT.
014390 2300-EXIT.
014400     EXIT.
014410*
014420 2310-MATCH-ONE-RULE.
014430     IF RCN-TBL-SRUL-STATUS (RCN-SRUL-SUB) EQUAL
014440         RCN-ACCT-STATUS
014450         MOVE RCN-SRUL-SUB TO RCN-SRUL-HIT
014460     END-IF.
014470 2310-EXIT.
014480     EXIT.
014490*
014500 2350-ADD-NOW-ITEM.
014510     IF RCN-NOW-USED >= RCN-NOW-MAX
014520         GO TO 2350-EXIT
014530     END-IF
014540     ADD 1 TO RCN-NOW-USED
014550     MOVE RCN-NEW-REASON TO RCN-NOW-REASON (RCN-NOW-USED)
014560     MOVE RCN-NEW-SEVERITY TO RCN-NOW-SEVERITY (RCN-NOW-USED)
014570     MOVE "N" TO RCN-NOW-PRINTED (RCN-NOW-USED).
014580 2350-EXIT.
014590     EXIT.
014600*
014610******************************************************************
014620* 2400-REPORT-ACCOUNT
014630*    Each open item against what the recheck found now:
014640*      NOT RECHECKED  a movement or standby item, or a
014650*                     ledger item when the ledger could not
014660*                     be read;
014670*      STILL FAILING  found again now;
014680*      NOT ON MASTER  the account has no master row, so the
014690*                     item cannot be shown cleared;
014700*      CLEARED        not found now.
014710*    Then every item found now that was not open, as NEWLY
014720*    FAILING.  An account with neither prints once, as
014730*    RECONCILES.
014740******************************************************************
014750 2400-REPORT-ACCOUNT.
014760     SET RCN-ACCT-CLEAN TO TRUE
014770     PERFORM 2410-REPORT-OPEN-ITEM THRU 2410-EXIT
014780         VARYING RCN-OPEN-SUB FROM 1 BY 1
014790         UNTIL RCN-OPEN-SUB > RCN-OPEN-USED
014800     PERFORM 2430-REPORT-NEW-ITEM THRU 2430-EXIT
014810         VARYING RCN-NOW-SUB FROM 1 BY 1
014820         UNTIL RCN-NOW-SUB > RCN-NOW-USED
014830     IF RCN-OPEN-USED EQUAL ZERO
014840         AND RCN-NOW-USED EQUAL ZERO
014850         PERFORM 2450-SET-DETAIL THRU 2450-EXIT
014860         IF RCN-MASTER-FOUND
014870             MOVE "RECONCILES" TO RCN-DTL-RESULT
014880         ELSE
014890             MOVE "NOT ON MASTER" TO RCN-DTL-RESULT
014900             SET RCN-ACCT-STILL-FAILING TO TRUE
014910         END-IF
014920         MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
014930         PERFORM 7500-PRINT-LINE THRU 7500-EXIT
014940     END-IF
014950     EVALUATE TRUE
014960         WHEN RCN-ACCT-CLEAN
014970             ADD 1 TO RCN-ACCTS-CLEAN
014980         WHEN RCN-ACCT-STILL-FAILING
014990             ADD 1 TO RCN-ACCTS-STILL
015000         WHEN OTHER
015010             ADD 1 TO RCN-ACCTS-NEW
015020     END-EVALUATE.
015030 2400-EXIT.
015040     EXIT.
015050*
015060 2410-REPORT-OPEN-ITEM.
015070     PERFORM 2450-SET-DETAIL THRU 2450-EXIT
015080     MOVE RCN-OPEN-REASON (RCN-OPEN-SUB) TO RCN-DTL-REASON
015090                                            RCN-EDIT-REASON
015100     MOVE RCN-OPEN-FIRST-DATE (RCN-OPEN-SUB) TO RCN-DTL-SINCE
015110     SET RCN-NOW-MISS TO TRUE
015120     PERFORM 2420-FIND-NOW-ITEM THRU 2420-EXIT
015130         VARYING RCN-NOW-SUB FROM 1 BY 1
015140         UNTIL RCN-NOW-SUB > RCN-NOW-USED
015150             OR RCN-NOW-HIT
015160     EVALUATE TRUE
015170         WHEN RCN-NIGHT-ONLY-REASON
015180             MOVE "NOT RECHECKED" TO RCN-DTL-RESULT
015190             ADD 1 TO RCN-ITEMS-WAITING
015200         WHEN RCN-LEDGER-REASON
015210             AND (RCN-GL-FILE-NOT-OPEN OR RCN-GL-READ-FAILED)
015220             MOVE "NOT RECHECKED" TO RCN-DTL-RESULT
015230             ADD 1 TO RCN-ITEMS-WAITING
015240         WHEN RCN-NOW-HIT
015250             MOVE "STILL FAILING" TO RCN-DTL-RESULT
015260             ADD 1 TO RCN-ITEMS-STILL
015270             SET RCN-ACCT-STILL-FAILING TO TRUE
015280         WHEN RCN-MASTER-MISSING
015290             MOVE "NOT ON MASTER" TO RCN-DTL-RESULT
015300             ADD 1 TO RCN-ITEMS-STILL
015310             SET RCN-ACCT-STILL-FAILING TO TRUE
015320         WHEN OTHER
015330             MOVE "CLEARED" TO RCN-DTL-RESULT
015340             ADD 1 TO RCN-ITEMS-CLEARED
015350     END-EVALUATE
015360     MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
015370     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
015380 2410-EXIT.
015390     EXIT.
015400*
015410*    The VARYING steps once past a hit, so the hit's own
015420*    entry is marked here, before the step.
015430 2420-FIND-NOW-ITEM.
015440     IF RCN-NOW-REASON (RCN-NOW-SUB) EQUAL RCN-EDIT-REASON
015450         SET RCN-NOW-HIT TO TRUE
015460         MOVE "Y" TO RCN-NOW-PRINTED (RCN-NOW-SUB)
015470         MOVE RCN-NOW-SEVERITY (RCN-NOW-SUB) TO
015480             RCN-DTL-SEVERITY
015490     END-IF.
015500 2420-EXIT.
015510     EXIT.
015520*
015530 2430-REPORT-NEW-ITEM.
015540     IF RCN-NOW-DONE (RCN-NOW-SUB)
015550         GO TO 2430-EXIT
015560     END-IF
015570     PERFORM 2450-SET-DETAIL THRU 2450-EXIT
015580     MOVE RCN-NOW-REASON (RCN-NOW-SUB) TO RCN-DTL-REASON
015590     MOVE RCN-NOW-SEVERITY (RCN-NOW-SUB) TO RCN-DTL-SEVERITY
015600     MOVE "NEWLY FAILING" TO RCN-DTL-RESULT
015610     ADD 1 TO RCN-ITEMS-NEW
015620     IF RCN-ACCT-CLEAN
015630         SET RCN-ACCT-NEWLY-FAILING TO TRUE
015640     END-IF
015650     MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
015660     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
015670 2430-EXIT.
015680     EXIT.
015690*
015700*    The account's own columns - the master's balance and
015710*    status only when it has a row, the ledger's balance only
015720*    when the ledger does.
015730 2450-SET-DETAIL.
015740     MOVE SPACES TO RCN-DETAIL-LINE
015750     MOVE RCN-CUR-DEF-NAME TO RCN-DTL-DEF-NAME
015760     MOVE RCN-CHK-ACCT TO RCN-DTL-ACCT-NO
015770     IF RCN-MASTER-FOUND
015780         MOVE RCN-ACCT-STATUS TO RCN-DTL-STATUS
015790         MOVE RCN-ACCT-BALANCE TO RCN-DTL-BALANCE
015800     END-IF
015810     IF RCN-GL-ROW-FOUND
015820         MOVE RCN-GL-BALANCE-FOUND TO RCN-DTL-GL-BALANCE
015830     END-IF.
015840 2450-EXIT.
015850     EXIT.
015860*
015870******************************************************************
015880* 5000-REPORT-TOTALS
015890*    The run's counts, then the step's retcode - 8 a file or
015900*    server failure, 4 anything still or newly failing or a
015910*    card rejected, 0 otherwise.
015920******************************************************************
015930 5000-REPORT-TOTALS.
015940     IF RCN-LINE-COUNT + 15 > RCN-LINES-PER-PAGE
015950         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
015960     END-IF
015970     MOVE "RUN TOTALS" TO RCN-SEC-TEXT
015980     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
015990         AFTER ADVANCING 2 LINES
016000     ADD 2 TO RCN-LINE-COUNT
016010     MOVE "CARDS READ" TO RCN-CNT-LABEL
016020     MOVE RCN-CARDS-READ TO RCN-CNT-VALUE
016030     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016040     MOVE "CARDS REJECTED" TO RCN-CNT-LABEL
016050     MOVE RCN-CARDS-REJECTED TO RCN-CNT-VALUE
016060     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016070     MOVE "ACCOUNTS RECHECKED" TO RCN-CNT-LABEL
016080     MOVE RCN-ACCTS-RECHECKED TO RCN-CNT-VALUE
016090     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016100     MOVE "ACCOUNTS NOW CLEAR" TO RCN-CNT-LABEL
016110     MOVE RCN-ACCTS-CLEAN TO RCN-CNT-VALUE
016120     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016130     MOVE "ACCOUNTS STILL FAILING" TO RCN-CNT-LABEL
016140     MOVE RCN-ACCTS-STILL TO RCN-CNT-VALUE
016150     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016160     MOVE "ACCOUNTS NEWLY FAILING" TO RCN-CNT-LABEL
016170     MOVE RCN-ACCTS-NEW TO RCN-CNT-VALUE
016180     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016190     MOVE "ITEMS CLEARED" TO RCN-CNT-LABEL
016200     MOVE RCN-ITEMS-CLEARED TO RCN-CNT-VALUE
016210     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016220     MOVE "ITEMS STILL FAILING" TO RCN-CNT-LABEL
016230     MOVE RCN-ITEMS-STILL TO RCN-CNT-VALUE
016240     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016250     MOVE "ITEMS NEWLY FAILING" TO RCN-CNT-LABEL
016260     MOVE RCN-ITEMS-NEW TO RCN-CNT-VALUE
016270     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016280     MOVE "ITEMS NOT RECHECKED (WAIT FOR THE NIGHT)"
016290         TO RCN-CNT-LABEL
016300     MOVE RCN-ITEMS-WAITING TO RCN-CNT-VALUE
016310     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
016320     IF RCN-RUN-FAILED
016330         MOVE SPACES TO RCN-NOTE-TEXT
016340         STRING "RUN STOPPED ON THE FAILURE NOTED ABOVE - CARDS"
016350             " AFTER IT WERE NOT RECHECKED"
016360             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
016370         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
016380     END-IF
016390     DISPLAY "RCNRCHK: ACCOUNTS=" RCN-ACCTS-RECHECKED
016400         " CLEARED=" RCN-ITEMS-CLEARED
016410         " STILL=" RCN-ITEMS-STILL
016420         " NEW=" RCN-ITEMS-NEW
016430     EVALUATE TRUE
016440         WHEN RCN-RUN-FAILED
016450             MOVE 8 TO RETURN-CODE
016460         WHEN RCN-ITEMS-STILL > ZERO
016470             MOVE 4 TO RETURN-CODE
016480         WHEN RCN-ITEMS-NEW > ZERO
016490             MOVE 4 TO RETURN-CODE
016500         WHEN RCN-ACCTS-STILL > ZERO
016510             MOVE 4 TO RETURN-CODE
016520         WHEN RCN-CARDS-REJECTED > ZERO
016530             MOVE 4 TO RETURN-CODE
016540         WHEN OTHER
016550             MOVE ZERO TO RETURN-CODE
016560     END-EVALUATE.
016570 5000-EXIT.
016580     EXIT.
016590*
016600******************************************************************
016610* 7500-series print routines
016620******************************************************************
016630 7500-PRINT-LINE.
016640     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
016650         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
016660     END-IF
016670     WRITE RCN-RPT-RECORD FROM RCN-PRINT-AREA
016680         AFTER ADVANCING 1 LINE
016690     ADD 1 TO RCN-LINE-COUNT.
016700 7500-EXIT.
016710     EXIT.
016720*
016730 7600-NEW-PAGE.
016740     ADD 1 TO RCN-PAGE-COUNT
016750     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
016760     IF RCN-PAGE-COUNT = 1
016770         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
016780             AFTER ADVANCING 1 LINE
016790     ELSE
016800         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
016810             AFTER ADVANCING PAGE
016820     END-IF
016830     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
016840         AFTER ADVANCING 2 LINES
016850     MOVE 3 TO RCN-LINE-COUNT.
016860 7600-EXIT.
016870     EXIT.
016880*
016890 7700-PRINT-NOTE.
016900     MOVE RCN-NOTE-LINE TO RCN-PRINT-AREA
016910     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
016920 7700-EXIT.
016930     EXIT.
016940*
016950 7800-PRINT-COUNT.
016960     MOVE RCN-COUNT-LINE TO RCN-PRINT-AREA
016970     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
016980 7800-EXIT.
016990     EXIT.
017000*
017010******************************************************************
017020* 8100-RUN-ERROR
017030*    A file or server failure - noted on the report and the
017040*    console; no further card is rechecked.
017050******************************************************************
017060 8100-RUN-ERROR.
017070     SET RCN-RUN-FAILED TO TRUE
017080     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
017090     DISPLAY "RCNRCHK: " RCN-NOTE-TEXT.
017100 8100-EXIT.
017110     EXIT.
