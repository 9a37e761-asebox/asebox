000010******************************************************************
000020* RCNCERT.CBL
000030*    Month-end certification package for the account
000040*    reconciliation job.
000050*
000060*    Internal audit's monthly attestation that each reconciled
000070*    master tied to its ledger, built from what the nightly job
000080*    already keeps - the RCNHIST run-history records and the
000090*    RCNXHST exception history - instead of by hand from a
000100*    month of RCNHRPTO listings.  For the month on the RCNCPRM
000110*    card, one package per reconciliation definition on the
000120*    RCNCRPTO report:
000130*      - nights run against nights expected, with every night
000140*        of the month listed - run mode, whether the ledger was
000150*        usable (one-sided when not), retcode, rows and
000160*        exceptions - and the nights that were missed, ran
000170*        one-sided or ended non-clean called out;
000180*      - the month-end master and ledger totals off the last
000190*        clean full two-sided run of the month, and the net
000200*        difference between them that the month leaves
000210*        unexplained;
000220*      - the exceptions still open at month end, by reason,
000230*        aged from the night each first extracted into 0-7,
000240*        8-30, 31-90 and over-90-day buckets.
000250*    Each package is recorded on the keyed RCNSIGN sign-off
000260*    file as prepared.  The reviewing supervisor signs off by
000270*    running the step again with a SIGNOFF card - the
000280*    packages are rebuilt and printed as before, and each one
000290*    whose figures still stand as prepared is marked approved
000300*    under the supervisor's id.  A package whose figures have
000310*    moved since is recorded afresh instead and must be
000320*    reviewed and signed again.  An approved package is never
000330*    rewritten.  A month not yet ended prints its figures to
000340*    date and records nothing.
000350*
000360*    Run in the day, after the month's last nightly run - it
000370*    reads the two history files the driver writes at end of
000380*    job.
000390*
000400*    Return codes:
000410*       0  every package clean, recorded or signed off.
000420*       4  a package carries findings (a night missed, run
000430*          one-sided or ended non-clean, or no run that
000440*          proves the month-end balances), a sign-off was
000450*          refused, or an approved package no longer agrees
000460*          with the history - see the report.
000470*       8  a bad RCNCPRM card, or RCNHIST, RCNXHST or RCNSIGN
000480*          could not be opened, read or written.
000490*
000500*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000510*    INSTALLATION.  DATA CENTER SERVICES.
000520*    DATE-WRITTEN.  10/11/2026.
000530*    DATE-COMPILED.
000540*
000550*    MODIFICATION HISTORY
000560*    10/11/2026  JH   Initial version - month-end certification
000570*                     packages per definition off RCNHIST and
000580*                     RCNXHST, recorded and signed off on the
000590*                     RCNSIGN file.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. RCNCERT.
000630 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000640 INSTALLATION. DATA CENTER SERVICES.
000650 DATE-WRITTEN. 10/11/2026.
000660 DATE-COMPILED.
000670*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710*    The certification card - KEYWORD=VALUE, one per line, same
000720*    layout as the RCNPARM deck.
000730     SELECT RCN-CPRM-FILE ASSIGN TO "RCNCPRM"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS RCN-CPRM-FILE-STATUS.
000760*    The definitions deck, read for the names to certify.
000770     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS RCN-DEFS-FILE-STATUS.
000800*    Run history - DYNAMIC so each definition can START at the
000810*    first of the month and READ NEXT through it; key order is
000820*    date order, and time order within the date.
000830     SELECT RCN-HIST-FILE ASSIGN TO "RCNHIST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS RCN-HIST-KEY
000870         FILE STATUS IS RCN-HIST-FILE-STATUS.
000880*    Exception history - keyed by definition first, so each
000890*    definition's rows read together from a START.
000900     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS RCN-XHST-KEY
000940         FILE STATUS IS RCN-XHST-FILE-STATUS.
000950*    The sign-off file - read and written by key, one row per
000960*    month per definition.
000970     SELECT RCN-SIGN-FILE ASSIGN TO "RCNSIGN"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         LOCK MODE IS AUTOMATIC
001010         RECORD KEY IS RCN-SIGN-KEY
001020         FILE STATUS IS RCN-SIGN-FILE-STATUS.
001030*
001040     SELECT RCN-RPT-FILE ASSIGN TO "RCNCRPTO"
001050         FILE STATUS IS RCN-RPT-FILE-STATUS.
001060*
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  RCN-CPRM-FILE.
001100 01  RCN-CPRM-CARD.
001110     05 RCN-CPRM-CARD-BYTE-1   PIC X(01).
001120     05 FILLER                 PIC X(79).
001130*
001140 FD  RCN-DEFS-FILE.
001150 01  RCN-DEF-RECORD.
001160     COPY "rcndef.cbl".
001170*
001180 FD  RCN-HIST-FILE.
001190 01  RCN-HIST-RECORD.
001200     COPY "rcnhist.cbl".
001210*
001220 FD  RCN-XHST-FILE.
001230 01  RCN-XHST-RECORD.
001240     COPY "rcnxhst.cbl".
001250*
001260 FD  RCN-SIGN-FILE.
001270 01  RCN-SIGN-RECORD.
001280     COPY "rcnsign.cbl".
001290*
001300 FD  RCN-RPT-FILE.
001310 01  RCN-RPT-RECORD            PIC X(132).
001320*
001330 WORKING-STORAGE SECTION.
001340*
001350******************************************************************
001360* Standalone counters and switches
001370******************************************************************
001380 77  RCN-CPRM-FILE-STATUS  PIC X(02) VALUE "00".
001390 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001400 77  RCN-HIST-FILE-STATUS  PIC X(02) VALUE "00".
001410 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
001420 77  RCN-SIGN-FILE-STATUS  PIC X(02) VALUE "00".
001430 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001440*
001450 77  RCN-CPRM-EOF-SWITCH   PIC X(01) VALUE "N".
001460     88 RCN-CPRM-EOF              VALUE "Y".
001470     88 RCN-CPRM-NOT-EOF          VALUE "N".
001480*
001490 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001500     88 RCN-DEFS-EOF              VALUE "Y".
001510     88 RCN-DEFS-NOT-EOF          VALUE "N".
001520*
001530 77  RCN-HIST-EOF-SWITCH   PIC X(01) VALUE "N".
001540     88 RCN-HIST-EOF              VALUE "Y".
001550     88 RCN-HIST-NOT-EOF          VALUE "N".
001560*
001570 77  RCN-XHST-EOF-SWITCH   PIC X(01) VALUE "N".
001580     88 RCN-XHST-EOF              VALUE "Y".
001590     88 RCN-XHST-NOT-EOF          VALUE "N".
001600*
001610 77  RCN-CPRM-ERROR-SWITCH PIC X(01) VALUE "N".
001620     88 RCN-CPRM-ERROR            VALUE "Y".
001630     88 RCN-CPRM-OK               VALUE "N".
001640*
001650*    A file failure - once set, nothing more is certified or
001660*    recorded and the retcode is 8.
001670 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
001680     88 RCN-RUN-FAILED            VALUE "Y".
001690     88 RCN-RUN-OK                VALUE "N".
001700*
001710*    No RCNXHST yet means no exception has ever extracted -
001720*    the packages carry no open exceptions rather than fail.
001730 77  RCN-XHST-OPEN-SWITCH  PIC X(01) VALUE "N".
001740     88 RCN-XHST-FILE-OPEN        VALUE "Y".
001750     88 RCN-XHST-FILE-NOT-OPEN    VALUE "N".
001760*
001770 77  RCN-SIGN-OPEN-SWITCH  PIC X(01) VALUE "N".
001780     88 RCN-SIGN-FILE-OPEN        VALUE "Y".
001790     88 RCN-SIGN-FILE-NOT-OPEN    VALUE "N".
001800*
001810 77  RCN-PERIOD-SWITCH     PIC X(01) VALUE "Y".
001820     88 RCN-PERIOD-ENDED          VALUE "Y".
001830     88 RCN-PERIOD-STILL-OPEN     VALUE "N".
001840*
001850 77  RCN-PARTS-SWITCH      PIC X(01) VALUE "Y".
001860     88 RCN-PARTS-CLEAN           VALUE "Y".
001870     88 RCN-PARTS-NOT-CLEAN       VALUE "N".
001880*
001890 77  RCN-HIT-SWITCH        PIC X(01) VALUE "N".
001900     88 RCN-HIT-FOUND             VALUE "Y".
001910     88 RCN-HIT-NOT-FOUND         VALUE "N".
001920*
001930 77  RCN-SIGN-ROW-SWITCH   PIC X(01) VALUE "N".
001940     88 RCN-SIGN-ROW-FOUND        VALUE "Y".
001950     88 RCN-SIGN-ROW-NOT-FOUND    VALUE "N".
001960*
001970 77  RCN-FINDINGS-SWITCH   PIC X(01) VALUE "N".
001980     88 RCN-HAS-FINDINGS          VALUE "Y".
001990     88 RCN-NO-FINDINGS           VALUE "N".
002000*
002010*    Certification card values.  No SIGNOFF card makes the run
002020*    a package run; an EXPECTED card overrides the month's
002030*    calendar days for a definition that does not run every
002040*    night.
002050 77  RCN-CERT-PERIOD       PIC 9(06) VALUE ZERO.
002060 77  RCN-CERT-DEF-NAME     PIC X(08) VALUE SPACES.
002070     88 RCN-CERT-ALL-DEFS         VALUE SPACES.
002080 77  RCN-CERT-EXPECTED     PIC 9(04) COMP VALUE ZERO.
002090 77  RCN-CERT-SIGNOFF      PIC X(08) VALUE SPACES.
002100     88 RCN-PACKAGE-RUN           VALUE SPACES.
002110*
002120 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
002130 77  RCN-MAX-DEFS          PIC 9(04) COMP VALUE 50.
002140 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
002150 77  RCN-CUR-DEF-NAME      PIC X(08) VALUE SPACES.
002160 77  RCN-CERT-DAY          PIC 9(04) COMP VALUE ZERO.
002170 77  RCN-PART-SUB          PIC 9(04) COMP VALUE ZERO.
002180 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
002190 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
002200 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
002210*
002220*    Per-definition counts beyond the recorded figures.
002230 77  RCN-RUNS-READ         PIC 9(07) COMP VALUE ZERO.
002240 77  RCN-NIGHTS-MISSING    PIC 9(04) COMP VALUE ZERO.
002250 77  RCN-NIGHTS-NO-TOTALS  PIC 9(04) COMP VALUE ZERO.
002260 77  RCN-AGE-DAYS          PIC S9(09) COMP VALUE ZERO.
002270 77  RCN-AGE-BUCKET        PIC 9(04) COMP VALUE ZERO.
002280*
002290*    Job counts for the summary page.
002300 77  RCN-DEFS-CERTIFIED    PIC 9(07) COMP VALUE ZERO.
002310 77  RCN-DEFS-NOT-RUN      PIC 9(07) COMP VALUE ZERO.
002320 77  RCN-FINDINGS-COUNT    PIC 9(07) COMP VALUE ZERO.
002330 77  RCN-RECORDED-COUNT    PIC 9(07) COMP VALUE ZERO.
002340 77  RCN-SIGNED-COUNT      PIC 9(07) COMP VALUE ZERO.
002350 77  RCN-ALREADY-COUNT     PIC 9(07) COMP VALUE ZERO.
002360 77  RCN-REFUSED-COUNT     PIC 9(07) COMP VALUE ZERO.
002370 77  RCN-DIFFER-COUNT      PIC 9(07) COMP VALUE ZERO.
002380*
002390******************************************************************
002400* Certification-card keyword/value split and number scan, laid
002410* out as RCNDRIV's RCNPARM parse.
002420******************************************************************
002430 01  RCN-PARM-WORK.
002440     05 RCN-PARM-KEYWORD       PIC X(12).
002450     05 RCN-PARM-VALUE         PIC X(60).
002460     05 RCN-PARM-VALUE-R REDEFINES RCN-PARM-VALUE.
002470        10 RCN-PARM-VAL-CHAR   OCCURS 60 TIMES PIC X(01).
002480     05 RCN-PARM-DIGIT-X       PIC X(01).
002490     05 RCN-PARM-DIGIT-9 REDEFINES RCN-PARM-DIGIT-X PIC 9(01).
002500     05 RCN-PARM-NUMBER        PIC 9(09) COMP.
002510     05 RCN-PARM-DIGIT-COUNT   PIC 9(04) COMP.
002520     05 RCN-PARM-SUB           PIC 9(04) COMP.
002530     05 RCN-PARM-NUM-SWITCH    PIC X(01).
002540        88 RCN-PARM-NUM-BAD         VALUE "Y".
002550        88 RCN-PARM-NUM-OK          VALUE "N".
002560     05 RCN-PARM-DONE-SWITCH   PIC X(01).
002570        88 RCN-PARM-NUM-DONE        VALUE "Y".
002580        88 RCN-PARM-NUM-SCANNING    VALUE "N".
002590*
002600******************************************************************
002610* The definitions certified - ACCOUNT always (the definition
002620* RCNDRIV assumes with no RECONDEF card), plus every name on
002630* RCNDEFS.
002640******************************************************************
002650 01  RCN-KNOWN-DEF-TABLE.
002660     05 RCN-KNOWN-DEF          OCCURS 50 TIMES PIC X(08).
002670*
002680******************************************************************
002690* Run date and time, and the month being certified
002700******************************************************************
002710 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002720 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002730     05 RCN-RUN-YYYY           PIC X(04).
002740     05 RCN-RUN-MM             PIC X(02).
002750     05 RCN-RUN-DD             PIC X(02).
002760 01  RCN-RUN-TIME-RAW      PIC 9(08) VALUE ZERO.
002770 01  RCN-RUN-TIME-X REDEFINES RCN-RUN-TIME-RAW.
002780     05 RCN-RUN-TIME           PIC 9(06).
002790     05 FILLER                 PIC 9(02).
002800*
002810 01  RCN-PERIOD-X.
002820     05 RCN-PER-YYYY           PIC 9(04).
002830     05 RCN-PER-MM             PIC 9(02).
002840 01  RCN-PERIOD-9 REDEFINES RCN-PERIOD-X PIC 9(06).
002850*    First and last day of the month, and the last day as a
002860*    9000-DATE-TO-DAYS day number for the ageing.
002870 01  RCN-PER-START         PIC 9(08) VALUE ZERO.
002880 01  RCN-PER-END           PIC 9(08) VALUE ZERO.
002890 01  RCN-PER-END-X REDEFINES RCN-PER-END.
002900     05 RCN-PER-END-YYYYMM     PIC 9(06).
002910     05 RCN-PER-END-DD         PIC 9(02).
002920 77  RCN-PER-LAST-DAY      PIC 9(02) VALUE ZERO.
002930 77  RCN-PER-END-DAYS      PIC 9(09) COMP VALUE ZERO.
002940*
002950*    A history record's run date, split for its day of month.
002960 01  RCN-HD-DATE           PIC 9(08) VALUE ZERO.
002970 01  RCN-HD-DATE-X REDEFINES RCN-HD-DATE.
002980     05 RCN-HD-YYYYMM          PIC 9(06).
002990     05 RCN-HD-DD              PIC 9(02).
003000*
003010*    Any YYYYMMDD date or HHMMSS time put out as MM/DD/YYYY
003020*    or HH:MM:SS.
003030 01  RCN-SHOW-DATE         PIC 9(08) VALUE ZERO.
003040 01  RCN-SHOW-DATE-X REDEFINES RCN-SHOW-DATE.
003050     05 RCN-SHOW-YYYY          PIC X(04).
003060     05 RCN-SHOW-MM            PIC X(02).
003070     05 RCN-SHOW-DD            PIC X(02).
003080 01  RCN-SHOW-DATE-ED      PIC X(10) VALUE SPACES.
003090 01  RCN-SHOW-TIME         PIC 9(06) VALUE ZERO.
003100 01  RCN-SHOW-TIME-X REDEFINES RCN-SHOW-TIME.
003110     05 RCN-SHOW-HH            PIC X(02).
003120     05 RCN-SHOW-MI            PIC X(02).
003130     05 RCN-SHOW-SS            PIC X(02).
003140 01  RCN-SHOW-TIME-ED      PIC X(08) VALUE SPACES.
003150*
003160******************************************************************
003170* The package's figures - laid out byte for byte as the
003180* RCN-SIGN-FIGURES group on the sign-off row, so the two
003190* compare as one.
003200******************************************************************
003210 01  RCN-CERT-FIGURES.
003220     05 RCN-CF-NIGHTS-EXPECTED PIC 9(03).
003230     05 RCN-CF-NIGHTS-RUN      PIC 9(03).
003240     05 RCN-CF-NIGHTS-ONE-SIDED PIC 9(03).
003250     05 RCN-CF-NIGHTS-NOT-CLEAN PIC 9(03).
003260     05 RCN-CF-OPEN-EXCP       PIC 9(09).
003270     05 RCN-CF-PROVED-DATE     PIC 9(08).
003280     05 RCN-CF-MASTER-TOTAL    PIC S9(15)V99 COMP-3.
003290     05 RCN-CF-LEDGER-TOTAL    PIC S9(15)V99 COMP-3.
003300     05 RCN-CF-NET-DIFF        PIC S9(15)V99 COMP-3.
003310*
003320******************************************************************
003330* The month night by night for the definition in hand - the
003340* last run of each night stands for the night, so a rerun
003350* after an abend or a wind-down replaces the run it finished.
003360******************************************************************
003370 01  RCN-NIGHT-TABLE.
003380     05 RCN-NIGHT-ENTRY        OCCURS 31 TIMES.
003390        10 RCN-NGT-SEEN-SWITCH PIC X(01).
003400           88 RCN-NGT-SEEN          VALUE "Y".
003410        10 RCN-NGT-RUN-TIME    PIC 9(06).
003420        10 RCN-NGT-RUN-MODE    PIC X(01).
003430           88 RCN-NGT-FULL-RUN      VALUE "F".
003440           88 RCN-NGT-DELTA-RUN     VALUE "D".
003450           88 RCN-NGT-NO-TOTALS     VALUE SPACE.
003460        10 RCN-NGT-ONE-SIDED   PIC X(01).
003470           88 RCN-NGT-RAN-ONE-SIDED VALUE "Y".
003480        10 RCN-NGT-RETCODE     PIC S9(04) COMP.
003490        10 RCN-NGT-ROWS        PIC 9(09) COMP.
003500        10 RCN-NGT-EXCP        PIC 9(09) COMP.
003510*    Y when the run proves the night's balances - a full sweep
003520*    with the ledger usable, every partition ended clean and
003530*    the job short of retcode 8.
003540        10 RCN-NGT-PROVES-SWITCH PIC X(01).
003550           88 RCN-NGT-PROVES        VALUE "Y".
003560        10 RCN-NGT-MASTER-TOTAL PIC S9(15)V99 COMP-3.
003570        10 RCN-NGT-LEDGER-TOTAL PIC S9(15)V99 COMP-3.
003580*
003590******************************************************************
003600* Exceptions open at month end, by reason in code order, and
003610* counted in the four age buckets with a fifth for the total
003620******************************************************************
003630 01  RCN-REASON-TABLE.
003640     05 RCN-RSN-ENTRY          OCCURS 70 TIMES.
003650        10 RCN-RSN-CODE        PIC X(02).
003660        10 RCN-RSN-COUNT       OCCURS 5 TIMES PIC 9(07) COMP.
003670 01  RCN-RSN-TOTALS.
003680     05 RCN-RSN-TOTAL          OCCURS 5 TIMES PIC 9(07) COMP.
003690 77  RCN-NBR-REASONS       PIC 9(04) COMP VALUE ZERO.
003700 77  RCN-MAX-REASONS       PIC 9(04) COMP VALUE 70.
003710 77  RCN-RSN-SUB           PIC 9(04) COMP VALUE ZERO.
003720 77  RCN-RSN-NEXT          PIC 9(04) COMP VALUE ZERO.
003730 77  RCN-RSN-SLOT          PIC 9(04) COMP VALUE ZERO.
003740 77  RCN-CELL-SUB          PIC 9(04) COMP VALUE ZERO.
003750*
003760******************************************************************
003770* 9000-DATE-TO-DAYS work area - a YYYYMMDD date turned into a
003780* running day count, so two dates subtract to the days
003790* between them.
003800******************************************************************
003810 01  RCN-DN-DATE           PIC 9(08) VALUE ZERO.
003820 01  RCN-DN-DATE-X REDEFINES RCN-DN-DATE.
003830     05 RCN-DN-YYYY            PIC 9(04).
003840     05 RCN-DN-MM              PIC 9(02).
003850     05 RCN-DN-DD              PIC 9(02).
003860 77  RCN-DN-DAYS           PIC 9(09) COMP VALUE ZERO.
003870 77  RCN-DN-YEARS          PIC 9(04) COMP VALUE ZERO.
003880 77  RCN-DN-Q4             PIC 9(04) COMP VALUE ZERO.
003890 77  RCN-DN-Q100           PIC 9(04) COMP VALUE ZERO.
003900 77  RCN-DN-Q400           PIC 9(04) COMP VALUE ZERO.
003910 77  RCN-DN-R4             PIC 9(04) COMP VALUE ZERO.
003920 77  RCN-DN-R100           PIC 9(04) COMP VALUE ZERO.
003930 77  RCN-DN-R400           PIC 9(04) COMP VALUE ZERO.
003940*
003950*    Days in the year before the first of each month.
003960 01  RCN-CUM-DAYS-DEFS.
003970     05 FILLER                 PIC 9(03) VALUE 000.
003980     05 FILLER                 PIC 9(03) VALUE 031.
003990     05 FILLER                 PIC 9(03) VALUE 059.
004000     05 FILLER                 PIC 9(03) VALUE 090.
004010     05 FILLER                 PIC 9(03) VALUE 120.
004020     05 FILLER                 PIC 9(03) VALUE 151.
004030     05 FILLER                 PIC 9(03) VALUE 181.
004040     05 FILLER                 PIC 9(03) VALUE 212.
004050     05 FILLER                 PIC 9(03) VALUE 243.
004060     05 FILLER                 PIC 9(03) VALUE 273.
004070     05 FILLER                 PIC 9(03) VALUE 304.
004080     05 FILLER                 PIC 9(03) VALUE 334.
004090 01  RCN-CUM-DAYS-TABLE REDEFINES RCN-CUM-DAYS-DEFS.
004100     05 RCN-CUM-DAYS           OCCURS 12 TIMES PIC 9(03).
004110*
004120*    Days in each month of a common year.
004130 01  RCN-MONTH-DAYS-DEFS.
004140     05 FILLER                 PIC 9(02) VALUE 31.
004150     05 FILLER                 PIC 9(02) VALUE 28.
004160     05 FILLER                 PIC 9(02) VALUE 31.
004170     05 FILLER                 PIC 9(02) VALUE 30.
004180     05 FILLER                 PIC 9(02) VALUE 31.
004190     05 FILLER                 PIC 9(02) VALUE 30.
004200     05 FILLER                 PIC 9(02) VALUE 31.
004210     05 FILLER                 PIC 9(02) VALUE 31.
004220     05 FILLER                 PIC 9(02) VALUE 30.
004230     05 FILLER                 PIC 9(02) VALUE 31.
004240     05 FILLER                 PIC 9(02) VALUE 30.
004250     05 FILLER                 PIC 9(02) VALUE 31.
004260 01  RCN-MONTH-DAYS-TABLE REDEFINES RCN-MONTH-DAYS-DEFS.
004270     05 RCN-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
004280 77  RCN-LEAP-QUOT         PIC 9(04) COMP VALUE ZERO.
004290 77  RCN-LEAP-R4           PIC 9(04) COMP VALUE ZERO.
004300 77  RCN-LEAP-R100         PIC 9(04) COMP VALUE ZERO.
004310 77  RCN-LEAP-R400         PIC 9(04) COMP VALUE ZERO.
004320*
004330******************************************************************
004340* Report lines
004350******************************************************************
004360 01  RCN-HEADING-1.
004370     05 FILLER                 PIC X(24) VALUE SPACES.
004380     05 FILLER                 PIC X(42) VALUE
004390         "RECONCILIATION MONTH-END CERTIFICATION".
004400     05 FILLER                 PIC X(06) VALUE "DATE ".
004410     05 RCN-HDG-MM             PIC X(02).
004420     05 FILLER                 PIC X(01) VALUE "/".
004430     05 RCN-HDG-DD             PIC X(02).
004440     05 FILLER                 PIC X(01) VALUE "/".
004450     05 RCN-HDG-YYYY           PIC X(04).
004460     05 FILLER                 PIC X(03) VALUE SPACES.
004470     05 FILLER                 PIC X(05) VALUE "PAGE ".
004480     05 RCN-HDG-PAGE           PIC ZZZ9.
004490     05 FILLER                 PIC X(38) VALUE SPACES.
004500*
004510*    The month, and the definition the page certifies - or
004520*    SUMMARY on the closing page.
004530 01  RCN-HEADING-2.
004540     05 FILLER                 PIC X(02) VALUE SPACES.
004550     05 FILLER                 PIC X(07) VALUE "PERIOD ".
004560     05 RCN-HDG2-MM            PIC 9(02).
004570     05 FILLER                 PIC X(01) VALUE "/".
004580     05 RCN-HDG2-YYYY          PIC 9(04).
004590     05 FILLER                 PIC X(04) VALUE SPACES.
004600     05 RCN-HDG2-LABEL         PIC X(11) VALUE "DEFINITION ".
004610     05 RCN-HDG2-DEF           PIC X(08) VALUE SPACES.
004620     05 FILLER                 PIC X(93) VALUE SPACES.
004630*
004640 01  RCN-SECTION-LINE.
004650     05 FILLER                 PIC X(02) VALUE SPACES.
004660     05 RCN-SEC-TEXT           PIC X(80).
004670     05 FILLER                 PIC X(50) VALUE SPACES.
004680*
004690 01  RCN-NOTE-LINE.
004700     05 FILLER                 PIC X(04) VALUE SPACES.
004710     05 RCN-NOTE-TEXT          PIC X(100).
004720     05 FILLER                 PIC X(28) VALUE SPACES.
004730*
004740 01  RCN-COUNT-LINE.
004750     05 FILLER                 PIC X(04) VALUE SPACES.
004760     05 RCN-CNT-LABEL          PIC X(40).
004770     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
004780     05 FILLER                 PIC X(77) VALUE SPACES.
004790*
004800 01  RCN-MONEY-LINE.
004810     05 FILLER                 PIC X(04) VALUE SPACES.
004820     05 RCN-MNY-LABEL          PIC X(40).
004830     05 RCN-MNY-VALUE          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
004840     05 FILLER                 PIC X(65) VALUE SPACES.
004850*
004860 01  RCN-NIGHT-HEADING.
004870     05 FILLER                 PIC X(04) VALUE SPACES.
004880     05 FILLER                 PIC X(12) VALUE "NIGHT".
004890     05 FILLER                 PIC X(11) VALUE "RUN TIME".
004900     05 FILLER                 PIC X(07) VALUE "MODE".
004910     05 FILLER                 PIC X(11) VALUE "LEDGER".
004920     05 FILLER                 PIC X(07) VALUE "  RC".
004930     05 FILLER                 PIC X(13) VALUE "       ROWS".
004940     05 FILLER                 PIC X(13) VALUE " EXCEPTIONS".
004950     05 FILLER                 PIC X(30) VALUE "FINDING".
004960     05 FILLER                 PIC X(24) VALUE SPACES.
004970*
004980 01  RCN-NIGHT-LINE.
004990     05 FILLER                 PIC X(04).
005000     05 RCN-NL-DATE            PIC X(10).
005010     05 FILLER                 PIC X(02).
005020     05 RCN-NL-TIME            PIC X(08).
005030     05 FILLER                 PIC X(03).
005040     05 RCN-NL-MODE            PIC X(05).
005050     05 FILLER                 PIC X(02).
005060     05 RCN-NL-SIDES           PIC X(09).
005070     05 FILLER                 PIC X(02).
005080     05 RCN-NL-RETCODE         PIC -ZZ9.
005090     05 FILLER                 PIC X(03).
005100     05 RCN-NL-ROWS            PIC ZZZ,ZZZ,ZZ9.
005110     05 FILLER                 PIC X(02).
005120     05 RCN-NL-EXCP            PIC ZZZ,ZZZ,ZZ9.
005130     05 FILLER                 PIC X(02).
005140     05 RCN-NL-FINDING         PIC X(30).
005150     05 FILLER                 PIC X(24).
005160*
005170 01  RCN-AGE-HEADING.
005180     05 FILLER                 PIC X(04) VALUE SPACES.
005190     05 FILLER                 PIC X(10) VALUE "REASON".
005200     05 FILLER                 PIC X(12) VALUE "    0-7 DAYS".
005210     05 FILLER                 PIC X(12) VALUE "   8-30 DAYS".
005220     05 FILLER                 PIC X(12) VALUE "  31-90 DAYS".
005230     05 FILLER                 PIC X(12) VALUE "OVER 90 DAYS".
005240     05 FILLER                 PIC X(12) VALUE "       TOTAL".
005250     05 FILLER                 PIC X(58) VALUE SPACES.
005260*
005270 01  RCN-AGE-LINE.
005280     05 FILLER                 PIC X(04).
005290     05 RCN-AGE-LABEL          PIC X(10).
005300     05 RCN-AGE-CELL           OCCURS 5 TIMES.
005310        10 FILLER              PIC X(01).
005320        10 RCN-AGE-VALUE       PIC ZZZ,ZZZ,ZZ9.
005330     05 FILLER                 PIC X(58).
005340*
005350 01  RCN-PRINT-AREA            PIC X(132).
005360 01  RCN-STATUS-TEXT           PIC X(02).
005370 01  RCN-RETCODE-ED            PIC -ZZ9.
005380*
005390 PROCEDURE DIVISION.
005400*
005410******************************************************************
005420* 0000-MAINLINE
005430******************************************************************
005440 0000-MAINLINE.
005450     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
005460     ACCEPT RCN-RUN-TIME-RAW FROM TIME
005470     MOVE RCN-RUN-MM TO RCN-HDG-MM
005480     MOVE RCN-RUN-DD TO RCN-HDG-DD
005490     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
005500     PERFORM 0100-READ-CARD THRU 0100-EXIT
005510     IF RCN-CPRM-OK
005520         PERFORM 0200-SET-PERIOD THRU 0200-EXIT
005530     END-IF
005540     IF RCN-CPRM-OK
005550         PERFORM 0300-LOAD-DEFINITIONS THRU 0300-EXIT
005560     END-IF
005570     IF RCN-CPRM-ERROR
005580         DISPLAY "RCNCERT: CERTIFICATION CARD REJECTED - NOTHING"
005590             " CERTIFIED"
005600         MOVE 8 TO RETURN-CODE
005610         STOP RUN
005620     END-IF
005630     DISPLAY "RCNCERT: PERIOD=" RCN-CERT-PERIOD
005640         " RECONDEF=" RCN-CERT-DEF-NAME
005650         " EXPECTED=" RCN-CERT-EXPECTED
005660         " SIGNOFF=" RCN-CERT-SIGNOFF
005670     OPEN OUTPUT RCN-RPT-FILE
005680     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
005690         DISPLAY "RCNCERT: UNABLE TO OPEN RCNCRPTO, STATUS="
005700             RCN-RPT-FILE-STATUS
005710         MOVE 8 TO RETURN-CODE
005720         STOP RUN
005730     END-IF
005740     MOVE RCN-PER-MM TO RCN-HDG2-MM
005750     MOVE RCN-PER-YYYY TO RCN-HDG2-YYYY
005760     PERFORM 0400-OPEN-FILES THRU 0400-EXIT
005770     IF RCN-RUN-OK
005780         PERFORM 1000-CERTIFY-ONE-DEF THRU 1000-EXIT
005790             VARYING RCN-DEF-SUB FROM 1 BY 1
005800             UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
005810                 OR RCN-RUN-FAILED
005820     END-IF
005830     IF RCN-SIGN-FILE-OPEN
005840         CLOSE RCN-SIGN-FILE
005850     END-IF
005860     IF RCN-XHST-FILE-OPEN
005870         CLOSE RCN-XHST-FILE
005880     END-IF
005890     CLOSE RCN-HIST-FILE
005900     PERFORM 4000-REPORT-TOTALS THRU 4000-EXIT
005910     CLOSE RCN-RPT-FILE
005920     STOP RUN.
005930*
005940******************************************************************
005950* 0100-READ-CARD
005960*    PERIOD=yyyymm     the month certified (required)
005970*    RECONDEF=name     certify the one definition only
005980*    EXPECTED=n        nights expected in the month, for a
005990*                      definition that does not run every
006000*                      night - left off, the month's days
006010*    SIGNOFF=userid    the reviewing supervisor signing the
006020*                      month's packages off - left off, the
006030*                      run prepares and records them
006040*    An unknown keyword or a bad value rejects the whole card.
006050******************************************************************
006060 0100-READ-CARD.
006070     OPEN INPUT RCN-CPRM-FILE
006080     IF RCN-CPRM-FILE-STATUS NOT EQUAL "00"
006090         DISPLAY "RCNCERT: UNABLE TO OPEN RCNCPRM, STATUS="
006100             RCN-CPRM-FILE-STATUS
006110         SET RCN-CPRM-ERROR TO TRUE
006120         GO TO 0100-EXIT
006130     END-IF
006140     PERFORM 0110-PARSE-ONE-CARD THRU 0110-EXIT
006150         UNTIL RCN-CPRM-EOF
006160     CLOSE RCN-CPRM-FILE
006170     IF RCN-CERT-PERIOD EQUAL ZERO
006180         DISPLAY "RCNCERT: PERIOD=YYYYMM CARD REQUIRED"
006190         SET RCN-CPRM-ERROR TO TRUE
006200     END-IF.
006210 0100-EXIT.
006220     EXIT.
006230*
006240 0110-PARSE-ONE-CARD.
006250     READ RCN-CPRM-FILE
006260         AT END
006270             SET RCN-CPRM-EOF TO TRUE
006280             GO TO 0110-EXIT
006290     END-READ
006300     IF RCN-CPRM-FILE-STATUS NOT EQUAL "00"
006310         DISPLAY "RCNCERT: RCNCPRM READ FAILED, STATUS="
006320             RCN-CPRM-FILE-STATUS
006330         SET RCN-CPRM-ERROR TO TRUE
006340         SET RCN-CPRM-EOF TO TRUE
006350         GO TO 0110-EXIT
006360     END-IF
006370     IF RCN-CPRM-CARD EQUAL SPACES
006380         OR RCN-CPRM-CARD-BYTE-1 EQUAL "*"
006390         GO TO 0110-EXIT
006400     END-IF
006410     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
006420     UNSTRING RCN-CPRM-CARD DELIMITED BY "="
006430         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
006440     EVALUATE RCN-PARM-KEYWORD
006450         WHEN "PERIOD"
006460             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
006470             MOVE RCN-PARM-NUMBER TO RCN-CERT-PERIOD
006480             IF RCN-PARM-DIGIT-COUNT NOT EQUAL 6
006490                 DISPLAY "RCNCERT: PERIOD MUST BE YYYYMM"
006500                 MOVE ZERO TO RCN-CERT-PERIOD
006510                 SET RCN-CPRM-ERROR TO TRUE
006520             END-IF
006530         WHEN "RECONDEF"
006540             MOVE RCN-PARM-VALUE TO RCN-CERT-DEF-NAME
006550         WHEN "EXPECTED"
006560             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
006570             MOVE RCN-PARM-NUMBER TO RCN-CERT-EXPECTED
006580             IF RCN-CERT-EXPECTED < 1 OR RCN-CERT-EXPECTED > 31
006590                 DISPLAY "RCNCERT: EXPECTED MUST BE 1 TO 31"
006600                 SET RCN-CPRM-ERROR TO TRUE
006610             END-IF
006620         WHEN "SIGNOFF"
006630             MOVE RCN-PARM-VALUE TO RCN-CERT-SIGNOFF
006640         WHEN OTHER
006650             DISPLAY "RCNCERT: UNRECOGNIZED RCNCPRM KEYWORD "
006660                 RCN-PARM-KEYWORD
006670             SET RCN-CPRM-ERROR TO TRUE
006680     END-EVALUATE.
006690 0110-EXIT.
006700     EXIT.
006710*
006720*    Whole numbers only - EXPECTED is held to 31 and a PERIOD
006730*    to its six digits by the caller.
006740 0140-PARSE-INTEGER.
006750     MOVE ZERO TO RCN-PARM-NUMBER
006760                  RCN-PARM-DIGIT-COUNT
006770     SET RCN-PARM-NUM-OK TO TRUE
006780     SET RCN-PARM-NUM-SCANNING TO TRUE
006790     PERFORM 0150-PARSE-ONE-CHAR THRU 0150-EXIT
006800         VARYING RCN-PARM-SUB FROM 1 BY 1
006810         UNTIL RCN-PARM-SUB > 60
006820             OR RCN-PARM-NUM-DONE
006830             OR RCN-PARM-NUM-BAD
006840     IF RCN-PARM-DIGIT-COUNT EQUAL ZERO
006850         OR (RCN-PARM-NUMBER > 9999
006860             AND RCN-PARM-KEYWORD NOT EQUAL "PERIOD")
006870         SET RCN-PARM-NUM-BAD TO TRUE
006880     END-IF
006890     IF RCN-PARM-NUM-BAD
006900         DISPLAY "RCNCERT: BAD NUMERIC VALUE FOR "
006910             RCN-PARM-KEYWORD
006920         MOVE ZERO TO RCN-PARM-NUMBER
006930         SET RCN-CPRM-ERROR TO TRUE
006940     END-IF.
006950 0140-EXIT.
006960     EXIT.
006970*
006980 0150-PARSE-ONE-CHAR.
006990     MOVE RCN-PARM-VAL-CHAR (RCN-PARM-SUB) TO RCN-PARM-DIGIT-X
007000     EVALUATE TRUE
007010         WHEN RCN-PARM-DIGIT-X EQUAL SPACE
007020             SET RCN-PARM-NUM-DONE TO TRUE
007030         WHEN RCN-PARM-DIGIT-X NUMERIC
007040             COMPUTE RCN-PARM-NUMBER =
007050                 (RCN-PARM-NUMBER * 10) + RCN-PARM-DIGIT-9
007060                 ON SIZE ERROR
007070                     SET RCN-PARM-NUM-BAD TO TRUE
007080             END-COMPUTE
007090             ADD 1 TO RCN-PARM-DIGIT-COUNT
007100         WHEN OTHER
007110             SET RCN-PARM-NUM-BAD TO TRUE
007120     END-EVALUATE.
007130 0150-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170* 0200-SET-PERIOD
007180*    The month's first and last days, the nights expected in
007190*    it, and whether it has ended - a month whose last day is
007200*    today or later is still being run, and its packages can
007210*    be printed to date but neither recorded nor signed.
007220******************************************************************
007230 0200-SET-PERIOD.
007240     MOVE RCN-CERT-PERIOD TO RCN-PERIOD-9
007250     IF RCN-PER-YYYY < 1900
007260         OR RCN-PER-MM < 1 OR RCN-PER-MM > 12
007270         DISPLAY "RCNCERT: PERIOD " RCN-CERT-PERIOD
007280             " IS NOT A MONTH"
007290         SET RCN-CPRM-ERROR TO TRUE
007300         GO TO 0200-EXIT
007310     END-IF
007320     PERFORM 8200-MONTH-LENGTH THRU 8200-EXIT
007330     COMPUTE RCN-PER-START = (RCN-CERT-PERIOD * 100) + 1
007340     MOVE RCN-CERT-PERIOD TO RCN-PER-END-YYYYMM
007350     MOVE RCN-PER-LAST-DAY TO RCN-PER-END-DD
007360     MOVE RCN-PER-END TO RCN-DN-DATE
007370     PERFORM 9000-DATE-TO-DAYS THRU 9000-EXIT
007380     MOVE RCN-DN-DAYS TO RCN-PER-END-DAYS
007390     IF RCN-CERT-EXPECTED EQUAL ZERO
007400         MOVE RCN-PER-LAST-DAY TO RCN-CERT-EXPECTED
007410     END-IF
007420     IF RCN-CERT-EXPECTED > RCN-PER-LAST-DAY
007430         DISPLAY "RCNCERT: EXPECTED " RCN-CERT-EXPECTED
007440             " IS MORE NIGHTS THAN THE MONTH HAS"
007450         SET RCN-CPRM-ERROR TO TRUE
007460         GO TO 0200-EXIT
007470     END-IF
007480     IF RCN-PER-END NOT LESS THAN RCN-RUN-DATE
007490         SET RCN-PERIOD-STILL-OPEN TO TRUE
007500         DISPLAY "RCNCERT: PERIOD " RCN-CERT-PERIOD
007510             " HAS NOT ENDED - FIGURES TO DATE, NOTHING"
007520             " RECORDED"
007530     END-IF.
007540 0200-EXIT.
007550     EXIT.
007560*
007570******************************************************************
007580* 0300-LOAD-DEFINITIONS
007590*    The definition names on RCNDEFS, ACCOUNT first.  A
007600*    RECONDEF card must name one of them.
007610******************************************************************
007620 0300-LOAD-DEFINITIONS.
007630     MOVE 1 TO RCN-NBR-DEFS
007640     MOVE "ACCOUNT" TO RCN-KNOWN-DEF (1)
007650     OPEN INPUT RCN-DEFS-FILE
007660     IF RCN-DEFS-FILE-STATUS EQUAL "00"
007670         PERFORM 0310-READ-ONE-DEF THRU 0310-EXIT
007680             UNTIL RCN-DEFS-EOF
007690         CLOSE RCN-DEFS-FILE
007700     ELSE
007710         DISPLAY "RCNCERT: NO RCNDEFS, STATUS="
007720             RCN-DEFS-FILE-STATUS
007730             " - DEFINITION ACCOUNT ONLY"
007740     END-IF
007750     IF RCN-CERT-ALL-DEFS
007760         GO TO 0300-EXIT
007770     END-IF
007780     SET RCN-HIT-NOT-FOUND TO TRUE
007790     PERFORM 0320-MATCH-ONE-DEF THRU 0320-EXIT
007800         VARYING RCN-DEF-SUB FROM 1 BY 1
007810         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
007820             OR RCN-HIT-FOUND
007830     IF RCN-HIT-NOT-FOUND
007840         DISPLAY "RCNCERT: RECONDEF " RCN-CERT-DEF-NAME
007850             " IS NOT ON RCNDEFS"
007860         SET RCN-CPRM-ERROR TO TRUE
007870         GO TO 0300-EXIT
007880     END-IF
007890     MOVE 1 TO RCN-NBR-DEFS
007900     MOVE RCN-CERT-DEF-NAME TO RCN-KNOWN-DEF (1).
007910 0300-EXIT.
007920     EXIT.
007930*
007940 0310-READ-ONE-DEF.
007950     READ RCN-DEFS-FILE
007960         AT END
007970             SET RCN-DEFS-EOF TO TRUE
007980             GO TO 0310-EXIT
007990     END-READ
008000     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
008010         DISPLAY "RCNCERT: RCNDEFS READ FAILED, STATUS="
008020             RCN-DEFS-FILE-STATUS
008030         SET RCN-DEFS-EOF TO TRUE
008040         GO TO 0310-EXIT
008050     END-IF
008060     IF RCN-DEF-NAME EQUAL SPACES
008070         OR RCN-DEF-NAME EQUAL "ACCOUNT"
008080         GO TO 0310-EXIT
008090     END-IF
008100     IF RCN-NBR-DEFS >= RCN-MAX-DEFS
008110         DISPLAY "RCNCERT: DEFINITIONS BEYOND " RCN-MAX-DEFS
008120             " IGNORED"
008130         SET RCN-DEFS-EOF TO TRUE
008140         GO TO 0310-EXIT
008150     END-IF
008160     ADD 1 TO RCN-NBR-DEFS
008170     MOVE RCN-DEF-NAME TO RCN-KNOWN-DEF (RCN-NBR-DEFS).
008180 0310-EXIT.
008190     EXIT.
008200*
008210 0320-MATCH-ONE-DEF.
008220     IF RCN-KNOWN-DEF (RCN-DEF-SUB) EQUAL RCN-CERT-DEF-NAME
008230         SET RCN-HIT-FOUND TO TRUE
008240     END-IF.
008250 0320-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290* 0400-OPEN-FILES
008300*    RCNHIST must be there - there is nothing to certify
008310*    without it.  The first run creates RCNSIGN.
008320******************************************************************
008330 0400-OPEN-FILES.
008340     OPEN INPUT RCN-HIST-FILE
008350     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
008360         MOVE RCN-HIST-FILE-STATUS TO RCN-STATUS-TEXT
008370         MOVE SPACES TO RCN-NOTE-TEXT
008380         STRING "RCNHIST OPEN FAILED, STATUS=" RCN-STATUS-TEXT
008390             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008400         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008410         GO TO 0400-EXIT
008420     END-IF
008430     OPEN INPUT RCN-XHST-FILE
008440     EVALUATE RCN-XHST-FILE-STATUS
008450         WHEN "00"
008460             SET RCN-XHST-FILE-OPEN TO TRUE
008470         WHEN "35"
008480             DISPLAY "RCNCERT: NO RCNXHST - NO EXCEPTION"
008490                 " HISTORY ON FILE"
008500         WHEN OTHER
008510             MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
008520             MOVE SPACES TO RCN-NOTE-TEXT
008530             STRING "RCNXHST OPEN FAILED, STATUS="
008540                 RCN-STATUS-TEXT
008550                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008560             PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008570             GO TO 0400-EXIT
008580     END-EVALUATE
008590     OPEN I-O RCN-SIGN-FILE
008600     IF RCN-SIGN-FILE-STATUS EQUAL "35"
008610         OPEN OUTPUT RCN-SIGN-FILE
008620         IF RCN-SIGN-FILE-STATUS EQUAL "00"
008630             CLOSE RCN-SIGN-FILE
008640             DISPLAY "RCNCERT: RCNSIGN CREATED"
008650             OPEN I-O RCN-SIGN-FILE
008660         END-IF
008670     END-IF
008680     IF RCN-SIGN-FILE-STATUS NOT EQUAL "00"
008690         MOVE RCN-SIGN-FILE-STATUS TO RCN-STATUS-TEXT
008700         MOVE SPACES TO RCN-NOTE-TEXT
008710         STRING "RCNSIGN OPEN FAILED, STATUS=" RCN-STATUS-TEXT
008720             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008730         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008740         GO TO 0400-EXIT
008750     END-IF
008760     SET RCN-SIGN-FILE-OPEN TO TRUE.
008770 0400-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810* 1000-CERTIFY-ONE-DEF
008820*    One definition's package - the month's history read,
008830*    tallied and printed, then recorded or signed off.  With
008840*    every definition being certified, one that never ran in
008850*    the month (retired, or not yet in service) gets no
008860*    package; named on a RECONDEF card it gets one regardless.
008870******************************************************************
008880 1000-CERTIFY-ONE-DEF.
008890     MOVE RCN-KNOWN-DEF (RCN-DEF-SUB) TO RCN-CUR-DEF-NAME
008900     INITIALIZE RCN-NIGHT-TABLE
008910                RCN-CERT-FIGURES
008920                RCN-REASON-TABLE
008930                RCN-RSN-TOTALS
008940     MOVE ZERO TO RCN-RUNS-READ
008950                  RCN-NIGHTS-MISSING
008960                  RCN-NIGHTS-NO-TOTALS
008970                  RCN-NBR-REASONS
008980     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
008990     IF RCN-RUN-FAILED
009000         GO TO 1000-EXIT
009010     END-IF
009020     IF RCN-RUNS-READ EQUAL ZERO
009030         AND RCN-CERT-ALL-DEFS
009040         ADD 1 TO RCN-DEFS-NOT-RUN
009050         DISPLAY "RCNCERT: " RCN-CUR-DEF-NAME
009060             " NOT RUN IN THE PERIOD - NO PACKAGE"
009070         GO TO 1000-EXIT
009080     END-IF
009090     PERFORM 1200-TALLY-NIGHTS THRU 1200-EXIT
009100     PERFORM 1300-READ-EXCP-HISTORY THRU 1300-EXIT
009110     IF RCN-RUN-FAILED
009120         GO TO 1000-EXIT
009130     END-IF
009140     ADD 1 TO RCN-DEFS-CERTIFIED
009150     SET RCN-NO-FINDINGS TO TRUE
009160     IF RCN-NIGHTS-MISSING > ZERO
009170         OR RCN-CF-NIGHTS-ONE-SIDED > ZERO
009180         OR RCN-CF-NIGHTS-NOT-CLEAN > ZERO
009190         OR RCN-CF-PROVED-DATE EQUAL ZERO
009200         SET RCN-HAS-FINDINGS TO TRUE
009210         ADD 1 TO RCN-FINDINGS-COUNT
009220     END-IF
009230     PERFORM 2000-PRINT-PACKAGE THRU 2000-EXIT
009240     PERFORM 2500-RECORD-SIGNOFF THRU 2500-EXIT.
009250 1000-EXIT.
009260     EXIT.
009270*
009280******************************************************************
009290* 1100-READ-HISTORY
009300*    Every RCNHIST record of the month for the definition in
009310*    hand, each one filed against its night.  Records come in
009320*    time order within the date, so the night's last run is
009330*    the one left standing.
009340******************************************************************
009350 1100-READ-HISTORY.
009360     MOVE RCN-PER-START TO RCN-HIST-RUN-DATE
009370     MOVE ZERO TO RCN-HIST-RUN-TIME
009380     MOVE LOW-VALUES TO RCN-HIST-DEF-NAME
009390     SET RCN-HIST-NOT-EOF TO TRUE
009400     START RCN-HIST-FILE KEY NOT LESS THAN RCN-HIST-KEY
009410     IF RCN-HIST-FILE-STATUS EQUAL "23"
009420         GO TO 1100-EXIT
009430     END-IF
009440     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
009450         MOVE RCN-HIST-FILE-STATUS TO RCN-STATUS-TEXT
009460         MOVE SPACES TO RCN-NOTE-TEXT
009470         STRING "RCNHIST START FAILED, STATUS=" RCN-STATUS-TEXT
009480             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009490         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
009500         GO TO 1100-EXIT
009510     END-IF
009520     PERFORM 1110-READ-ONE-HIST THRU 1110-EXIT
009530         UNTIL RCN-HIST-EOF.
009540 1100-EXIT.
009550     EXIT.
009560*
009570 1110-READ-ONE-HIST.
009580     READ RCN-HIST-FILE NEXT RECORD
009590         AT END
009600             SET RCN-HIST-EOF TO TRUE
009610             GO TO 1110-EXIT
009620     END-READ
009630     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
009640         MOVE RCN-HIST-FILE-STATUS TO RCN-STATUS-TEXT
009650         MOVE SPACES TO RCN-NOTE-TEXT
009660         STRING "RCNHIST READ FAILED, STATUS=" RCN-STATUS-TEXT
009670             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
009680         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
009690         SET RCN-HIST-EOF TO TRUE
009700         GO TO 1110-EXIT
009710     END-IF
009720     IF RCN-HIST-RUN-DATE > RCN-PER-END
009730         SET RCN-HIST-EOF TO TRUE
009740         GO TO 1110-EXIT
009750     END-IF
009760     IF RCN-HIST-DEF-NAME NOT EQUAL RCN-CUR-DEF-NAME
009770         GO TO 1110-EXIT
009780     END-IF
009790     ADD 1 TO RCN-RUNS-READ
009800     MOVE RCN-HIST-RUN-DATE TO RCN-HD-DATE
009810     MOVE RCN-HD-DD TO RCN-CERT-DAY
009820     IF RCN-CERT-DAY < 1 OR RCN-CERT-DAY > RCN-PER-LAST-DAY
009830         GO TO 1110-EXIT
009840     END-IF
009850     SET RCN-NGT-SEEN (RCN-CERT-DAY) TO TRUE
009860     MOVE RCN-HIST-RUN-TIME TO RCN-NGT-RUN-TIME (RCN-CERT-DAY)
009870     MOVE RCN-HIST-RUN-MODE TO RCN-NGT-RUN-MODE (RCN-CERT-DAY)
009880     MOVE RCN-HIST-ONE-SIDED TO
009890         RCN-NGT-ONE-SIDED (RCN-CERT-DAY)
009900     MOVE RCN-HIST-JOB-RETCODE TO
009910         RCN-NGT-RETCODE (RCN-CERT-DAY)
009920     MOVE RCN-HIST-TOTAL-ROWS TO RCN-NGT-ROWS (RCN-CERT-DAY)
009930     MOVE RCN-HIST-TOTAL-EXCP TO RCN-NGT-EXCP (RCN-CERT-DAY)
009940     MOVE "N" TO RCN-NGT-PROVES-SWITCH (RCN-CERT-DAY)
009950     MOVE ZERO TO RCN-NGT-MASTER-TOTAL (RCN-CERT-DAY)
009960                  RCN-NGT-LEDGER-TOTAL (RCN-CERT-DAY)
009970*    A record written before the history carried balances has
009980*    a blank run mode and nothing but filler where the totals
009990*    now sit.
010000     IF RCN-HIST-NO-TOTALS
010010         MOVE SPACE TO RCN-NGT-ONE-SIDED (RCN-CERT-DAY)
010020         GO TO 1110-EXIT
010030     END-IF
010040     MOVE RCN-HIST-MASTER-TOTAL TO
010050         RCN-NGT-MASTER-TOTAL (RCN-CERT-DAY)
010060     MOVE RCN-HIST-LEDGER-TOTAL TO
010070         RCN-NGT-LEDGER-TOTAL (RCN-CERT-DAY)
010080     IF NOT RCN-HIST-FULL-RUN
010090         OR RCN-HIST-RAN-ONE-SIDED
010100         OR RCN-HIST-JOB-RETCODE NOT LESS THAN 8
010110         GO TO 1110-EXIT
010120     END-IF
010130     SET RCN-PARTS-CLEAN TO TRUE
010140     PERFORM 1120-CHECK-ONE-PART THRU 1120-EXIT
010150         VARYING RCN-PART-SUB FROM 1 BY 1
010160         UNTIL RCN-PART-SUB > RCN-HIST-NBR-PARTS
010170             OR RCN-PART-SUB > 20
010180     IF RCN-PARTS-CLEAN
010190         SET RCN-NGT-PROVES (RCN-CERT-DAY) TO TRUE
010200     END-IF.
010210 1110-EXIT.
010220     EXIT.
010230*
010240*    A partition that failed, halted or wound down leaves its
010250*    accounts out of the master total.
010260 1120-CHECK-ONE-PART.
010270     IF RCN-HIST-PART-RETCODE (RCN-PART-SUB) NOT EQUAL ZERO
010280         SET RCN-PARTS-NOT-CLEAN TO TRUE
010290     END-IF.
010300 1120-EXIT.
010310     EXIT.
010320*
010330******************************************************************
010340* 1200-TALLY-NIGHTS
010350*    The night counts, and the month-end balances off the
010360*    latest night whose run proves them.  A night is non-clean
010370*    when its last run ended on any retcode but zero.
010380******************************************************************
010390 1200-TALLY-NIGHTS.
010400     MOVE RCN-CERT-EXPECTED TO RCN-CF-NIGHTS-EXPECTED
010410     PERFORM 1210-TALLY-ONE-NIGHT THRU 1210-EXIT
010420         VARYING RCN-CERT-DAY FROM 1 BY 1
010430         UNTIL RCN-CERT-DAY > RCN-PER-LAST-DAY
010440     IF RCN-CF-NIGHTS-RUN < RCN-CF-NIGHTS-EXPECTED
010450         COMPUTE RCN-NIGHTS-MISSING =
010460             RCN-CF-NIGHTS-EXPECTED - RCN-CF-NIGHTS-RUN
010470     END-IF
010480     IF RCN-CF-PROVED-DATE NOT EQUAL ZERO
010490         COMPUTE RCN-CF-NET-DIFF =
010500             RCN-CF-MASTER-TOTAL - RCN-CF-LEDGER-TOTAL
010510     END-IF.
010520 1200-EXIT.
010530     EXIT.
010540*
010550 1210-TALLY-ONE-NIGHT.
010560     IF NOT RCN-NGT-SEEN (RCN-CERT-DAY)
010570         GO TO 1210-EXIT
010580     END-IF
010590     ADD 1 TO RCN-CF-NIGHTS-RUN
010600     IF RCN-NGT-NO-TOTALS (RCN-CERT-DAY)
010610         ADD 1 TO RCN-NIGHTS-NO-TOTALS
010620     END-IF
010630     IF RCN-NGT-RAN-ONE-SIDED (RCN-CERT-DAY)
010640         ADD 1 TO RCN-CF-NIGHTS-ONE-SIDED
010650     END-IF
010660     IF RCN-NGT-RETCODE (RCN-CERT-DAY) NOT EQUAL ZERO
010670         ADD 1 TO RCN-CF-NIGHTS-NOT-CLEAN
010680     END-IF
010690     IF RCN-NGT-PROVES (RCN-CERT-DAY)
010700         COMPUTE RCN-CF-PROVED-DATE =
010710             (RCN-CERT-PERIOD * 100) + RCN-CERT-DAY
010720         MOVE RCN-NGT-MASTER-TOTAL (RCN-CERT-DAY) TO
010730             RCN-CF-MASTER-TOTAL
010740         MOVE RCN-NGT-LEDGER-TOTAL (RCN-CERT-DAY) TO
010750             RCN-CF-LEDGER-TOTAL
010760     END-IF.
010770 1210-EXIT.
010780     EXIT.
010790*
010800******************************************************************
010810* 1300-READ-EXCP-HISTORY
010820*    The definition's RCNXHST rows that were open on the
010830*    month's last night - first extracted on or before it,
010840*    and either still open or cleared on a later night -
010850*    aged from the night each first extracted to the month's
010860*    last day.
010870******************************************************************
010880 1300-READ-EXCP-HISTORY.
010890     IF RCN-XHST-FILE-NOT-OPEN
010900         GO TO 1300-EXIT
010910     END-IF
010920     MOVE RCN-CUR-DEF-NAME TO RCN-XHST-DEF-NAME
010930     MOVE ZERO TO RCN-XHST-ACCT-NO
010940     MOVE LOW-VALUES TO RCN-XHST-REASON-CODE
010950     SET RCN-XHST-NOT-EOF TO TRUE
010960     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
010970     IF RCN-XHST-FILE-STATUS EQUAL "23"
010980         GO TO 1300-EXIT
010990     END-IF
011000     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
011010         MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
011020         MOVE SPACES TO RCN-NOTE-TEXT
011030         STRING "RCNXHST START FAILED, STATUS=" RCN-STATUS-TEXT
011040             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
011050         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
011060         GO TO 1300-EXIT
011070     END-IF
011080     PERFORM 1310-READ-ONE-XHST THRU 1310-EXIT
011090         UNTIL RCN-XHST-EOF.
011100 1300-EXIT.
011110     EXIT.
011120*
011130 1310-READ-ONE-XHST.
011140     READ RCN-XHST-FILE NEXT RECORD
011150         AT END
011160             SET RCN-XHST-EOF TO TRUE
011170             GO TO 1310-EXIT
011180     END-READ
011190     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
011200         MOVE RCN-XHST-FILE-STATUS TO RCN-STATUS-TEXT
011210         MOVE SPACES TO RCN-NOTE-TEXT
011220         STRING "RCNXHST READ FAILED, STATUS=" RCN-STATUS-TEXT
011230             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
011240         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
011250         SET RCN-XHST-EOF TO TRUE
011260         GO TO 1310-EXIT
011270     END-IF
011280     IF RCN-XHST-DEF-NAME NOT EQUAL RCN-CUR-DEF-NAME
011290         SET RCN-XHST-EOF TO TRUE
011300         GO TO 1310-EXIT
011310     END-IF
011320     IF RCN-XHST-FIRST-DATE NOT NUMERIC
011330         OR RCN-XHST-FIRST-DATE EQUAL ZERO
011340         OR RCN-XHST-FIRST-DATE > RCN-PER-END
011350         GO TO 1310-EXIT
011360     END-IF
011370     IF NOT RCN-XHST-OPEN
011380         IF RCN-XHST-CLEARED-DATE NOT NUMERIC
011390             OR RCN-XHST-CLEARED-DATE NOT GREATER THAN
011400                 RCN-PER-END
011410             GO TO 1310-EXIT
011420         END-IF
011430     END-IF
011440     MOVE RCN-XHST-FIRST-DATE TO RCN-DN-DATE
011450     PERFORM 9000-DATE-TO-DAYS THRU 9000-EXIT
011460     IF RCN-DN-DAYS EQUAL ZERO
011470         GO TO 1310-EXIT
011480     END-IF
011490     COMPUTE RCN-AGE-DAYS = RCN-PER-END-DAYS - RCN-DN-DAYS
011500     EVALUATE TRUE
011510         WHEN RCN-AGE-DAYS NOT GREATER THAN 7
011520             MOVE 1 TO RCN-AGE-BUCKET
011530         WHEN RCN-AGE-DAYS NOT GREATER THAN 30
011540             MOVE 2 TO RCN-AGE-BUCKET
011550         WHEN RCN-AGE-DAYS NOT GREATER THAN 90
011560             MOVE 3 TO RCN-AGE-BUCKET
011570         WHEN OTHER
011580             MOVE 4 TO RCN-AGE-BUCKET
011590     END-EVALUATE
011600     PERFORM 1320-FILE-BY-REASON THRU 1320-EXIT.
011610 1310-EXIT.
011620     EXIT.
011630*
011640*    The reason's slot, made in code order on first sight.
011650 1320-FILE-BY-REASON.
011660     SET RCN-HIT-NOT-FOUND TO TRUE
011670     MOVE ZERO TO RCN-RSN-SLOT
011680     PERFORM 1330-FIND-ONE-REASON THRU 1330-EXIT
011690         VARYING RCN-RSN-SUB FROM 1 BY 1
011700         UNTIL RCN-RSN-SUB > RCN-NBR-REASONS
011710             OR RCN-RSN-SLOT > ZERO
011720     IF RCN-HIT-NOT-FOUND
011730         IF RCN-NBR-REASONS >= RCN-MAX-REASONS
011740             DISPLAY "RCNCERT: " RCN-CUR-DEF-NAME " REASON "
011750                 RCN-XHST-REASON-CODE " BEYOND "
011760                 RCN-MAX-REASONS " REASONS - NOT COUNTED"
011770             GO TO 1320-EXIT
011780         END-IF
011790         IF RCN-RSN-SLOT EQUAL ZERO
011800             ADD 1 TO RCN-NBR-REASONS
011810             MOVE RCN-NBR-REASONS TO RCN-RSN-SLOT
011820         ELSE
011830             PERFORM 1340-SHIFT-ONE-REASON THRU 1340-EXIT
011840                 VARYING RCN-RSN-SUB FROM RCN-NBR-REASONS BY -1
011850                 UNTIL RCN-RSN-SUB < RCN-RSN-SLOT
011860             ADD 1 TO RCN-NBR-REASONS
011870         END-IF
011880         INITIALIZE RCN-RSN-ENTRY (RCN-RSN-SLOT)
011890         MOVE RCN-XHST-REASON-CODE TO
011900             RCN-RSN-CODE (RCN-RSN-SLOT)
011910     END-IF
011920     ADD 1 TO RCN-RSN-COUNT (RCN-RSN-SLOT, RCN-AGE-BUCKET)
011930              RCN-RSN-COUNT (RCN-RSN-SLOT, 5)
011940              RCN-RSN-TOTAL (RCN-AGE-BUCKET)
011950              RCN-RSN-TOTAL (5)
011960              RCN-CF-OPEN-EXCP.
011970 1320-EXIT.
011980     EXIT.
011990*
012000*    Stops on the reason itself, or on the first code past it
012010*    - the slot a new reason goes in.
012020 1330-FIND-ONE-REASON.
012030     IF RCN-RSN-CODE (RCN-RSN-SUB) EQUAL RCN-XHST-REASON-CODE
012040         SET RCN-HIT-FOUND TO TRUE
012050         MOVE RCN-RSN-SUB TO RCN-RSN-SLOT
012060         GO TO 1330-EXIT
012070     END-IF
012080     IF RCN-RSN-CODE (RCN-RSN-SUB) > RCN-XHST-REASON-CODE
012090         MOVE RCN-RSN-SUB TO RCN-RSN-SLOT
012100     END-IF.
012110 1330-EXIT.
012120     EXIT.
012130*
012140 1340-SHIFT-ONE-REASON.
012150     COMPUTE RCN-RSN-NEXT = RCN-RSN-SUB + 1
012160     MOVE RCN-RSN-ENTRY (RCN-RSN-SUB) TO
012170         RCN-RSN-ENTRY (RCN-RSN-NEXT).
012180 1340-EXIT.
012190     EXIT.
012200*
012210******************************************************************
012220* 2000-PRINT-PACKAGE
012230*    The definition's package on a page of its own - the
012240*    nights, the month-end balances and the open exceptions.
012250******************************************************************
012260 2000-PRINT-PACKAGE.
012270     MOVE "DEFINITION " TO RCN-HDG2-LABEL
012280     MOVE RCN-CUR-DEF-NAME TO RCN-HDG2-DEF
012290     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
012300     IF RCN-PERIOD-STILL-OPEN
012310         MOVE "PERIOD HAS NOT ENDED - FIGURES ARE TO DATE AND"
012320             & " NOTHING IS RECORDED"
012330             TO RCN-NOTE-TEXT
012340         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
012350     END-IF
012360     PERFORM 2100-PRINT-RUNS THRU 2100-EXIT
012370     PERFORM 2200-PRINT-BALANCES THRU 2200-EXIT
012380     PERFORM 2300-PRINT-AGEING THRU 2300-EXIT.
012390 2000-EXIT.
012400     EXIT.
012410*
012420 2100-PRINT-RUNS.
012430     MOVE "RUNS IN THE PERIOD" TO RCN-SEC-TEXT
012440     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
012450     MOVE "NIGHTS EXPECTED" TO RCN-CNT-LABEL
012460     MOVE RCN-CF-NIGHTS-EXPECTED TO RCN-CNT-VALUE
012470     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012480     MOVE "NIGHTS RUN" TO RCN-CNT-LABEL
012490     MOVE RCN-CF-NIGHTS-RUN TO RCN-CNT-VALUE
012500     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012510     MOVE "NIGHTS MISSING" TO RCN-CNT-LABEL
012520     MOVE RCN-NIGHTS-MISSING TO RCN-CNT-VALUE
012530     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012540     MOVE "NIGHTS RUN ONE-SIDED" TO RCN-CNT-LABEL
012550     MOVE RCN-CF-NIGHTS-ONE-SIDED TO RCN-CNT-VALUE
012560     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012570     MOVE "NIGHTS ENDED NON-CLEAN" TO RCN-CNT-LABEL
012580     MOVE RCN-CF-NIGHTS-NOT-CLEAN TO RCN-CNT-VALUE
012590     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012600     IF RCN-NIGHTS-NO-TOTALS > ZERO
012610         MOVE "NIGHTS RECORDED WITHOUT BALANCES" TO
012620             RCN-CNT-LABEL
012630         MOVE RCN-NIGHTS-NO-TOTALS TO RCN-CNT-VALUE
012640         PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012650     END-IF
012660     MOVE "RUNS ON FILE, RERUNS INCLUDED" TO RCN-CNT-LABEL
012670     MOVE RCN-RUNS-READ TO RCN-CNT-VALUE
012680     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
012690     MOVE "NIGHT BY NIGHT - THE LAST RUN OF EACH NIGHT"
012700         TO RCN-SEC-TEXT
012710     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
012720     MOVE RCN-NIGHT-HEADING TO RCN-PRINT-AREA
012730     PERFORM 3000-PRINT-LINE THRU 3000-EXIT
012740     PERFORM 2110-PRINT-ONE-NIGHT THRU 2110-EXIT
012750         VARYING RCN-CERT-DAY FROM 1 BY 1
012760         UNTIL RCN-CERT-DAY > RCN-PER-LAST-DAY.
012770 2100-EXIT.
012780     EXIT.
012790*
012800 2110-PRINT-ONE-NIGHT.
012810     MOVE SPACES TO RCN-NIGHT-LINE
012820     COMPUTE RCN-SHOW-DATE =
012830         (RCN-CERT-PERIOD * 100) + RCN-CERT-DAY
012840     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
012850     MOVE RCN-SHOW-DATE-ED TO RCN-NL-DATE
012860     IF NOT RCN-NGT-SEEN (RCN-CERT-DAY)
012870         MOVE "NO RUN" TO RCN-NL-FINDING
012880         GO TO 2110-PRINT
012890     END-IF
012900     MOVE RCN-NGT-RUN-TIME (RCN-CERT-DAY) TO RCN-SHOW-TIME
012910     MOVE SPACES TO RCN-SHOW-TIME-ED
012920     STRING RCN-SHOW-HH ":" RCN-SHOW-MI ":" RCN-SHOW-SS
012930         DELIMITED BY SIZE INTO RCN-SHOW-TIME-ED
012940     MOVE RCN-SHOW-TIME-ED TO RCN-NL-TIME
012950     MOVE RCN-NGT-RETCODE (RCN-CERT-DAY) TO RCN-NL-RETCODE
012960     MOVE RCN-NGT-ROWS (RCN-CERT-DAY) TO RCN-NL-ROWS
012970     MOVE RCN-NGT-EXCP (RCN-CERT-DAY) TO RCN-NL-EXCP
012980     EVALUATE TRUE
012990         WHEN RCN-NGT-FULL-RUN (RCN-CERT-DAY)
013000             MOVE "FULL" TO RCN-NL-MODE
013010         WHEN RCN-NGT-DELTA-RUN (RCN-CERT-DAY)
013020             MOVE "DELTA" TO RCN-NL-MODE
013030         WHEN OTHER
013040             MOVE "?" TO RCN-NL-MODE
013050     END-EVALUATE
013060     EVALUATE TRUE
013070         WHEN RCN-NGT-NO-TOTALS (RCN-CERT-DAY)
013080             MOVE "UNKNOWN" TO RCN-NL-SIDES
013090         WHEN RCN-NGT-RAN-ONE-SIDED (RCN-CERT-DAY)
013100             MOVE "ONE-SIDED" TO RCN-NL-SIDES
013110         WHEN OTHER
013120             MOVE "TWO-SIDED" TO RCN-NL-SIDES
013130     END-EVALUATE
013140     EVALUATE TRUE
013150         WHEN RCN-NGT-RAN-ONE-SIDED (RCN-CERT-DAY)
013160             AND RCN-NGT-RETCODE (RCN-CERT-DAY) NOT EQUAL ZERO
013170             MOVE "ONE-SIDED AND NON-CLEAN" TO RCN-NL-FINDING
013180         WHEN RCN-NGT-RAN-ONE-SIDED (RCN-CERT-DAY)
013190             MOVE "ONE-SIDED" TO RCN-NL-FINDING
013200         WHEN RCN-NGT-RETCODE (RCN-CERT-DAY) NOT EQUAL ZERO
013210             MOVE "NON-CLEAN" TO RCN-NL-FINDING
013220         WHEN RCN-NGT-NO-TOTALS (RCN-CERT-DAY)
013230             MOVE "NO BALANCES RECORDED" TO RCN-NL-FINDING
013240         WHEN RCN-SHOW-DATE EQUAL RCN-CF-PROVED-DATE
013250             MOVE "MONTH-END BALANCES" TO RCN-NL-FINDING
013260         WHEN OTHER
013270             CONTINUE
013280     END-EVALUATE.
013290 2110-PRINT.
013300     MOVE RCN-NIGHT-LINE TO RCN-PRINT-AREA
013310     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
013320 2110-EXIT.
013330     EXIT.
013340*
013350******************************************************************
013360* 2200-PRINT-BALANCES
013370*    The month-end money off the latest night that proves it
013380*    - and, when no night of the month does, a note saying
013390*    the difference is not proved.
013400******************************************************************
013410 2200-PRINT-BALANCES.
013420     MOVE "MONTH-END BALANCES" TO RCN-SEC-TEXT
013430     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
013440     IF RCN-CF-PROVED-DATE EQUAL ZERO
013450         MOVE "NO CLEAN FULL TWO-SIDED RUN IN THE PERIOD - NET"
013460             & " DIFFERENCE NOT PROVED"
013470             TO RCN-NOTE-TEXT
013480         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
013490         GO TO 2200-EXIT
013500     END-IF
013510     MOVE RCN-CF-PROVED-DATE TO RCN-SHOW-DATE
013520     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
013530     MOVE SPACES TO RCN-NOTE-TEXT
013540     STRING "AS RECONCILED BY THE FULL TWO-SIDED RUN OF "
013550         RCN-SHOW-DATE-ED
013560         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
013570     PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
013580     MOVE "MASTER TOTAL" TO RCN-MNY-LABEL
013590     MOVE RCN-CF-MASTER-TOTAL TO RCN-MNY-VALUE
013600     PERFORM 3500-PRINT-MONEY THRU 3500-EXIT
013610     MOVE "LEDGER TOTAL" TO RCN-MNY-LABEL
013620     MOVE RCN-CF-LEDGER-TOTAL TO RCN-MNY-VALUE
013630     PERFORM 3500-PRINT-MONEY THRU 3500-EXIT
013640     MOVE "NET UNEXPLAINED DIFFERENCE" TO RCN-MNY-LABEL
013650     MOVE RCN-CF-NET-DIFF TO RCN-MNY-VALUE
013660     PERFORM 3500-PRINT-MONEY THRU 3500-EXIT.
013670 2200-EXIT.
013680     EXIT.
013690*
013700******************************************************************
013710* 2300-PRINT-AGEING
013720******************************************************************
013730 2300-PRINT-AGEING.
013740     MOVE "EXCEPTIONS OPEN AT MONTH END BY REASON AND AGE"
013750         TO RCN-SEC-TEXT
013760     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
013770     IF RCN-NBR-REASONS EQUAL ZERO
013780         MOVE "NONE" TO RCN-NOTE-TEXT
013790         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
013800         GO TO 2300-EXIT
013810     END-IF
013820     MOVE RCN-AGE-HEADING TO RCN-PRINT-AREA
013830     PERFORM 3000-PRINT-LINE THRU 3000-EXIT
013840     PERFORM 2310-PRINT-ONE-REASON THRU 2310-EXIT
013850         VARYING RCN-RSN-SUB FROM 1 BY 1
013860         UNTIL RCN-RSN-SUB > RCN-NBR-REASONS
013870     MOVE SPACES TO RCN-AGE-LINE
013880     MOVE "TOTAL" TO RCN-AGE-LABEL
013890     PERFORM 2320-FILL-ONE-TOTAL THRU 2320-EXIT
013900         VARYING RCN-CELL-SUB FROM 1 BY 1
013910         UNTIL RCN-CELL-SUB > 5
013920     MOVE RCN-AGE-LINE TO RCN-PRINT-AREA
013930     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
013940 2300-EXIT.
013950     EXIT.
013960*
013970 2310-PRINT-ONE-REASON.
013980     MOVE SPACES TO RCN-AGE-LINE
013990     MOVE RCN-RSN-CODE (RCN-RSN-SUB) TO RCN-AGE-LABEL
014000     PERFORM 2315-FILL-ONE-CELL THRU 2315-EXIT
014010         VARYING RCN-CELL-SUB FROM 1 BY 1
014020         UNTIL RCN-CELL-SUB > 5
014030     MOVE RCN-AGE-LINE TO RCN-PRINT-AREA
014040     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
014050 2310-EXIT.
014060     EXIT.
014070*
014080 2315-FILL-ONE-CELL.
014090     MOVE RCN-RSN-COUNT (RCN-RSN-SUB, RCN-CELL-SUB) TO
014100         RCN-AGE-VALUE (RCN-CELL-SUB).
014110 2315-EXIT.
014120     EXIT.
014130*
014140 2320-FILL-ONE-TOTAL.
014150     MOVE RCN-RSN-TOTAL (RCN-CELL-SUB) TO
014160         RCN-AGE-VALUE (RCN-CELL-SUB).
014170 2320-EXIT.
014180     EXIT.
014190*
014200******************************************************************
014210* 2500-RECORD-SIGNOFF
014220*    A package run records the package as prepared; a SIGNOFF
014230*    run approves a prepared package whose figures still stand.
014240*    Either way an approved row is left exactly as it is.
014250******************************************************************
014260 2500-RECORD-SIGNOFF.
014270     MOVE "SIGN-OFF" TO RCN-SEC-TEXT
014280     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
014290     IF RCN-PERIOD-STILL-OPEN
014300         MOVE "PERIOD HAS NOT ENDED - NOTHING RECORDED"
014310             TO RCN-NOTE-TEXT
014320         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
014330         IF NOT RCN-PACKAGE-RUN
014340             ADD 1 TO RCN-REFUSED-COUNT
014350         END-IF
014360         GO TO 2500-EXIT
014370     END-IF
014380     MOVE RCN-CERT-PERIOD TO RCN-SIGN-PERIOD
014390     MOVE RCN-CUR-DEF-NAME TO RCN-SIGN-DEF-NAME
014400     READ RCN-SIGN-FILE
014410     EVALUATE RCN-SIGN-FILE-STATUS
014420         WHEN "00"
014430             SET RCN-SIGN-ROW-FOUND TO TRUE
014440         WHEN "23"
014450             SET RCN-SIGN-ROW-NOT-FOUND TO TRUE
014460         WHEN OTHER
014470             MOVE RCN-SIGN-FILE-STATUS TO RCN-STATUS-TEXT
014480             MOVE SPACES TO RCN-NOTE-TEXT
014490             STRING "RCNSIGN READ FAILED, STATUS="
014500                 RCN-STATUS-TEXT
014510                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
014520             PERFORM 8100-RUN-ERROR THRU 8100-EXIT
014530             GO TO 2500-EXIT
014540     END-EVALUATE
014550     IF RCN-SIGN-ROW-FOUND AND RCN-SIGN-APPROVED
014560         PERFORM 2510-ALREADY-APPROVED THRU 2510-EXIT
014570         GO TO 2500-EXIT
014580     END-IF
014590     IF RCN-PACKAGE-RUN
014600         PERFORM 2520-RECORD-PACKAGE THRU 2520-EXIT
014610     ELSE
014620         PERFORM 2530-APPLY-SIGNOFF THRU 2530-EXIT
014630     END-IF.
014640 2500-EXIT.
014650     EXIT.
014660*
014670*    Left as approved - but a history that no longer agrees
014680*    with what was signed is worth saying out loud.
014690 2510-ALREADY-APPROVED.
014700     ADD 1 TO RCN-ALREADY-COUNT
014710     MOVE RCN-SIGN-APPROVED-DATE TO RCN-SHOW-DATE
014720     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
014730     MOVE SPACES TO RCN-NOTE-TEXT
014740     STRING "ALREADY SIGNED OFF BY " RCN-SIGN-APPROVED-BY
014750         " ON " RCN-SHOW-DATE-ED " - LEFT AS APPROVED"
014760         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
014770     PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
014780     IF RCN-SIGN-FIGURES NOT EQUAL RCN-CERT-FIGURES
014790         ADD 1 TO RCN-DIFFER-COUNT
014800         MOVE "THE FIGURES ABOVE NO LONGER AGREE WITH THE"
014810             & " APPROVED PACKAGE"
014820             TO RCN-NOTE-TEXT
014830         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
014840         DISPLAY "RCNCERT: " RCN-CUR-DEF-NAME
014850             " APPROVED PACKAGE NO LONGER AGREES WITH HISTORY"
014860     END-IF.
014870 2510-EXIT.
014880     EXIT.
014890*
014900 2520-RECORD-PACKAGE.
014910     PERFORM 2540-FILL-PACKAGE THRU 2540-EXIT
014920     PERFORM 2550-WRITE-SIGN-ROW THRU 2550-EXIT
014930     IF RCN-RUN-FAILED
014940         GO TO 2520-EXIT
014950     END-IF
014960     ADD 1 TO RCN-RECORDED-COUNT
014970     MOVE "PACKAGE RECORDED - AWAITING SIGN-OFF"
014980         TO RCN-NOTE-TEXT
014990     PERFORM 3300-PRINT-NOTE THRU 3300-EXIT.
015000 2520-EXIT.
015010     EXIT.
015020*
015030*    Only a package prepared with exactly these figures can
015040*    be approved.  One whose figures have moved is recorded
015050*    afresh and refused, so the supervisor signs what the
015060*    report in hand shows.
015070 2530-APPLY-SIGNOFF.
015080     IF RCN-SIGN-ROW-NOT-FOUND
015090         ADD 1 TO RCN-REFUSED-COUNT
015100         MOVE "SIGN-OFF REFUSED - NO PACKAGE RECORDED FOR THE"
015110             & " PERIOD, RUN THE PACKAGE FIRST"
015120             TO RCN-NOTE-TEXT
015130         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
015140         GO TO 2530-EXIT
015150     END-IF
015160     IF RCN-SIGN-FIGURES NOT EQUAL RCN-CERT-FIGURES
015170         PERFORM 2540-FILL-PACKAGE THRU 2540-EXIT
015180         PERFORM 2550-WRITE-SIGN-ROW THRU 2550-EXIT
015190         IF RCN-RUN-FAILED
015200             GO TO 2530-EXIT
015210         END-IF
015220         ADD 1 TO RCN-REFUSED-COUNT
015230         MOVE "SIGN-OFF REFUSED - FIGURES CHANGED SINCE THE"
015240             & " PACKAGE WAS PREPARED; RECORDED AFRESH, REVIEW"
015250             & " AND SIGN AGAIN"
015260             TO RCN-NOTE-TEXT
015270         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
015280         GO TO 2530-EXIT
015290     END-IF
015300     SET RCN-SIGN-APPROVED TO TRUE
015310     MOVE RCN-CERT-SIGNOFF TO RCN-SIGN-APPROVED-BY
015320     MOVE RCN-RUN-DATE TO RCN-SIGN-APPROVED-DATE
015330     MOVE RCN-RUN-TIME TO RCN-SIGN-APPROVED-TIME
015340     PERFORM 2550-WRITE-SIGN-ROW THRU 2550-EXIT
015350     IF RCN-RUN-FAILED
015360         GO TO 2530-EXIT
015370     END-IF
015380     ADD 1 TO RCN-SIGNED-COUNT
015390     MOVE SPACES TO RCN-NOTE-TEXT
015400     STRING "SIGNED OFF BY " RCN-CERT-SIGNOFF
015410         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015420     PERFORM 3300-PRINT-NOTE THRU 3300-EXIT.
015430 2530-EXIT.
015440     EXIT.
015450*
015460 2540-FILL-PACKAGE.
015470     MOVE RCN-CERT-PERIOD TO RCN-SIGN-PERIOD
015480     MOVE RCN-CUR-DEF-NAME TO RCN-SIGN-DEF-NAME
015490     SET RCN-SIGN-PREPARED TO TRUE
015500     MOVE RCN-RUN-DATE TO RCN-SIGN-PREPARED-DATE
015510     MOVE RCN-RUN-TIME TO RCN-SIGN-PREPARED-TIME
015520     MOVE RCN-CERT-FIGURES TO RCN-SIGN-FIGURES
015530     MOVE SPACES TO RCN-SIGN-APPROVED-BY
015540     MOVE ZERO TO RCN-SIGN-APPROVED-DATE
015550                  RCN-SIGN-APPROVED-TIME.
015560 2540-EXIT.
015570     EXIT.
015580*
015590 2550-WRITE-SIGN-ROW.
015600     IF RCN-SIGN-ROW-FOUND
015610         REWRITE RCN-SIGN-RECORD
015620     ELSE
015630         WRITE RCN-SIGN-RECORD
015640     END-IF
015650     IF RCN-SIGN-FILE-STATUS NOT EQUAL "00"
015660         MOVE RCN-SIGN-FILE-STATUS TO RCN-STATUS-TEXT
015670         MOVE SPACES TO RCN-NOTE-TEXT
015680         STRING "RCNSIGN WRITE FAILED, STATUS=" RCN-STATUS-TEXT
015690             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015700         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015710     END-IF.
015720 2550-EXIT.
015730     EXIT.
015740*
015750******************************************************************
015760* 3000-PRINT-LINE
015770*    Whatever line is in RCN-PRINT-AREA, single spaced.
015780******************************************************************
015790 3000-PRINT-LINE.
015800     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
015810         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
015820     END-IF
015830     WRITE RCN-RPT-RECORD FROM RCN-PRINT-AREA
015840         AFTER ADVANCING 1 LINE
015850     ADD 1 TO RCN-LINE-COUNT.
015860 3000-EXIT.
015870     EXIT.
015880*
015890******************************************************************
015900* 3100-NEW-PAGE
015910******************************************************************
015920 3100-NEW-PAGE.
015930     ADD 1 TO RCN-PAGE-COUNT
015940     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
015950     IF RCN-PAGE-COUNT = 1
015960         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
015970             AFTER ADVANCING 1 LINE
015980     ELSE
015990         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
016000             AFTER ADVANCING PAGE
016010     END-IF
016020     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
016030         AFTER ADVANCING 2 LINES
016040     MOVE 3 TO RCN-LINE-COUNT.
016050 3100-EXIT.
016060     EXIT.
016070*
016080 3200-PRINT-SECTION.
016090     IF RCN-LINE-COUNT + 4 > RCN-LINES-PER-PAGE
016100         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
016110     END-IF
016120     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
016130         AFTER ADVANCING 2 LINES
016140     ADD 2 TO RCN-LINE-COUNT.
016150 3200-EXIT.
016160     EXIT.
016170*
016180 3300-PRINT-NOTE.
016190     MOVE RCN-NOTE-LINE TO RCN-PRINT-AREA
016200     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
016210 3300-EXIT.
016220     EXIT.
016230*
016240 3400-PRINT-COUNT.
016250     MOVE RCN-COUNT-LINE TO RCN-PRINT-AREA
016260     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
016270 3400-EXIT.
016280     EXIT.
016290*
016300 3500-PRINT-MONEY.
016310     MOVE RCN-MONEY-LINE TO RCN-PRINT-AREA
016320     PERFORM 3000-PRINT-LINE THRU 3000-EXIT.
016330 3500-EXIT.
016340     EXIT.
016350*
016360******************************************************************
016370* 4000-REPORT-TOTALS
016380*    The closing summary page, then the step's retcode - 0
016390*    every package clean, 4 findings or a sign-off not given,
016400*    8 a card or file failure.
016410******************************************************************
016420 4000-REPORT-TOTALS.
016430     MOVE "SUMMARY" TO RCN-HDG2-LABEL
016440     MOVE SPACES TO RCN-HDG2-DEF
016450     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
016460     IF RCN-PACKAGE-RUN
016470         MOVE "PACKAGE RUN" TO RCN-SEC-TEXT
016480     ELSE
016490         MOVE SPACES TO RCN-SEC-TEXT
016500         STRING "SIGN-OFF RUN BY " RCN-CERT-SIGNOFF
016510             DELIMITED BY SIZE INTO RCN-SEC-TEXT
016520     END-IF
016530     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
016540     MOVE "DEFINITIONS CERTIFIED" TO RCN-CNT-LABEL
016550     MOVE RCN-DEFS-CERTIFIED TO RCN-CNT-VALUE
016560     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016570     MOVE "DEFINITIONS NOT RUN IN THE PERIOD" TO RCN-CNT-LABEL
016580     MOVE RCN-DEFS-NOT-RUN TO RCN-CNT-VALUE
016590     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016600     MOVE "PACKAGES WITH FINDINGS" TO RCN-CNT-LABEL
016610     MOVE RCN-FINDINGS-COUNT TO RCN-CNT-VALUE
016620     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016630     MOVE "PACKAGES RECORDED" TO RCN-CNT-LABEL
016640     MOVE RCN-RECORDED-COUNT TO RCN-CNT-VALUE
016650     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016660     MOVE "PACKAGES SIGNED OFF" TO RCN-CNT-LABEL
016670     MOVE RCN-SIGNED-COUNT TO RCN-CNT-VALUE
016680     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016690     MOVE "PACKAGES ALREADY SIGNED OFF" TO RCN-CNT-LABEL
016700     MOVE RCN-ALREADY-COUNT TO RCN-CNT-VALUE
016710     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016720     MOVE "SIGN-OFFS REFUSED" TO RCN-CNT-LABEL
016730     MOVE RCN-REFUSED-COUNT TO RCN-CNT-VALUE
016740     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016750     MOVE "APPROVED PACKAGES NO LONGER AGREEING" TO
016760         RCN-CNT-LABEL
016770     MOVE RCN-DIFFER-COUNT TO RCN-CNT-VALUE
016780     PERFORM 3400-PRINT-COUNT THRU 3400-EXIT
016790     DISPLAY "RCNCERT: CERTIFIED=" RCN-DEFS-CERTIFIED
016800         " FINDINGS=" RCN-FINDINGS-COUNT
016810         " RECORDED=" RCN-RECORDED-COUNT
016820         " SIGNED=" RCN-SIGNED-COUNT
016830         " ALREADY=" RCN-ALREADY-COUNT
016840         " REFUSED=" RCN-REFUSED-COUNT
016850     EVALUATE TRUE
016860         WHEN RCN-RUN-FAILED
016870             MOVE 8 TO RETURN-CODE
016880         WHEN RCN-FINDINGS-COUNT > ZERO
016890             OR RCN-REFUSED-COUNT > ZERO
016900             OR RCN-DIFFER-COUNT > ZERO
016910             MOVE 4 TO RETURN-CODE
016920         WHEN OTHER
016930             MOVE ZERO TO RETURN-CODE
016940     END-EVALUATE.
016950 4000-EXIT.
016960     EXIT.
016970*
016980******************************************************************
016990* 8100-RUN-ERROR
017000*    The message in RCN-NOTE-TEXT goes on the report and the
017010*    console, and the run is marked failed.
017020******************************************************************
017030 8100-RUN-ERROR.
017040     SET RCN-RUN-FAILED TO TRUE
017050     IF RCN-PAGE-COUNT EQUAL ZERO
017060         OR RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
017070         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
017080     END-IF
017090     WRITE RCN-RPT-RECORD FROM RCN-NOTE-LINE
017100         AFTER ADVANCING 1 LINE
017110     ADD 1 TO RCN-LINE-COUNT
017120     DISPLAY "RCNCERT: " RCN-NOTE-TEXT.
017130 8100-EXIT.
017140     EXIT.
017150*
017160******************************************************************
017170* 8200-MONTH-LENGTH
017180*    The last day of RCN-PER-MM in RCN-PER-YYYY, 29 February
017190*    in a leap year.
017200******************************************************************
017210 8200-MONTH-LENGTH.
017220     MOVE RCN-MONTH-DAYS (RCN-PER-MM) TO RCN-PER-LAST-DAY
017230     IF RCN-PER-MM EQUAL 2
017240         DIVIDE RCN-PER-YYYY BY 4 GIVING RCN-LEAP-QUOT
017250             REMAINDER RCN-LEAP-R4
017260         DIVIDE RCN-PER-YYYY BY 100 GIVING RCN-LEAP-QUOT
017270             REMAINDER RCN-LEAP-R100
017280         DIVIDE RCN-PER-YYYY BY 400 GIVING RCN-LEAP-QUOT
017290             REMAINDER RCN-LEAP-R400
017300         IF RCN-LEAP-R4 EQUAL ZERO
017310             AND (RCN-LEAP-R100 NOT EQUAL ZERO
017320                  OR RCN-LEAP-R400 EQUAL ZERO)
017330             MOVE 29 TO RCN-PER-LAST-DAY
017340         END-IF
017350     END-IF.
017360 8200-EXIT.
017370     EXIT.
017380*
017390*    RCN-SHOW-DATE as MM/DD/YYYY in RCN-SHOW-DATE-ED.
017400 8300-EDIT-DATE.
017410     MOVE SPACES TO RCN-SHOW-DATE-ED
017420     STRING RCN-SHOW-MM "/" RCN-SHOW-DD "/" RCN-SHOW-YYYY
017430         DELIMITED BY SIZE INTO RCN-SHOW-DATE-ED.
017440 8300-EXIT.
017450     EXIT.
017460*
017470******************************************************************
017480* 9000-DATE-TO-DAYS
017490*    RCN-DN-DATE (YYYYMMDD) to a running day count in
017500*    RCN-DN-DAYS - whole years at 365 plus their leap days,
017510*    the days before the month, and the day.  A date that is
017520*    not a date comes back as zero, which the callers skip.
017530******************************************************************
017540 9000-DATE-TO-DAYS.
017550     MOVE ZERO TO RCN-DN-DAYS
017560     IF RCN-DN-YYYY EQUAL ZERO
017570         OR RCN-DN-MM < 1 OR RCN-DN-MM > 12
017580         OR RCN-DN-DD < 1 OR RCN-DN-DD > 31
017590         GO TO 9000-EXIT
017600     END-IF
017610     COMPUTE RCN-DN-YEARS = RCN-DN-YYYY - 1
017620     DIVIDE RCN-DN-YEARS BY 4 GIVING RCN-DN-Q4
017630     DIVIDE RCN-DN-YEARS BY 100 GIVING RCN-DN-Q100
017640     DIVIDE RCN-DN-YEARS BY 400 GIVING RCN-DN-Q400
017650     COMPUTE RCN-DN-DAYS =
017660         (RCN-DN-YEARS * 365) + RCN-DN-Q4 - RCN-DN-Q100
017670         + RCN-DN-Q400 + RCN-CUM-DAYS (RCN-DN-MM) + RCN-DN-DD
017680     IF RCN-DN-MM > 2
017690         DIVIDE RCN-DN-YYYY BY 4 GIVING RCN-DN-Q4
017700             REMAINDER RCN-DN-R4
017710         DIVIDE RCN-DN-YYYY BY 100 GIVING RCN-DN-Q100
017720             REMAINDER RCN-DN-R100
017730         DIVIDE RCN-DN-YYYY BY 400 GIVING RCN-DN-Q400
017740             REMAINDER RCN-DN-R400
017750         IF RCN-DN-R4 EQUAL ZERO
017760             AND (RCN-DN-R100 NOT EQUAL ZERO
017770                  OR RCN-DN-R400 EQUAL ZERO)
017780             ADD 1 TO RCN-DN-DAYS
017790         END-IF
017800     END-IF.
017810 9000-EXIT.
017820     EXIT.
