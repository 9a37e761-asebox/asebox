002060*                     cut.  A clean finish REWRITEs state C (the
002070*                     driver clears the rows at clean job end)
002080*                     instead of deleting the row here.
002090*    10/09/2026  JH   Alert events - a MAXEXCP breaker halt, a
002100*                     projected finish past the DEADLINE (once
002110*                     per partition) and an unreachable standby
002120*                     server are written to the keyed RCNALRT
002130*                     outbound alert file RCNDRIV creates,
002140*                     routed PAGE or LOG off the RCNARTE deck,
002150*                     for the monitoring agent to pick up
002160*                     while the run is still in flight.
002170*    10/10/2026  JH   Exception dispositions - each exception
002180*                     is looked up on the keyed RCNDISP file
002190*                     account services maintains through
002200*                     RCNDMNT.  A row whose every exception
002210*                     carries an active disposition not yet
002220*                     past its review date is counted as
002230*                     dispositioned on the RCNSTAT row, and
002240*                     with the card's DISPEXCL on (the
002250*                     default) the MAXEXCP breaker leaves
002260*                     those rows out of its count.  The rows
002270*                     still extract - RCNXRPT lists them in a
002280*                     section of their own.
002290*    10/11/2026  JH   Sums every master balance the partition
002300*                     reads and hands the total back in the
002310*                     partition block (and carries it on the
002320*                     checkpoint row across a restart), so the
002330*                     driver's RCNHIST record carries the
002340*                     night's money for month-end certification.
002350*    10/12/2026  JH   Status rules retired on RCNSRULE (through
002360*                     RCNCFGM) are passed over - they stay on
002370*                     the file for RCNXRPT's descriptions only.
002380*    10/13/2026  JH   Simulation partitions (SIMULATE on the
002390*                     RCNPARM card) extract to RCNSIMX, take
002400*                     their status rules from the SIMRULES deck,
002410*                     read RCNGLIX without flagging it, and keep
002420*                     no checkpoint or status row.
002430*    10/15/2026  JH   Each extracted row carries the run stamp
002440*                     in RCN-EXCP-RUN-STAMP, for RCNXRPT's
002450*                     disposition review-date test.
002460*    10/15/2026  JH   RCNARTE comment cards tested through
002470*                     RCN-ARTE-CARD-BYTE-1.
002480******************************************************************
002490 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RCNWORK IS RECURSIVE.
002510 AUTHOR. J HALVERSEN, BATCH SUPPORT.
002520 INSTALLATION. DATA CENTER SERVICES.
002530 DATE-WRITTEN. 08/08/2026.
002540 DATE-COMPILED.
002550*
002560 ENVIRONMENT DIVISION.
002570 INPUT-OUTPUT SECTION.
002580 FILE-CONTROL.
002590*    RCN-CKPT-FILE holds one record per partition - its bounds
002600*    as cut for this run, a state byte, and the highest account
002610*    number fully processed.  RCNDRIV writes every partition's
002620*    row before the threads start; 4400-CHECKPOINT advances it,
002630*    8000-WRAPUP marks it complete, and the driver clears the
002640*    rows once the whole job ends clean.
002650     SELECT RCN-CKPT-FILE ASSIGN TO "RCNCKPT"
002660         ORGANIZATION IS INDEXED
002670         ACCESS MODE IS RANDOM
002680         LOCK MODE IS AUTOMATIC
002690*    Up to 4 partition threads have this file open I-O at once;
002700*    AUTOMATIC record locking keeps one thread's WRITE/REWRITE/
002710*    DELETE at 4400-CHECKPOINT/8000-WRAPUP from colliding with
002720*    another's, without this program having to serialize access
002730*    itself.
002740         RECORD KEY IS RCN-CKPT-KEY
002750         FILE STATUS IS RCN-CKPT-FILE-STATUS.
002760*    RCN-EXCP-FILE is the exception detail extract - one row per
002770*    account this partition could not reconcile, keyed so a
002780*    resumed partition REWRITEs rows it already extracted rather
002790*    than duplicating them.  RCNDRIV creates the file (fresh or
002800*    carried across a restart) before any thread starts, the
002810*    same arrangement as RCNCKPT; RCNXRPT reports from it at
002820*    end of job.
002830*    A simulation partition writes the same layout to RCNSIMX.
002840     SELECT RCN-EXCP-FILE ASSIGN TO RCN-EXCP-FILE-NAME
002850         ORGANIZATION IS INDEXED
002860         ACCESS MODE IS RANDOM
002870         LOCK MODE IS AUTOMATIC
002880         RECORD KEY IS RCN-EXCP-KEY
002890         FILE STATUS IS RCN-EXCP-FILE-STATUS.
002900*    RCN-GL-FILE is RCNGLIX, the keyed work copy of the nightly
002910*    general-ledger extract RCNDRIV loads before any thread
002920*    starts.  Read by key for every fetched account; the matched
002930*    flag is REWRITten in place so RCNDRIV's end-of-job sweep can
002940*    report ledger accounts no partition ever fetched.  The
002950*    partitions' account ranges do not overlap, so no two threads
002960*    ever REWRITE the same row; AUTOMATIC record locking covers
002970*    the file-level bookkeeping, as with RCNCKPT above.
002980     SELECT RCN-GL-FILE ASSIGN TO RCN-GL-FILE-NAME
002990         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003010         LOCK MODE IS AUTOMATIC
003020         RECORD KEY IS RCN-GL-ACCT-NO
003030         FILE STATUS IS RCN-GL-FILE-STATUS.
003040*    RCN-STAT-FILE is this partition's window for the operators -
003050*    RCNDRIV seeds one row per partition before the threads
003060*    start, 4400-CHECKPOINT refreshes ours as the run moves, and
003070*    RCNINQ formats the rows on demand.  Losing it never fails
003080*    the partition - the run is merely dark, as it used to be.
003090     SELECT RCN-STAT-FILE ASSIGN TO "RCNSTAT"
003100         ORGANIZATION IS INDEXED
003110         ACCESS MODE IS DYNAMIC
003120         LOCK MODE IS AUTOMATIC
003130         RECORD KEY IS RCN-STAT-KEY
003140         FILE STATUS IS RCN-STAT-FILE-STATUS.
003150*    RCN-SNAP-FILE is the prior-run balance snapshot - account
003160*    and balance as of the last clean run, maintained by
003170*    RCNDRIV's end-of-job roll.  Read by key for the movement
003180*    proof; a file that cannot be opened (the first night, say)
003190*    just sits the movement checks out.
003200     SELECT RCN-SNAP-FILE ASSIGN TO RCN-SNAP-FILE-NAME
003210         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS RANDOM
003230         LOCK MODE IS AUTOMATIC
003240         RECORD KEY IS RCN-SNAP-ACCT-NO
003250         FILE STATUS IS RCN-SNAP-FILE-STATUS.
003260*    RCN-JRIX-FILE is the night's journal activity aggregated
003270*    per account (net signed amount and transaction count),
003280*    loaded by RCNDRIV before any thread starts.  Read-only
003290*    here, by key, for the movement proof.
003300     SELECT RCN-JRIX-FILE ASSIGN TO RCN-JRIX-FILE-NAME
003310         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS RANDOM
003330         LOCK MODE IS AUTOMATIC
003340         RECORD KEY IS RCN-JRN-ACCT-NO
003350         FILE STATUS IS RCN-JRIX-FILE-STATUS.
003360*    RCN-SNEW-FILE collects tonight's fetched balances - one row
003370*    per account this partition reads, REWRITten when a resumed
003380*    partition re-reads past its checkpoint.  RCNDRIV creates
003390*    it ahead of the threads (the RCNEXCP arrangement) and
003400*    rolls it into RCNSNAP at a clean finish.  The partitions'
003410*    account ranges do not overlap, so no two threads ever
003420*    write the same row.
003430     SELECT RCN-SNEW-FILE ASSIGN TO RCN-SNEW-FILE-NAME
003440         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS RANDOM
003460         LOCK MODE IS AUTOMATIC
003470         RECORD KEY IS RCN-SNEW-ACCT-NO
003480         FILE STATUS IS RCN-SNEW-FILE-STATUS.
003490*    RCN-CMND-FILE is the operator's lever on a running job -
003500*    polled (open/read/close, never held) at every checkpoint
003510*    so operations can write rows while the run is in flight.
003520*    A file that is not there just means nothing is commanded.
003530     SELECT RCN-CMND-FILE ASSIGN TO "RCNCMND"
003540         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS RANDOM
003560         LOCK MODE IS AUTOMATIC
003570         RECORD KEY IS RCN-CMND-PARTITION-NO
003580         FILE STATUS IS RCN-CMND-FILE-STATUS.
003590*    RCN-SRUL-FILE is the status-rules deck - how a status other
003600*    than the definition's good value is treated.  Read once at
003610*    initialize into the rules table; an absent file just means
003620*    every odd status extracts as plain ST, the old behavior.
003630*    A simulation partition reads the proposed deck SIMRULES
003640*    names in its place.
003650     SELECT RCN-SRUL-FILE ASSIGN TO RCN-SRUL-FILE-NAME
003660         ORGANIZATION IS SEQUENTIAL
003670         FILE STATUS IS RCN-SRUL-FILE-STATUS.
003680*    RCN-ALRT-FILE is the outbound alert file the monitoring
003690*    agent polls.  RCNDRIV creates it before any thread starts;
003700*    each event here is an open/write/close of its own, never
003710*    held, so every partition (and the agent) can get at it.
003720     SELECT RCN-ALRT-FILE ASSIGN TO "RCNALRT"
003730         ORGANIZATION IS INDEXED
003740         ACCESS MODE IS RANDOM
003750         LOCK MODE IS AUTOMATIC
003760         RECORD KEY IS RCN-ALRT-KEY
003770         FILE STATUS IS RCN-ALRT-FILE-STATUS.
003780*    RCN-ARTE-FILE is the alert-routing deck - which events page
003790*    and which only log.  Read once at initialize; an absent
003800*    deck just means every alert logs.
003810     SELECT RCN-ARTE-FILE ASSIGN TO "RCNARTE"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS RCN-ARTE-FILE-STATUS.
003840*    RCN-DISP-FILE is the exception-disposition file account
003850*    services maintains through RCNDMNT - read by key for every
003860*    exception, never written here.  A file that is not there
003870*    just means nothing has been dispositioned.
003880     SELECT RCN-DISP-FILE ASSIGN TO "RCNDISP"
003890         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
003910         LOCK MODE IS AUTOMATIC
003920         RECORD KEY IS RCN-DISP-KEY
003930         FILE STATUS IS RCN-DISP-FILE-STATUS.
003940*
003950 DATA DIVISION.
003960 FILE SECTION.
003970 FD  RCN-CKPT-FILE.
003980 01  RCN-CKPT-RECORD.
003990     COPY "rcnckpt.cbl".
004000*
004010 FD  RCN-EXCP-FILE.
004020 01  RCN-EXCP-RECORD.
004030     COPY "rcnexcp.cbl".
004040*
004050 FD  RCN-GL-FILE.
004060 01  RCN-GL-RECORD.
004070     COPY "rcnglex.cbl".
004080*
004090 FD  RCN-STAT-FILE.
004100 01  RCN-STAT-RECORD.
004110     COPY "rcnstat.cbl".
004120*
004130 FD  RCN-SNAP-FILE.
004140 01  RCN-SNAP-RECORD.
004150     COPY "rcnsnap.cbl".
004160*
004170 FD  RCN-JRIX-FILE.
004180 01  RCN-JRN-RECORD.
004190     COPY "rcnjrnl.cbl".
004200*
004210 FD  RCN-SNEW-FILE.
004220 01  RCN-SNEW-RECORD.
004230     COPY "rcnsnew.cbl".
004240*
004250 FD  RCN-CMND-FILE.
004260 01  RCN-CMND-RECORD.
004270     COPY "rcncmnd.cbl".
004280*
004290 FD  RCN-SRUL-FILE.
004300 01  RCN-SRUL-RECORD.
004310     COPY "rcnsrul.cbl".
004320*
004330 FD  RCN-ALRT-FILE.
004340 01  RCN-ALRT-RECORD.
004350     COPY "rcnalrt.cbl".
004360*
004370 FD  RCN-ARTE-FILE.
004380 01  RCN-ARTE-RECORD.
004390     COPY "rcnarte.cbl".
004400*
004410 FD  RCN-DISP-FILE.
004420 01  RCN-DISP-RECORD.
004430     COPY "rcndisp.cbl".
004440*
004450 WORKING-STORAGE SECTION.
004460*
004470******************************************************************
004480* Standalone counters and switches
004490******************************************************************
004500 77  RCN-ROWS-READ        PIC 9(09) COMP VALUE ZERO.
004510 77  RCN-ROWS-RECONCILED  PIC 9(09) COMP VALUE ZERO.
004520 77  RCN-ROWS-EXCEPTION   PIC 9(09) COMP VALUE ZERO.
004530*
004540 77  RCN-EOF-SWITCH       PIC X(01) VALUE "N".
004550     88 RCN-EOF                   VALUE "Y".
004560     88 RCN-NOT-EOF               VALUE "N".
004570*
004580 77  RCN-ERROR-SWITCH     PIC X(01) VALUE "N".
004590     88 RCN-SQL-ERROR             VALUE "Y".
004600     88 RCN-NO-SQL-ERROR          VALUE "N".
004610*
004620 77  RCN-CONNECTED-SWITCH PIC X(01) VALUE "N".
004630     88 RCN-CONNECTED             VALUE "Y".
004640     88 RCN-NOT-CONNECTED         VALUE "N".
004650*
004660 77  RCN-CURSOR-SWITCH    PIC X(01) VALUE "N".
004670     88 RCN-CURSOR-OPEN           VALUE "Y".
004680     88 RCN-CURSOR-NOT-OPEN       VALUE "N".
004690*
004700******************************************************************
004710* Checkpoint/restart controls
004720*    RCN-CHECKPOINT-INTERVAL governs how often (in rows fetched)
004730*    4400-CHECKPOINT writes RCN-CKPT-RECORD.  Set by 1000-
004740*    INITIALIZE from the partition block, where RCNDRIV placed
004750*    the RCNPARM card's value; the VALUE below only backstops a
004760*    zero.  RCN-ROWS-SINCE-CKPT
004770*    counts up to that interval and resets; RCN-CKPT-FILE-STATUS
004780*    is the file status for every I/O against RCN-CKPT-FILE.
004790******************************************************************
004800 77  RCN-CHECKPOINT-INTERVAL PIC 9(09) COMP VALUE 50000.
004810 77  RCN-ROWS-SINCE-CKPT     PIC 9(09) COMP VALUE ZERO.
004820 77  RCN-CKPT-FILE-STATUS    PIC X(02) VALUE "00".
004830*
004840 77  RCN-CKPT-OPEN-SWITCH  PIC X(01) VALUE "N".
004850     88 RCN-CKPT-FILE-OPEN        VALUE "Y".
004860     88 RCN-CKPT-FILE-NOT-OPEN    VALUE "N".
004870*
004880 77  RCN-CKPT-ROW-SWITCH   PIC X(01) VALUE "N".
004890     88 RCN-CKPT-ROW-EXISTS       VALUE "Y".
004900     88 RCN-CKPT-ROW-ABSENT       VALUE "N".
004910*
004920******************************************************************
004930* Exception extract controls
004940*    RCN-EXCP-FILE-STATUS is the file status for every I/O
004950*    against RCN-EXCP-FILE; the open switch keeps 5100-WRITE-
004960*    EXCEPTION and 8000-WRAPUP honest about whether the extract
004970*    is there to be written at all.
004980******************************************************************
004990 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
005000*
005010 77  RCN-EXCP-OPEN-SWITCH  PIC X(01) VALUE "N".
005020     88 RCN-EXCP-FILE-OPEN        VALUE "Y".
005030     88 RCN-EXCP-FILE-NOT-OPEN    VALUE "N".
005040*
005050******************************************************************
005060* Ledger-match controls
005070*    RCN-BALANCE-TOLERANCE is the difference allowed between the
005080*    master and ledger balances before the row extracts as a BD
005090*    exception - zero means the two must agree to the penny.
005100*    Set by 1000-INITIALIZE from the partition block, where
005110*    RCNDRIV placed the RCNPARM card's TOLERANCE value.
005120*    RCN-GL-BALANCE-FOUND carries the matched ledger balance into
005130*    the exception row (zero when no ledger row matched), and
005140*    the row switch marks whether the row in hand has extracted
005150*    for any reason, so a row with two exceptions still counts
005160*    once in the partition totals.
005170******************************************************************
005180 77  RCN-GL-FILE-STATUS    PIC X(02) VALUE "00".
005190*
005200 77  RCN-GL-OPEN-SWITCH    PIC X(01) VALUE "N".
005210     88 RCN-GL-FILE-OPEN          VALUE "Y".
005220     88 RCN-GL-FILE-NOT-OPEN      VALUE "N".
005230*
005240 77  RCN-BALANCE-TOLERANCE PIC S9(07)V99 COMP-3 VALUE ZERO.
005250 77  RCN-BALANCE-DIFF      PIC S9(11)V99 COMP-3 VALUE ZERO.
005260 77  RCN-GL-BALANCE-FOUND  PIC S9(11)V99 COMP-3 VALUE ZERO.
005270*
005280 77  RCN-ROW-EXCP-SWITCH   PIC X(01) VALUE "N".
005290     88 RCN-ROW-EXCEPTION         VALUE "Y".
005300     88 RCN-ROW-CLEAN             VALUE "N".
005310*
005320******************************************************************
005330* Movement-proof controls
005340*    The snapshot and journal sides of prior balance + posted
005350*    activity = tonight's balance.  The open switches keep the
005360*    checks honest about what is actually there - either side
005370*    file missing sits the checks out; the found fields carry
005380*    the matched rows' figures once the record areas move on.
005390******************************************************************
005400 77  RCN-SNAP-FILE-STATUS  PIC X(02) VALUE "00".
005410 77  RCN-JRIX-FILE-STATUS  PIC X(02) VALUE "00".
005420 77  RCN-SNEW-FILE-STATUS  PIC X(02) VALUE "00".
005430*
005440 77  RCN-SNAP-OPEN-SWITCH  PIC X(01) VALUE "N".
005450     88 RCN-SNAP-FILE-OPEN        VALUE "Y".
005460     88 RCN-SNAP-FILE-NOT-OPEN    VALUE "N".
005470*
005480 77  RCN-JRIX-OPEN-SWITCH  PIC X(01) VALUE "N".
005490     88 RCN-JRIX-FILE-OPEN        VALUE "Y".
005500     88 RCN-JRIX-FILE-NOT-OPEN    VALUE "N".
005510*
005520 77  RCN-SNEW-OPEN-SWITCH  PIC X(01) VALUE "N".
005530     88 RCN-SNEW-FILE-OPEN        VALUE "Y".
005540     88 RCN-SNEW-FILE-NOT-OPEN    VALUE "N".
005550*
005560 77  RCN-SNAP-BAL-FOUND    PIC S9(11)V99 COMP-3 VALUE ZERO.
005570 77  RCN-JRN-NET-FOUND     PIC S9(13)V99 COMP-3 VALUE ZERO.
005580 77  RCN-JRN-TXNS-FOUND    PIC 9(07) COMP VALUE ZERO.
005590 77  RCN-MOVE-DIFF         PIC S9(13)V99 COMP-3 VALUE ZERO.
005600*
005610*    The status an account carries once it is no longer open
005620*    for posting - journal activity against one extracts CA.
005630 77  RCN-CLOSED-STATUS     PIC X(02) VALUE "CL".
005640*
005650******************************************************************
005660* Reconciliation-definition state - this partition's copy of
005670* the definition RCNDRIV selected: the name that rides every
005680* checkpoint, status and exception row, the good-status value
005690* the status test compares against, and the per-definition
005700* file names the SELECTs above open by.  A blank file name
005710* sits the matching check out, the same as a missing file.
005720******************************************************************
005730 77  RCN-DEF-NAME          PIC X(08) VALUE SPACES.
005740 77  RCN-GOOD-STATUS       PIC X(02) VALUE "OK".
005750 77  RCN-GL-FILE-NAME      PIC X(08) VALUE SPACES.
005760 77  RCN-JRIX-FILE-NAME    PIC X(08) VALUE SPACES.
005770 77  RCN-SNAP-FILE-NAME    PIC X(08) VALUE SPACES.
005780 77  RCN-SNEW-FILE-NAME    PIC X(08) VALUE SPACES.
005790*    The extract and the rules deck - the production files, or
005800*    RCNSIMX and the SIMRULES deck in a simulation partition.
005810 77  RCN-EXCP-FILE-NAME    PIC X(08) VALUE "RCNEXCP".
005820 77  RCN-SRUL-FILE-NAME    PIC X(08) VALUE "RCNSRULE".
005830*
005840******************************************************************
005850* Status-rules controls - the RCNSRULE deck loaded once at
005860* initialize, the recent-maintenance baseline off the partition
005870* block, and the severity the next exception row carries (space
005880* for every non-status reason).
005890******************************************************************
005900 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
005910*
005920 77  RCN-SRUL-EOF-SWITCH   PIC X(01) VALUE "N".
005930     88 RCN-SRUL-EOF              VALUE "Y".
005940     88 RCN-SRUL-NOT-EOF          VALUE "N".
005950*
005960 77  RCN-SRUL-MAX          PIC 9(04) COMP VALUE 50.
005970 77  RCN-SRUL-USED         PIC 9(04) COMP VALUE ZERO.
005980 77  RCN-SRUL-SUB          PIC 9(04) COMP VALUE ZERO.
005990 77  RCN-SRUL-HIT          PIC 9(04) COMP VALUE ZERO.
006000*
006010 77  RCN-RULE-FIRE-SWITCH  PIC X(01) VALUE "N".
006020     88 RCN-RULE-FIRES            VALUE "Y".
006030     88 RCN-RULE-QUIET            VALUE "N".
006040*
006050 77  RCN-MAINT-BASE-TS     PIC X(19) VALUE SPACES.
006060 77  RCN-EXCP-SEV-WORK     PIC X(01) VALUE SPACE.
006070*
006080 01  RCN-SRUL-TABLE.
006090     05 RCN-SRUL-ENTRY         OCCURS 50 TIMES.
006100        10 RCN-TBL-SRUL-STATUS PIC X(02).
006110        10 RCN-TBL-SRUL-IGNORE PIC X(01).
006120        10 RCN-TBL-SRUL-BAL    PIC X(01).
006130        10 RCN-TBL-SRUL-MAINT  PIC X(01).
006140        10 RCN-TBL-SRUL-REASON PIC X(02).
006150        10 RCN-TBL-SRUL-SEV    PIC X(01).
006160*
006170******************************************************************
006180* Operator-command controls
006190*    The effective command as of the latest checkpoint poll -
006200*    recomputed from the file at every poll, so clearing a row
006210*    (or the whole file) is itself a command.  The wind-down
006220*    switch ends the fetch loop the way EOF does; the wrapup
006230*    then leaves the checkpoint row in progress and hands back
006240*    retcode 6, which the restart path already knows how to
006250*    resume.
006260******************************************************************
006270 77  RCN-CMND-FILE-STATUS  PIC X(02) VALUE "00".
006280*
006290 77  RCN-CMD-STATE-SWITCH  PIC X(01) VALUE "N".
006300     88 RCN-CMD-PAUSED            VALUE "P".
006310     88 RCN-CMD-RUN               VALUE "N".
006320*
006330 77  RCN-WINDDOWN-SWITCH   PIC X(01) VALUE "N".
006340     88 RCN-WINDING-DOWN          VALUE "Q" "D" "H".
006350     88 RCN-WIND-QUIESCE          VALUE "Q".
006360     88 RCN-WIND-DEADLINE         VALUE "D".
006370     88 RCN-WIND-HALT             VALUE "H".
006380     88 RCN-NOT-WINDING           VALUE "N".
006390*
006400 77  RCN-THROTTLE-SECS     PIC 9(04) COMP VALUE ZERO.
006410 77  RCN-CMND-WAIT-MS      PIC 9(09) COMP-5 VALUE ZERO.
006420 77  RCN-PAUSE-WAIT-MS     PIC 9(09) COMP-5 VALUE 10000.
006430 77  RCN-CMD-DISPLAY       PIC X(08) VALUE SPACES.
006440*
006450******************************************************************
006460* Deadline and projection controls
006470*    The card's HHMM deadline folded to seconds on the start
006480*    day's clock (a deadline at or before the start time means
006490*    tomorrow morning), and the work fields the projected
006500*    finish is figured from - the pace over the keys this
006510*    session has covered, applied to the keys still ahead.
006520******************************************************************
006530 77  RCN-DEADLINE-HHMM     PIC 9(04) COMP VALUE ZERO.
006540 77  RCN-DEADLINE-SECS     PIC S9(09) COMP-5 VALUE ZERO.
006550 77  RCN-NOW-SECS          PIC S9(09) COMP-5 VALUE ZERO.
006560 77  RCN-NOW-DAY-DIFF      PIC S9(05) COMP VALUE ZERO.
006570*
006580*    The key this session actually started fetching from - the
006590*    restart key on a resumed partition - so the projection
006600*    never credits this session's pace with rows an earlier
006610*    session read.
006620 77  RCN-PROJ-BASE-ACCT    PIC S9(09) COMP-5 VALUE ZERO.
006630*
006640 77  RCN-PROJ-SPAN         PIC S9(10) COMP VALUE ZERO.
006650 77  RCN-PROJ-DONE         PIC S9(10) COMP VALUE ZERO.
006660 77  RCN-PROJ-REMAIN-SECS  PIC S9(18) COMP-5 VALUE ZERO.
006670 77  RCN-PROJ-FINISH-SECS  PIC S9(18) COMP-5 VALUE ZERO.
006680 77  RCN-PROJ-DAYS         PIC S9(09) COMP-5 VALUE ZERO.
006690 77  RCN-PROJ-TOD          PIC S9(09) COMP-5 VALUE ZERO.
006700 77  RCN-PROJ-REM          PIC S9(09) COMP-5 VALUE ZERO.
006710 77  RCN-PROJ-HH           PIC 9(02) COMP VALUE ZERO.
006720 77  RCN-PROJ-MM           PIC 9(02) COMP VALUE ZERO.
006730 77  RCN-PROJ-SS           PIC 9(02) COMP VALUE ZERO.
006740*
006750******************************************************************
006760* Circuit-breaker controls - the card's job-wide exception
006770* limits and the totals summed off the RCNSTAT rows (every
006780* other partition's row plus this one's in-memory counts) at
006790* each checkpoint.  Either limit crossed halts the whole run
006800* as suspect input.
006810******************************************************************
006820 77  RCN-MAX-EXCP          PIC 9(09) COMP VALUE ZERO.
006830 77  RCN-MAX-EXCP-PCT      PIC 9(03) COMP VALUE ZERO.
006840 77  RCN-JOB-EXCP-TOTAL    PIC 9(09) COMP VALUE ZERO.
006850 77  RCN-JOB-ROWS-TOTAL    PIC 9(09) COMP VALUE ZERO.
006860 77  RCN-JOB-EXCP-PCT      PIC 9(03) COMP VALUE ZERO.
006870*
006880 77  RCN-STAT-SCAN-SWITCH  PIC X(01) VALUE "N".
006890     88 RCN-STAT-SCAN-EOF         VALUE "Y".
006900     88 RCN-STAT-SCAN-MORE        VALUE "N".
006910*
006920 77  RCN-BREACH-SWITCH     PIC X(01) VALUE "N".
006930     88 RCN-BREACH-HIT            VALUE "Y".
006940     88 RCN-BREACH-NONE           VALUE "N".
006950*
006960******************************************************************
006970* Standby-compare controls - the drift check runs only when
006980* the partition block names a standby server and the run is a
006990* full sweep; any trouble on the standby side turns the
007000* compare off for this partition (loudly) rather than failing
007010* the pass.
007020******************************************************************
007030 77  RCN-STBY-MODE-SWITCH  PIC X(01) VALUE "N".
007040     88 RCN-STBY-MODE-ON          VALUE "Y".
007050     88 RCN-STBY-MODE-OFF         VALUE "N".
007060*
007070 77  RCN-STBY-CONN-SWITCH  PIC X(01) VALUE "N".
007080     88 RCN-STBY-CONNECTED        VALUE "Y".
007090     88 RCN-STBY-NOT-CONNECTED    VALUE "N".
007100*
007110 77  RCN-STBY-CRSR-SWITCH  PIC X(01) VALUE "N".
007120     88 RCN-STBY-CURSOR-OPEN      VALUE "Y".
007130     88 RCN-STBY-CURSOR-SHUT      VALUE "N".
007140*
007150 77  RCN-STBY-EOF-SWITCH   PIC X(01) VALUE "N".
007160     88 RCN-STBY-EOF              VALUE "Y".
007170     88 RCN-STBY-NOT-EOF          VALUE "N".
007180*
007190 77  RCN-STBY-DIFF         PIC S9(13)V99 COMP-3 VALUE ZERO.
007200 77  RCN-STBY-COMPARED     PIC 9(09) COMP VALUE ZERO.
007210 77  RCN-STBY-DRIFT        PIC 9(09) COMP VALUE ZERO.
007220*
007230******************************************************************
007240* Alert controls - the RCNARTE routing deck as loaded at
007250* initialize, the event being raised (filled in by the caller
007260* of 6000-RAISE-ALERT), this partition's sequence number, which
007270* keeps two of its events stamped in the same hundredth of a
007280* second apart on the RCNALRT key, and the switch that holds
007290* the deadline projection to one alert per partition.
007300******************************************************************
007310 77  RCN-ALRT-FILE-STATUS  PIC X(02) VALUE "00".
007320 77  RCN-ARTE-FILE-STATUS  PIC X(02) VALUE "00".
007330*
007340 77  RCN-ARTE-EOF-SWITCH   PIC X(01) VALUE "N".
007350     88 RCN-ARTE-EOF              VALUE "Y".
007360     88 RCN-ARTE-NOT-EOF          VALUE "N".
007370*
007380 77  RCN-ARTE-MATCH-SWITCH PIC X(01) VALUE "N".
007390     88 RCN-ARTE-MATCHED          VALUE "Y".
007400     88 RCN-ARTE-NOT-MATCHED      VALUE "N".
007410*
007420 77  RCN-DLPROJ-SWITCH     PIC X(01) VALUE "N".
007430     88 RCN-DLPROJ-RAISED         VALUE "Y".
007440     88 RCN-DLPROJ-NOT-RAISED     VALUE "N".
007450*
007460 77  RCN-ARTE-MAX          PIC 9(04) COMP VALUE 30.
007470 77  RCN-ARTE-USED         PIC 9(04) COMP VALUE ZERO.
007480 77  RCN-ARTE-SUB          PIC 9(04) COMP VALUE ZERO.
007490 77  RCN-ALRT-SEQ-NEXT     PIC 9(04) COMP VALUE ZERO.
007500*
007510 77  RCN-EVT-CODE          PIC X(08) VALUE SPACES.
007520 77  RCN-EVT-SEVERITY      PIC X(01) VALUE SPACE.
007530     88 RCN-EVT-CRITICAL          VALUE "C".
007540     88 RCN-EVT-WARNING           VALUE "W".
007550     88 RCN-EVT-INFO              VALUE "I".
007560 77  RCN-EVT-ROUTE         PIC X(04) VALUE SPACES.
007570 77  RCN-EVT-RETCODE       PIC 9(04) COMP VALUE ZERO.
007580 77  RCN-EVT-TEXT          PIC X(60) VALUE SPACES.
007590 77  RCN-EVT-COUNT-1       PIC 9(09) VALUE ZERO.
007600 77  RCN-EVT-COUNT-2       PIC 9(09) VALUE ZERO.
007610*
007620 01  RCN-ARTE-TABLE.
007630     05 RCN-ARTE-ENTRY         OCCURS 30 TIMES.
007640        10 RCN-TBL-ARTE-EVENT  PIC X(08).
007650        10 RCN-TBL-ARTE-SEV    PIC X(01).
007660        10 RCN-TBL-ARTE-ROUTE  PIC X(04).
007670*
007680******************************************************************
007690* Disposition controls - the RCNDISP lookup made for every
007700* exception, the per-row switch that stays on only while every
007710* exception the row extracts for is dispositioned, the count of
007720* such rows (carried on the RCNSTAT row) and the card's say on
007730* whether the breaker leaves them out.  An active disposition
007740* holds through its review date and lapses the day after, so
007750* the test is against the job's run stamp, not the clock.
007760******************************************************************
007770 77  RCN-DISP-FILE-STATUS  PIC X(02) VALUE "00".
007780*
007790 77  RCN-DISP-OPEN-SWITCH  PIC X(01) VALUE "N".
007800     88 RCN-DISP-FILE-OPEN        VALUE "Y".
007810     88 RCN-DISP-FILE-NOT-OPEN    VALUE "N".
007820*
007830 77  RCN-DISP-HIT-SWITCH   PIC X(01) VALUE "N".
007840     88 RCN-DISP-IN-FORCE         VALUE "Y".
007850     88 RCN-DISP-NOT-IN-FORCE     VALUE "N".
007860*
007870 77  RCN-ROW-DISP-SWITCH   PIC X(01) VALUE "Y".
007880     88 RCN-ROW-DISPOSED-ONLY     VALUE "Y".
007890     88 RCN-ROW-HAS-WORK          VALUE "N".
007900*
007910 77  RCN-DISP-EXCL-SWITCH  PIC X(01) VALUE "Y".
007920     88 RCN-DISP-EXCL-ON          VALUE "Y".
007930     88 RCN-DISP-EXCL-OFF         VALUE "N".
007940*
007950 77  RCN-ROWS-DISPOSED     PIC 9(09) COMP VALUE ZERO.
007960*
007970*    Every master balance read, restart carry-forward included -
007980*    handed back as RCN-PARTITION-MASTER-TOTAL.
007990 77  RCN-MASTER-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
008000*
008010******************************************************************
008020* Live-status controls - file status/open switch for RCNSTAT
008030* and the between-checkpoints stamps the rows-per-second rate
008040* is figured from.
008050******************************************************************
008060 77  RCN-STAT-FILE-STATUS  PIC X(02) VALUE "00".
008070*
008080 77  RCN-STAT-OPEN-SWITCH  PIC X(01) VALUE "N".
008090     88 RCN-STAT-FILE-OPEN        VALUE "Y".
008100     88 RCN-STAT-FILE-NOT-OPEN    VALUE "N".
008110*
008120 77  RCN-PREV-CKPT-DAY     PIC 9(05) COMP VALUE ZERO.
008130 77  RCN-PREV-CKPT-SECS    PIC 9(07) COMP VALUE ZERO.
008140 77  RCN-STAT-DAY-NOW      PIC 9(05) COMP VALUE ZERO.
008150 77  RCN-STAT-DATE-NOW     PIC 9(08) VALUE ZERO.
008160 77  RCN-STAT-DELTA-SECS   PIC S9(07) COMP VALUE ZERO.
008170 77  RCN-STAT-RATE         PIC 9(07) COMP VALUE ZERO.
008180*
008190******************************************************************
008200* Remediation controls
008210*    RCN-REMED-MODE-SWITCH mirrors the partition block's card-
008220*    supplied setting.  The approved list is the 88 below -
008230*    only reason codes named there ever post an adjustment;
008240*    extend the VALUE list to approve another discrepancy type.
008250******************************************************************
008260 77  RCN-REMED-MODE-SWITCH PIC X(01) VALUE "N".
008270     88 RCN-REMED-MODE-ON         VALUE "Y".
008280     88 RCN-REMED-MODE-OFF        VALUE "N".
008290*
008300 77  RCN-ADJ-CONN-SWITCH   PIC X(01) VALUE "N".
008310     88 RCN-ADJ-CONNECTED         VALUE "Y".
008320     88 RCN-ADJ-NOT-CONNECTED     VALUE "N".
008330*
008340 77  RCN-REMED-REASON      PIC X(02) VALUE SPACES.
008350     88 RCN-REMED-APPROVED        VALUE "BD".
008360*
008370 77  RCN-ADJ-WRITTEN       PIC 9(09) COMP VALUE ZERO.
008380 77  RCN-ADJ-SINCE-COMMIT  PIC 9(09) COMP VALUE ZERO.
008390 77  RCN-ADJ-DATE-WORK     PIC 9(08) VALUE ZERO.
008400*
008410******************************************************************
008420* Retry controls
008430*    A transient SQLCODE (deadlock victim, connection broken) is
008440*    worth a disconnect/wait/reconnect and a cursor re-open past
008450*    RCN-LAST-GOOD-ACCT, the last row fully reconciled.  The
008460*    retry count is cumulative for the partition's life - a
008470*    connection that keeps dying forfeits the partition rather
008480*    than thrash all night.
008490******************************************************************
008500 77  RCN-SAVED-SQLCODE     PIC S9(09) COMP-5 VALUE ZERO.
008510     88 RCN-TRANSIENT-SQLCODE
008520         VALUE 1205 -1205 1608 -1608.
008530*
008540 77  RCN-RETRY-LIMIT       PIC 9(02) COMP VALUE 3.
008550 77  RCN-CONNECT-TRIES     PIC 9(02) COMP VALUE ZERO.
008560 77  RCN-FETCH-RETRIES     PIC 9(02) COMP VALUE ZERO.
008570 77  RCN-RETRY-TRIES       PIC 9(02) COMP VALUE ZERO.
008580 77  RCN-RETRY-WAIT-MS     PIC 9(09) COMP-5 VALUE ZERO.
008590 77  RCN-LAST-GOOD-ACCT    PIC S9(09) COMP-5 VALUE ZERO.
008600*
008610 77  RCN-RECOVER-SWITCH    PIC X(01) VALUE "N".
008620     88 RCN-RECOVERED             VALUE "Y".
008630     88 RCN-NOT-RECOVERED         VALUE "N".
008640*
008650******************************************************************
008660* Wall-clock bookkeeping - start and end stamps (Julian day and
008670* hundredths-resolution time) and the conversion work area, for
008680* the elapsed seconds handed back in the partition block.
008690******************************************************************
008700 77  RCN-START-DAY         PIC 9(05) COMP VALUE ZERO.
008710 77  RCN-END-DAY           PIC 9(05) COMP VALUE ZERO.
008720 77  RCN-START-SECS        PIC 9(07) COMP VALUE ZERO.
008730 77  RCN-END-SECS          PIC 9(07) COMP VALUE ZERO.
008740 77  RCN-DAY-DIFF          PIC S9(05) COMP VALUE ZERO.
008750 77  RCN-ELAPSED-SECS      PIC 9(07) COMP VALUE ZERO.
008760*
008770 01  RCN-TIME-WORK.
008780     05 RCN-TIME-RAW           PIC 9(08).
008790     05 RCN-TIME-RAW-R REDEFINES RCN-TIME-RAW.
008800        10 RCN-TIME-HH         PIC 9(02).
008810        10 RCN-TIME-MM         PIC 9(02).
008820        10 RCN-TIME-SS         PIC 9(02).
008830        10 FILLER              PIC 9(02).
008840     05 RCN-TIME-RAW-HMS REDEFINES RCN-TIME-RAW.
008850        10 RCN-TIME-HHMMSS     PIC 9(06).
008860        10 FILLER              PIC 9(02).
008870     05 RCN-TIME-SECS          PIC 9(07) COMP.
008880*
008890******************************************************************
008900* SQL DECLARE SECTION
008910* Host variables bound into the reconciliation cursor.  The
008920* connection name is the same literal for every partition - it
008930* is SQLTHRED's thread scoping, not a unique name per thread,
008940* that keeps the partitions from stepping on each other.
008950******************************************************************
008960     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008970 01  RCN-CONN-NAME         PIC X(18)  VALUE "RECONCILE_CONN".
008980 01  RCN-SERVER            PIC X(30).
008990 01  RCN-USERID            PIC X(30).
009000 01  RCN-PASSWD            PIC X(30).
009010 01  RCN-LOW-ACCT          PIC S9(09) COMP-5.
009020 01  RCN-HIGH-ACCT         PIC S9(09) COMP-5.
009030 01  RCN-ACCT-NO           PIC S9(09) COMP-5.
009040 01  RCN-ACCT-BALANCE      PIC S9(11)V99 COMP-3.
009050 01  RCN-RECON-BALANCE     PIC S9(11)V99 COMP-3.
009060 01  RCN-ACCT-STATUS       PIC X(02).
009070*    Remediation host variables - the adjustment connection's
009080*    name and the columns inserted into ACCT_ADJUSTMENT.  The
009090*    run date and partition ride along so the posting job can
009100*    identify (and de-duplicate) a restart's re-inserts.
009110 01  RCN-ADJ-CONN-NAME     PIC X(18)  VALUE "REMED_CONN".
009120 01  RCN-ADJ-AMOUNT        PIC S9(11)V99 COMP-3.
009130 01  RCN-ADJ-REASON        PIC X(02).
009140 01  RCN-ADJ-RUN-DATE      PIC X(08).
009150 01  RCN-ADJ-PARTITION     PIC S9(09) COMP-5.
009160*    Delta-run qualifiers - F sweeps the whole range, D fetches
009170*    only rows maintained on or after the timestamp.
009180 01  RCN-DELTA-SW          PIC X(01).
009190 01  RCN-SINCE-TS          PIC X(19).
009200*    RECON_CURSOR's statement text, assembled per definition by
009210*    3000-OPEN-CURSOR - column and table names cannot be host
009220*    variables, so the text carries them and only the bounds
009230*    and delta qualifiers bind at OPEN.
009240 01  RCN-STMT-TEXT         PIC X(400).
009250*    Standby-compare host variables - the second connection's
009260*    name and the columns fetched from the standby copy of the
009270*    same table, over the same statement text.
009280 01  RCN-STBY-CONN-NAME    PIC X(18)  VALUE "STANDBY_CONN".
009290 01  RCN-STBY-SERVER       PIC X(30).
009300 01  RCN-STBY-ACCT-NO      PIC S9(09) COMP-5.
009310 01  RCN-STBY-BALANCE      PIC S9(11)V99 COMP-3.
009320 01  RCN-STBY-STATUS       PIC X(02).
009330*    LAST_MAINT_TS rides both cursors (the standby's only so
009340*    the two fetch lists match) for the status rules' recent-
009350*    maintenance test.
009360 01  RCN-ACCT-MAINT-TS     PIC X(19).
009370 01  RCN-STBY-MAINT-TS     PIC X(19).
009380     EXEC SQL END DECLARE SECTION END-EXEC.
009390*
009400     EXEC SQL INCLUDE SQLCA END-EXEC.
009410*
009420******************************************************************
009430* LINKAGE SECTION
009440* RCN-PARTITION is the parameter block RCNDRIV passes to each
009450* thread - the account-number bounds for this worker's slice
009460* plus the partition number for identification in messages and
009470* the return code handed back once the partition is done.
009480* COPYed from RCNPART, the same layout RCNDRIV builds its
009490* RCN-PARTITION-TABLE entries from, so this program's view of the
009500* argument can't drift out of step with what RCNDRIV passes.
009510******************************************************************
009520 LINKAGE SECTION.
009530 01  RCN-PARTITION.
009540     COPY "rcnpart.cbl".
009550*
009560******************************************************************
009570 PROCEDURE DIVISION USING RCN-PARTITION.
009580*
009590 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009610     PERFORM 1500-OPEN-CHECKPOINT THRU 1500-EXIT
009620     PERFORM 1600-OPEN-EXCEPTIONS THRU 1600-EXIT
009630     PERFORM 1700-OPEN-LEDGER THRU 1700-EXIT
009640     PERFORM 1800-OPEN-STATUS THRU 1800-EXIT
009650     PERFORM 1820-OPEN-SNAPSHOT THRU 1820-EXIT
009660     PERFORM 1840-OPEN-JOURNAL THRU 1840-EXIT
009670     PERFORM 1860-OPEN-NEW-SNAPSHOT THRU 1860-EXIT
009680     PERFORM 1870-OPEN-DISPOSITIONS THRU 1870-EXIT
009690     PERFORM 1900-LOAD-STATUS-RULES THRU 1900-EXIT
009700     PERFORM 1950-LOAD-ALERT-ROUTES THRU 1950-EXIT
009710*    A stop already commanded at initialize skips the whole
009720*    server side - nothing to connect for; the wrapup leaves
009730*    the checkpoint row as it stood and hands back the
009740*    wind-down retcode.
009750     IF RCN-NOT-WINDING
009760         PERFORM 2000-CONNECT THRU 2000-EXIT
009770     END-IF
009780     IF RCN-NO-SQL-ERROR AND RCN-NOT-WINDING
009790         AND RCN-REMED-MODE-ON
009800         PERFORM 2500-CONNECT-REMED THRU 2500-EXIT
009810     END-IF
009820     IF RCN-NO-SQL-ERROR AND RCN-NOT-WINDING
009830         PERFORM 3000-OPEN-CURSOR THRU 3000-EXIT
009840     END-IF
009850     IF RCN-NO-SQL-ERROR AND RCN-NOT-WINDING
009860         AND RCN-STBY-MODE-ON
009870         PERFORM 2600-CONNECT-STANDBY THRU 2600-EXIT
009880     END-IF
009890     IF RCN-NO-SQL-ERROR AND RCN-NOT-WINDING
009900         AND RCN-STBY-MODE-ON
009910         PERFORM 3200-OPEN-STBY-CURSOR THRU 3200-EXIT
009920     END-IF
009930     IF RCN-NO-SQL-ERROR
009940         PERFORM 4000-FETCH-LOOP THRU 4000-EXIT
009950             UNTIL RCN-EOF OR RCN-SQL-ERROR
009960                 OR RCN-WINDING-DOWN
009970     END-IF
009980*    Standby rows past the primary's last account are accounts
009990*    the primary does not have - but only a cleanly exhausted
010000*    primary stream can say so.
010010     IF RCN-EOF AND RCN-NO-SQL-ERROR AND RCN-STBY-MODE-ON
010020         PERFORM 5540-DRAIN-STANDBY THRU 5540-EXIT
010030             UNTIL RCN-STBY-EOF OR RCN-STBY-MODE-OFF
010040     END-IF
010050     PERFORM 8000-WRAPUP THRU 8000-EXIT
010060     GOBACK.
010070*
010080 1000-INITIALIZE.
010090     ACCEPT RCN-TIME-RAW FROM TIME
010100     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
010110     MOVE RCN-TIME-SECS TO RCN-START-SECS
010120     ACCEPT RCN-START-DAY FROM DAY
010130     MOVE RCN-TIME-SECS TO RCN-PREV-CKPT-SECS
010140     MOVE RCN-START-DAY TO RCN-PREV-CKPT-DAY
010150     MOVE RCN-PARTITION-SERVER TO RCN-SERVER
010160     MOVE RCN-PARTITION-USERID TO RCN-USERID
010170     MOVE RCN-PARTITION-PASSWD TO RCN-PASSWD
010180     IF RCN-PARTITION-CKPT-INTVL > ZERO
010190         MOVE RCN-PARTITION-CKPT-INTVL TO RCN-CHECKPOINT-INTERVAL
010200     END-IF
010210     MOVE RCN-PARTITION-TOLERANCE TO RCN-BALANCE-TOLERANCE
010220     MOVE RCN-PARTITION-REMED-SWITCH TO RCN-REMED-MODE-SWITCH
010230     MOVE RCN-PARTITION-RUN-MODE TO RCN-DELTA-SW
010240     MOVE RCN-PARTITION-SINCE-TS TO RCN-SINCE-TS
010250     MOVE RCN-PARTITION-RUN-STAMP TO RCN-ADJ-DATE-WORK
010260     MOVE RCN-PARTITION-DEF-NAME TO RCN-DEF-NAME
010270     MOVE RCN-PARTITION-GOOD-STATUS TO RCN-GOOD-STATUS
010280     MOVE RCN-PARTITION-GLIX-NAME TO RCN-GL-FILE-NAME
010290     MOVE RCN-PARTITION-JRIX-NAME TO RCN-JRIX-FILE-NAME
010300     MOVE RCN-PARTITION-SNAP-NAME TO RCN-SNAP-FILE-NAME
010310     MOVE RCN-PARTITION-SNEW-NAME TO RCN-SNEW-FILE-NAME
010320     IF RCN-PARTITION-SIMULATE
010330         MOVE "RCNSIMX" TO RCN-EXCP-FILE-NAME
010340         IF RCN-PARTITION-SRUL-NAME NOT EQUAL SPACES
010350             MOVE RCN-PARTITION-SRUL-NAME TO RCN-SRUL-FILE-NAME
010360         END-IF
010370         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
010380             " SIMULATION - RULES " RCN-SRUL-FILE-NAME
010390             " EXTRACT RCNSIMX"
010400     END-IF
010410     IF RCN-REMED-MODE-ON
010420         AND RCN-PARTITION-DEF-TABLE NOT EQUAL "ACCOUNT_MASTER"
010430*    ACCT_ADJUSTMENT corrects ACCOUNT_MASTER and nothing else -
010440*    a remediation night still runs the other masters
010450*    read-only.
010460         SET RCN-REMED-MODE-OFF TO TRUE
010470         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
010480             " REMEDIATION OFF FOR DEFINITION "
010490             RCN-PARTITION-DEF-NAME
010500     END-IF
010510     IF RCN-PARTITION-RESTART
010520         COMPUTE RCN-LOW-ACCT =
010530             RCN-PARTITION-RESTART-KEY + 1
010540         MOVE RCN-PARTITION-ROWS-READ TO RCN-ROWS-READ
010550         MOVE RCN-PARTITION-EXCP-READ TO RCN-ROWS-EXCEPTION
010560         MOVE RCN-PARTITION-MASTER-READ TO RCN-MASTER-TOTAL
010570         SET RCN-CKPT-ROW-EXISTS TO TRUE
010580         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
010590             " RESUMING PAST " RCN-PARTITION-RESTART-KEY
010600     ELSE
010610         MOVE RCN-PARTITION-LOW TO RCN-LOW-ACCT
010620     END-IF
010630     MOVE RCN-PARTITION-HIGH TO RCN-HIGH-ACCT
010640     COMPUTE RCN-LAST-GOOD-ACCT = RCN-LOW-ACCT - 1
010650     MOVE RCN-LOW-ACCT TO RCN-PROJ-BASE-ACCT
010660     MOVE RCN-PARTITION-DEADLINE TO RCN-DEADLINE-HHMM
010670     MOVE RCN-PARTITION-MAX-EXCP TO RCN-MAX-EXCP
010680     MOVE RCN-PARTITION-MAX-EXCP-PCT TO RCN-MAX-EXCP-PCT
010690     MOVE RCN-PARTITION-DISP-EXCL TO RCN-DISP-EXCL-SWITCH
010700     MOVE RCN-PARTITION-MAINT-TS TO RCN-MAINT-BASE-TS
010710     MOVE RCN-PARTITION-STBY-SERVER TO RCN-STBY-SERVER
010720     IF RCN-STBY-SERVER NOT EQUAL SPACES
010730         IF RCN-PARTITION-FULL
010740             SET RCN-STBY-MODE-ON TO TRUE
010750         ELSE
010760*    A delta stream is not the whole position - comparing it
010770*    against the standby would drown the report in false DP.
010780             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
010790                 " STANDBY COMPARE NEEDS A FULL SWEEP -"
010800                 " SKIPPED"
010810         END-IF
010820     END-IF
010830     IF RCN-DEADLINE-HHMM > ZERO
010840*    The driver folded the HHMM to seconds on the JOB's start
010850*    day, once - re-folding here would read a deadline the job
010860*    has already passed as tomorrow morning's.  Only the shift
010870*    onto this partition's own clock happens here: a partition
010880*    started after the job's midnight sees the deadline that
010890*    many seconds nearer (possibly already behind it, which
010900*    the initialize-time deadline check then catches).
010910         COMPUTE RCN-NOW-DAY-DIFF =
010920             RCN-START-DAY - RCN-PARTITION-JOB-DAY
010930         IF RCN-NOW-DAY-DIFF < ZERO
010940             MOVE 1 TO RCN-NOW-DAY-DIFF
010950         END-IF
010960         COMPUTE RCN-DEADLINE-SECS =
010970             RCN-PARTITION-DL-SECS
010980                 - (RCN-NOW-DAY-DIFF * 86400)
010990     END-IF
011000     MOVE ZERO TO RCN-PARTITION-RETCODE RCN-PARTITION-ROWS
011010     MOVE ZERO TO RCN-ROWS-SINCE-CKPT
011020*    The window may already be shut, or the operator may
011030*    already have commanded a stop, by the time a late
011040*    definition's threads start - found out here, before the
011050*    first fetch, not a whole checkpoint interval in.
011060     PERFORM 4420-POLL-COMMANDS THRU 4420-EXIT
011070     PERFORM 4470-CHECK-DEADLINE THRU 4470-EXIT
011080     IF RCN-WIND-QUIESCE OR RCN-WIND-HALT
011090         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
011100             " STOP ALREADY COMMANDED - WINDING DOWN"
011110             " BEFORE FIRST FETCH"
011120     END-IF
011130     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
011140         " DEF " RCN-DEF-NAME
011150         " RANGE " RCN-LOW-ACCT " TO " RCN-HIGH-ACCT.
011160 1000-EXIT.
011170     EXIT.
011180*
011190 1500-OPEN-CHECKPOINT.
011200*    A simulation partition keeps no checkpoint row - it is never
011210*    resumed, and the file's rows belong to the nightly run.
011220     IF RCN-PARTITION-SIMULATE
011230         GO TO 1500-EXIT
011240     END-IF
011250*    RCNDRIV creates RCNCKPT and writes every partition's bounds
011260*    row in 1250-WRITE-BOUNDS before any partition thread is
011270*    started, so this is always an OPEN I-O against an existing
011280*    file - never OPEN OUTPUT here, which would race another
011290*    partition's thread and truncate rows it already wrote.  The
011300*    read below only establishes whether this partition's row is
011310*    really there, so 4400-CHECKPOINT knows WRITE from REWRITE.
011320     OPEN I-O RCN-CKPT-FILE
011330     IF RCN-CKPT-FILE-STATUS EQUAL "00"
011340         SET RCN-CKPT-FILE-OPEN TO TRUE
011350         MOVE RCN-DEF-NAME TO RCN-CKPT-DEF-NAME
011360         MOVE RCN-PARTITION-NO TO RCN-CKPT-PARTITION-NO
011370         READ RCN-CKPT-FILE
011380         IF RCN-CKPT-FILE-STATUS EQUAL "00"
011390             SET RCN-CKPT-ROW-EXISTS TO TRUE
011400         END-IF
011410     ELSE
011420         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
011430             " UNABLE TO OPEN RCNCKPT, STATUS="
011440             RCN-CKPT-FILE-STATUS
011450     END-IF.
011460 1500-EXIT.
011470     EXIT.
011480*
011490 1600-OPEN-EXCEPTIONS.
011500*    RCNDRIV creates RCNEXCP (fresh for a new run, left in place
011510*    across a restart) before any partition thread is started,
011520*    so this is always an OPEN I-O against an existing file -
011530*    the same arrangement 1500-OPEN-CHECKPOINT relies on for
011540*    RCNCKPT.
011550     OPEN I-O RCN-EXCP-FILE
011560     IF RCN-EXCP-FILE-STATUS EQUAL "00"
011570         SET RCN-EXCP-FILE-OPEN TO TRUE
011580     ELSE
011590         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
011600             " UNABLE TO OPEN " RCN-EXCP-FILE-NAME
011610             ", STATUS=" RCN-EXCP-FILE-STATUS
011620     END-IF.
011630 1600-EXIT.
011640     EXIT.
011650*
011660 1700-OPEN-LEDGER.
011670*    RCNGLIX is loaded by RCNDRIV from the nightly ledger extract
011680*    before any partition thread starts.  A partition that cannot
011690*    open it still reconciles the master side - 5200-MATCH-LEDGER
011700*    skips the match rather than failing the whole partition for
011710*    a missing extract.
011720     IF RCN-GL-FILE-NAME EQUAL SPACES
011730         GO TO 1700-EXIT
011740     END-IF
011750*    A simulation only reads it - the matched flags stay as the
011760*    night set them.
011770     IF RCN-PARTITION-SIMULATE
011780         OPEN INPUT RCN-GL-FILE
011790     ELSE
011800         OPEN I-O RCN-GL-FILE
011810     END-IF
011820     IF RCN-GL-FILE-STATUS EQUAL "00"
011830         SET RCN-GL-FILE-OPEN TO TRUE
011840     ELSE
011850         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
011860             " UNABLE TO OPEN RCNGLIX, STATUS="
011870             RCN-GL-FILE-STATUS
011880     END-IF.
011890 1700-EXIT.
011900     EXIT.
011910*
011920 1800-OPEN-STATUS.
011930     IF RCN-PARTITION-SIMULATE
011940         GO TO 1800-EXIT
011950     END-IF
011960*    RCNDRIV seeds RCNSTAT (one row per partition) before any
011970*    thread starts, so this is an OPEN I-O against an existing
011980*    file.  A partition that cannot open it still reconciles -
011990*    it just cannot be watched.
012000     OPEN I-O RCN-STAT-FILE
012010     IF RCN-STAT-FILE-STATUS EQUAL "00"
012020         SET RCN-STAT-FILE-OPEN TO TRUE
012030     ELSE
012040         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012050             " UNABLE TO OPEN RCNSTAT, STATUS="
012060             RCN-STAT-FILE-STATUS
012070     END-IF.
012080 1800-EXIT.
012090     EXIT.
012100*
012110 1820-OPEN-SNAPSHOT.
012120*    The prior-run snapshot may simply not exist yet - the first
012130*    night, or the night after a baseline reset.  The movement
012140*    checks sit out; everything else reconciles as usual.
012150     IF RCN-SNAP-FILE-NAME EQUAL SPACES
012160         GO TO 1820-EXIT
012170     END-IF
012180     OPEN INPUT RCN-SNAP-FILE
012190     IF RCN-SNAP-FILE-STATUS EQUAL "00"
012200         SET RCN-SNAP-FILE-OPEN TO TRUE
012210     ELSE
012220         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012230             " NO PRIOR SNAPSHOT, STATUS="
012240             RCN-SNAP-FILE-STATUS
012250             " - MOVEMENT CHECKS SIT OUT"
012260     END-IF.
012270 1820-EXIT.
012280     EXIT.
012290*
012300 1840-OPEN-JOURNAL.
012310*    Loaded by RCNDRIV from the nightly journal extract; removed
012320*    outright when that load failed, so opening it is the test
012330*    of whether the night's activity is trustworthy at all.
012340     IF RCN-JRIX-FILE-NAME EQUAL SPACES
012350         GO TO 1840-EXIT
012360     END-IF
012370     OPEN INPUT RCN-JRIX-FILE
012380     IF RCN-JRIX-FILE-STATUS EQUAL "00"
012390         SET RCN-JRIX-FILE-OPEN TO TRUE
012400     ELSE
012410         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012420             " NO JOURNAL AGGREGATE, STATUS="
012430             RCN-JRIX-FILE-STATUS
012440             " - MOVEMENT CHECKS SIT OUT"
012450     END-IF.
012460 1840-EXIT.
012470     EXIT.
012480*
012490 1860-OPEN-NEW-SNAPSHOT.
012500*    RCNDRIV creates RCNSNEW before any thread starts, the same
012510*    arrangement as RCNEXCP - always an OPEN I-O here, never an
012520*    OPEN OUTPUT that could race another thread.
012530     IF RCN-SNEW-FILE-NAME EQUAL SPACES
012540         GO TO 1860-EXIT
012550     END-IF
012560     OPEN I-O RCN-SNEW-FILE
012570     IF RCN-SNEW-FILE-STATUS EQUAL "00"
012580         SET RCN-SNEW-FILE-OPEN TO TRUE
012590     ELSE
012600         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012610             " UNABLE TO OPEN RCNSNEW, STATUS="
012620             RCN-SNEW-FILE-STATUS
012630     END-IF.
012640 1860-EXIT.
012650     EXIT.
012660*
012670 1870-OPEN-DISPOSITIONS.
012680*    Nothing dispositioned yet (no file) or a file that will
012690*    not open - every exception then counts as work, exactly
012700*    as before dispositions existed.
012710     OPEN INPUT RCN-DISP-FILE
012720     IF RCN-DISP-FILE-STATUS EQUAL "00"
012730         SET RCN-DISP-FILE-OPEN TO TRUE
012740     ELSE
012750         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012760             " NO DISPOSITIONS, STATUS="
012770             RCN-DISP-FILE-STATUS
012780             " - EVERY EXCEPTION COUNTS AS WORK"
012790     END-IF.
012800 1870-EXIT.
012810     EXIT.
012820*
012830******************************************************************
012840* 1900-LOAD-STATUS-RULES
012850*    Reads the RCNSRULE deck into the rules table, one entry
012860*    per status value.  An absent or broken deck never stops
012870*    the partition - every odd status then extracts as plain
012880*    ST, exactly the old compiled-in behavior.
012890******************************************************************
012900 1900-LOAD-STATUS-RULES.
012910     OPEN INPUT RCN-SRUL-FILE
012920     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
012930         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
012940             " NO STATUS RULES " RCN-SRUL-FILE-NAME
012950             ", STATUS=" RCN-SRUL-FILE-STATUS
012960             " - ODD STATUSES EXTRACT AS ST"
012970         GO TO 1900-EXIT
012980     END-IF
012990     PERFORM 1910-LOAD-ONE-RULE THRU 1910-EXIT
013000         UNTIL RCN-SRUL-EOF
013010     CLOSE RCN-SRUL-FILE.
013020 1900-EXIT.
013030     EXIT.
013040*
013050 1910-LOAD-ONE-RULE.
013060     READ RCN-SRUL-FILE
013070         AT END
013080             SET RCN-SRUL-EOF TO TRUE
013090     END-READ
013100     IF RCN-SRUL-EOF
013110         GO TO 1910-EXIT
013120     END-IF
013130     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
013140         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
013150             " RCNSRULE READ FAILED, STATUS="
013160             RCN-SRUL-FILE-STATUS
013170         SET RCN-SRUL-EOF TO TRUE
013180         GO TO 1910-EXIT
013190     END-IF
013200     IF RCN-SRUL-STATUS EQUAL SPACES
013210         GO TO 1910-EXIT
013220     END-IF
013230     IF RCN-SRUL-RETIRED
013240         GO TO 1910-EXIT
013250     END-IF
013260     IF RCN-SRUL-USED >= RCN-SRUL-MAX
013270         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
013280             " STATUS RULES BEYOND " RCN-SRUL-MAX
013290             " IGNORED"
013300         SET RCN-SRUL-EOF TO TRUE
013310         GO TO 1910-EXIT
013320     END-IF
013330     ADD 1 TO RCN-SRUL-USED
013340     MOVE RCN-SRUL-STATUS TO
013350         RCN-TBL-SRUL-STATUS (RCN-SRUL-USED)
013360     MOVE RCN-SRUL-IGNORE TO
013370         RCN-TBL-SRUL-IGNORE (RCN-SRUL-USED)
013380     MOVE RCN-SRUL-BAL-ALLOWED TO
013390         RCN-TBL-SRUL-BAL (RCN-SRUL-USED)
013400     MOVE RCN-SRUL-MAINT-ALLOWED TO
013410         RCN-TBL-SRUL-MAINT (RCN-SRUL-USED)
013420     MOVE RCN-SRUL-REASON TO
013430         RCN-TBL-SRUL-REASON (RCN-SRUL-USED)
013440     MOVE RCN-SRUL-SEVERITY TO
013450         RCN-TBL-SRUL-SEV (RCN-SRUL-USED).
013460 1910-EXIT.
013470     EXIT.
013480*
013490******************************************************************
013500* 1950-LOAD-ALERT-ROUTES
013510*    Reads the RCNARTE routing deck into the routing table.  An
013520*    absent or broken deck never stops the partition - every
013530*    alert it raises then logs without paging.
013540******************************************************************
013550 1950-LOAD-ALERT-ROUTES.
013560     OPEN INPUT RCN-ARTE-FILE
013570     IF RCN-ARTE-FILE-STATUS NOT EQUAL "00"
013580         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
013590             " NO ALERT ROUTING, STATUS="
013600             RCN-ARTE-FILE-STATUS
013610             " - ALERTS WILL LOG ONLY"
013620         GO TO 1950-EXIT
013630     END-IF
013640     PERFORM 1960-LOAD-ONE-ROUTE THRU 1960-EXIT
013650         UNTIL RCN-ARTE-EOF
013660     CLOSE RCN-ARTE-FILE.
013670 1950-EXIT.
013680     EXIT.
013690*
013700 1960-LOAD-ONE-ROUTE.
013710     READ RCN-ARTE-FILE
013720         AT END
013730             SET RCN-ARTE-EOF TO TRUE
013740     END-READ
013750     IF RCN-ARTE-EOF
013760         GO TO 1960-EXIT
013770     END-IF
013780     IF RCN-ARTE-FILE-STATUS NOT EQUAL "00"
013790         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
013800             " RCNARTE READ FAILED, STATUS="
013810             RCN-ARTE-FILE-STATUS
013820         SET RCN-ARTE-EOF TO TRUE
013830         GO TO 1960-EXIT
013840     END-IF
013850*    Bad route values are the driver's to report - it reads the
013860*    same deck once at job start; here they are passed over.
013870     IF RCN-ARTE-EVENT EQUAL SPACES
013880         OR RCN-ARTE-CARD-BYTE-1 EQUAL "*"
013890         OR (RCN-ARTE-ROUTE NOT EQUAL "PAGE"
013900             AND RCN-ARTE-ROUTE NOT EQUAL "LOG")
013910         GO TO 1960-EXIT
013920     END-IF
013930     IF RCN-ARTE-USED >= RCN-ARTE-MAX
013940         SET RCN-ARTE-EOF TO TRUE
013950         GO TO 1960-EXIT
013960     END-IF
013970     ADD 1 TO RCN-ARTE-USED
013980     MOVE RCN-ARTE-EVENT TO RCN-TBL-ARTE-EVENT (RCN-ARTE-USED)
013990     MOVE RCN-ARTE-SEVERITY TO RCN-TBL-ARTE-SEV (RCN-ARTE-USED)
014000     MOVE RCN-ARTE-ROUTE TO RCN-TBL-ARTE-ROUTE (RCN-ARTE-USED).
014010 1960-EXIT.
014020     EXIT.
014030*
014040 2000-CONNECT.
014050     MOVE ZERO TO RCN-CONNECT-TRIES.
014060 2010-CONNECT-ATTEMPT.
014070     EXEC SQL WHENEVER SQLERROR GO TO 2900-CONNECT-ERROR END-EXEC.
014080     EXEC SQL
014090         CONNECT TO :RCN-SERVER AS :RCN-CONN-NAME
014100             USER :RCN-USERID IDENTIFIED BY :RCN-PASSWD
014110     END-EXEC
014120     SET RCN-CONNECTED TO TRUE
014130     GO TO 2000-EXIT.
014140 2900-CONNECT-ERROR.
014150     MOVE SQLCODE TO RCN-SAVED-SQLCODE
014160     ADD 1 TO RCN-CONNECT-TRIES
014170     IF RCN-TRANSIENT-SQLCODE
014180         AND RCN-CONNECT-TRIES <= RCN-RETRY-LIMIT
014190         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
014200             " CONNECT RETRY " RCN-CONNECT-TRIES
014210             " SQLCODE=" RCN-SAVED-SQLCODE
014220         MOVE RCN-CONNECT-TRIES TO RCN-RETRY-TRIES
014230         PERFORM 4600-RETRY-WAIT THRU 4600-EXIT
014240         GO TO 2010-CONNECT-ATTEMPT
014250     END-IF
014260     SET RCN-SQL-ERROR TO TRUE
014270     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
014280         " CONNECT FAILED, SQLCODE=" RCN-SAVED-SQLCODE.
014290 2000-EXIT.
014300     EXIT.
014310*
014320******************************************************************
014330* 2500-CONNECT-REMED
014340*    Second connection, same server and credentials, for the
014350*    adjustment inserts.  Kept apart from RECON_CURSOR's
014360*    connection because the checkpoint COMMITs would otherwise
014370*    close the open cursor mid-partition.  A remediation run
014380*    that cannot get its connection fails the partition - the
014390*    card asked for corrections, silently skipping them is
014400*    worse than a rerun.
014410******************************************************************
014420 2500-CONNECT-REMED.
014430     EXEC SQL WHENEVER SQLERROR GO TO 2950-REMED-ERROR END-EXEC.
014440     EXEC SQL
014450         CONNECT TO :RCN-SERVER AS :RCN-ADJ-CONN-NAME
014460             USER :RCN-USERID IDENTIFIED BY :RCN-PASSWD
014470     END-EXEC
014480     SET RCN-ADJ-CONNECTED TO TRUE
014490     GO TO 2500-EXIT.
014500 2950-REMED-ERROR.
014510     SET RCN-SQL-ERROR TO TRUE
014520     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
014530         " REMED CONNECT FAILED, SQLCODE=" SQLCODE.
014540 2500-EXIT.
014550     EXIT.
014560*
014570******************************************************************
014580* 2600-CONNECT-STANDBY
014590*    Third connection, same credentials, to the warm-standby
014600*    server named on the card.  A standby that cannot be
014610*    reached turns the compare off for this partition - loudly,
014620*    so nobody reads a silent week as a verified position - but
014630*    never fails the primary pass.
014640******************************************************************
014650 2600-CONNECT-STANDBY.
014660     EXEC SQL WHENEVER SQLERROR GO TO 2960-STBY-ERROR END-EXEC.
014670     EXEC SQL
014680         CONNECT TO :RCN-STBY-SERVER AS :RCN-STBY-CONN-NAME
014690             USER :RCN-USERID IDENTIFIED BY :RCN-PASSWD
014700     END-EXEC
014710     SET RCN-STBY-CONNECTED TO TRUE
014720     GO TO 2600-EXIT.
014730 2960-STBY-ERROR.
014740     SET RCN-STBY-MODE-OFF TO TRUE
014750     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
014760         " STANDBY CONNECT FAILED, SQLCODE=" SQLCODE
014770         " - DRIFT CHECK SITS OUT"
014780     MOVE "STBYDOWN" TO RCN-EVT-CODE
014790     SET RCN-EVT-WARNING TO TRUE
014800     MOVE ZERO TO RCN-EVT-RETCODE
014810     MOVE SPACES TO RCN-EVT-TEXT
014820     STRING "STANDBY " DELIMITED BY SIZE
014830            RCN-STBY-SERVER DELIMITED BY SPACE
014840            " UNREACHABLE - DRIFT CHECK SITS OUT"
014850                DELIMITED BY SIZE
014860         INTO RCN-EVT-TEXT
014870     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
014880 2600-EXIT.
014890     EXIT.
014900*
014910 3000-OPEN-CURSOR.
014920*    The statement is assembled from the partition's definition -
014930*    table and column names cannot be host variables, so the
014940*    text carries them and only the bounds and delta qualifiers
014950*    bind at OPEN.  Column list and predicate are exactly the
014960*    ones that used to be compiled in for ACCOUNT_MASTER.
014970     MOVE SPACES TO RCN-STMT-TEXT
014980     STRING "SELECT " DELIMITED BY SIZE
014990            RCN-PARTITION-KEY-COL DELIMITED BY SPACE
015000            ", " DELIMITED BY SIZE
015010            RCN-PARTITION-BAL-COL DELIMITED BY SPACE
015020            ", " DELIMITED BY SIZE
015030            RCN-PARTITION-STAT-COL DELIMITED BY SPACE
015040            ", LAST_MAINT_TS" DELIMITED BY SIZE
015050            " FROM " DELIMITED BY SIZE
015060            RCN-PARTITION-DEF-TABLE DELIMITED BY SPACE
015070            " WHERE " DELIMITED BY SIZE
015080            RCN-PARTITION-KEY-COL DELIMITED BY SPACE
015090            " BETWEEN ? AND ?" DELIMITED BY SIZE
015100            " AND ((? = 'F') OR (LAST_MAINT_TS >= ?))"
015110                DELIMITED BY SIZE
015120            " ORDER BY " DELIMITED BY SIZE
015130            RCN-PARTITION-KEY-COL DELIMITED BY SPACE
015140         INTO RCN-STMT-TEXT
015150     EXEC SQL WHENEVER SQLERROR GO TO 3900-OPEN-ERROR END-EXEC.
015160     EXEC SQL AT :RCN-CONN-NAME
015170         PREPARE RECON_STMT FROM :RCN-STMT-TEXT
015180     END-EXEC
015190     EXEC SQL AT :RCN-CONN-NAME
015200         DECLARE RECON_CURSOR CURSOR FOR RECON_STMT
015210     END-EXEC
015220     EXEC SQL AT :RCN-CONN-NAME
015230         OPEN RECON_CURSOR
015240             USING :RCN-LOW-ACCT, :RCN-HIGH-ACCT,
015250                   :RCN-DELTA-SW, :RCN-SINCE-TS
015260     END-EXEC
015270     SET RCN-CURSOR-OPEN TO TRUE
015280     GO TO 3000-EXIT.
015290 3900-OPEN-ERROR.
015300     SET RCN-SQL-ERROR TO TRUE
015310     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
015320         " OPEN FAILED, SQLCODE=" SQLCODE.
015330 3000-EXIT.
015340     EXIT.
015350*
015360******************************************************************
015370* 3200-OPEN-STBY-CURSOR
015380*    The same prepared statement text, prepared and opened a
015390*    second time on the standby connection over the same key
015400*    range, and the first standby row fetched ahead so the
015410*    match walks two live streams.  Any failure turns the
015420*    compare off, never the pass.
015430******************************************************************
015440 3200-OPEN-STBY-CURSOR.
015450     EXEC SQL WHENEVER SQLERROR GO TO 3290-STBY-ERROR END-EXEC.
015460     EXEC SQL AT :RCN-STBY-CONN-NAME
015470         PREPARE STBY_STMT FROM :RCN-STMT-TEXT
015480     END-EXEC
015490     EXEC SQL AT :RCN-STBY-CONN-NAME
015500         DECLARE STBY_CURSOR CURSOR FOR STBY_STMT
015510     END-EXEC
015520     EXEC SQL AT :RCN-STBY-CONN-NAME
015530         OPEN STBY_CURSOR
015540             USING :RCN-LOW-ACCT, :RCN-HIGH-ACCT,
015550                   :RCN-DELTA-SW, :RCN-SINCE-TS
015560     END-EXEC
015570     SET RCN-STBY-CURSOR-OPEN TO TRUE
015580     SET RCN-STBY-NOT-EOF TO TRUE
015590     PERFORM 3300-FETCH-STANDBY THRU 3300-EXIT
015600     GO TO 3200-EXIT.
015610 3290-STBY-ERROR.
015620     SET RCN-STBY-MODE-OFF TO TRUE
015630     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
015640         " STANDBY OPEN FAILED, SQLCODE=" SQLCODE
015650         " - DRIFT CHECK SITS OUT".
015660 3200-EXIT.
015670     EXIT.
015680*
015690 3300-FETCH-STANDBY.
015700     EXEC SQL WHENEVER NOT FOUND GO TO 3380-STBY-EOF END-EXEC.
015710     EXEC SQL WHENEVER SQLERROR GO TO 3390-STBY-ERROR END-EXEC.
015720     EXEC SQL AT :RCN-STBY-CONN-NAME
015730         FETCH STBY_CURSOR
015740             INTO :RCN-STBY-ACCT-NO, :RCN-STBY-BALANCE,
015750                  :RCN-STBY-STATUS, :RCN-STBY-MAINT-TS
015760     END-EXEC
015770     GO TO 3300-EXIT.
015780 3380-STBY-EOF.
015790     SET RCN-STBY-EOF TO TRUE
015800     GO TO 3300-EXIT.
015810 3390-STBY-ERROR.
015820     SET RCN-STBY-MODE-OFF TO TRUE
015830     SET RCN-STBY-EOF TO TRUE
015840     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
015850         " STANDBY FETCH FAILED, SQLCODE=" SQLCODE
015860         " - DRIFT CHECK SITS OUT".
015870 3300-EXIT.
015880     EXIT.
015890*
015900 4000-FETCH-LOOP.
015910     EXEC SQL WHENEVER NOT FOUND GO TO 4800-FETCH-EOF END-EXEC.
015920     EXEC SQL WHENEVER SQLERROR GO TO 4900-FETCH-ERROR END-EXEC.
015930     EXEC SQL AT :RCN-CONN-NAME
015940         FETCH RECON_CURSOR
015950             INTO :RCN-ACCT-NO, :RCN-ACCT-BALANCE,
015960                  :RCN-ACCT-STATUS, :RCN-ACCT-MAINT-TS
015970     END-EXEC
015980     ADD 1 TO RCN-ROWS-READ
015990     ADD 1 TO RCN-ROWS-SINCE-CKPT
016000     PERFORM 5000-RECONCILE-ROW THRU 5000-EXIT
016010     MOVE RCN-ACCT-NO TO RCN-LAST-GOOD-ACCT
016020     IF RCN-ROWS-SINCE-CKPT >= RCN-CHECKPOINT-INTERVAL
016030         PERFORM 4400-CHECKPOINT THRU 4400-EXIT
016040     END-IF
016050     GO TO 4000-EXIT.
016060 4800-FETCH-EOF.
016070     SET RCN-EOF TO TRUE
016080     GO TO 4000-EXIT.
016090 4900-FETCH-ERROR.
016100     MOVE SQLCODE TO RCN-SAVED-SQLCODE
016110     IF RCN-TRANSIENT-SQLCODE
016120         AND RCN-FETCH-RETRIES < RCN-RETRY-LIMIT
016130         ADD 1 TO RCN-FETCH-RETRIES
016140         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
016150             " FETCH RETRY " RCN-FETCH-RETRIES
016160             " SQLCODE=" RCN-SAVED-SQLCODE
016170         PERFORM 4500-RETRY-RECOVER THRU 4500-EXIT
016180         IF RCN-RECOVERED
016190             GO TO 4000-EXIT
016200         END-IF
016210     END-IF
016220     SET RCN-SQL-ERROR TO TRUE
016230     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
016240         " FETCH FAILED, SQLCODE=" RCN-SAVED-SQLCODE.
016250 4000-EXIT.
016260     EXIT.
016270*
016280******************************************************************
016290* 4400-CHECKPOINT
016300*    Records RCN-ACCT-NO (the key of the row just fetched) and
016310*    RCN-ROWS-READ as this partition's restart point, so a mid-
016320*    run abend loses at most RCN-CHECKPOINT-INTERVAL rows of
016330*    progress instead of the whole partition.
016340******************************************************************
016350 4400-CHECKPOINT.
016360*    Adjustments commit first; only once they are safe does the
016370*    checkpoint row advance.  A crash between the two re-does a
016380*    few rows on restart (the posting job de-duplicates on run
016390*    date, partition and account) - the other order would lose
016400*    adjustments outright.
016410*    A partition that has already erred commits nothing more -
016420*    the wrapup ROLLBACK must be able to discard the unit the
016430*    failed insert belongs to.
016440*    The halt checks come before either: a HALT command or a
016450*    breached exception limit must leave the current unit
016460*    uncommitted and the checkpoint row where it was, so the
016470*    wrapup ROLLBACK discards the suspect work wholesale.
016480     IF RCN-SQL-ERROR
016490         GO TO 4400-EXIT
016500     END-IF
016510     PERFORM 4420-POLL-COMMANDS THRU 4420-EXIT
016520     PERFORM 4460-CHECK-BREAKER THRU 4460-EXIT
016530     IF RCN-WIND-HALT
016540         PERFORM 4410-SET-CMD-DISPLAY THRU 4410-EXIT
016550         PERFORM 4480-UPDATE-STATUS THRU 4480-EXIT
016560         GO TO 4400-EXIT
016570     END-IF
016580     IF RCN-REMED-MODE-ON AND RCN-ADJ-CONNECTED
016590         PERFORM 4450-COMMIT-ADJUSTMENTS THRU 4450-EXIT
016600     END-IF
016610     IF RCN-SQL-ERROR
016620         GO TO 4400-EXIT
016630     END-IF
016640     IF RCN-CKPT-FILE-OPEN
016650         MOVE RCN-DEF-NAME TO RCN-CKPT-DEF-NAME
016660         MOVE RCN-PARTITION-NO TO RCN-CKPT-PARTITION-NO
016670         SET RCN-CKPT-IN-PROGRESS TO TRUE
016680         MOVE RCN-PARTITION-LOW TO RCN-CKPT-LOW-ACCT
016690         MOVE RCN-PARTITION-HIGH TO RCN-CKPT-HIGH-ACCT
016700         MOVE RCN-ACCT-NO TO RCN-CKPT-LAST-ACCT
016710         MOVE RCN-ROWS-READ TO RCN-CKPT-ROWS-READ
016720         MOVE RCN-ROWS-EXCEPTION TO RCN-CKPT-ROWS-EXCP
016730         MOVE RCN-MASTER-TOTAL TO RCN-CKPT-MASTER-TOTAL
016740         MOVE RCN-PARTITION-RUN-STAMP TO RCN-CKPT-RUN-DATE
016750         MOVE RCN-DELTA-SW TO RCN-CKPT-RUN-MODE
016760         MOVE RCN-SINCE-TS TO RCN-CKPT-SINCE-TS
016770         IF RCN-CKPT-ROW-EXISTS
016780             REWRITE RCN-CKPT-RECORD
016790         ELSE
016800             WRITE RCN-CKPT-RECORD
016810             IF RCN-CKPT-FILE-STATUS EQUAL "00"
016820                 SET RCN-CKPT-ROW-EXISTS TO TRUE
016830             END-IF
016840         END-IF
016850     END-IF
016860     PERFORM 4470-CHECK-DEADLINE THRU 4470-EXIT
016870     PERFORM 4410-SET-CMD-DISPLAY THRU 4410-EXIT
016880     PERFORM 4480-UPDATE-STATUS THRU 4480-EXIT
016890     IF RCN-CMD-PAUSED AND RCN-NOT-WINDING
016900         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
016910             " PAUSED BY OPERATOR"
016920         PERFORM 4430-PAUSE-WAIT THRU 4430-EXIT
016930             UNTIL RCN-CMD-RUN OR RCN-WINDING-DOWN
016940         IF RCN-NOT-WINDING
016950             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
016960                 " RESUMED"
016970         END-IF
016980     END-IF
016990     IF RCN-WIND-QUIESCE
017000         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
017010             " QUIESCING AT OPERATOR REQUEST"
017020     END-IF
017030     IF RCN-THROTTLE-SECS > ZERO AND RCN-NOT-WINDING
017040         COMPUTE RCN-CMND-WAIT-MS = RCN-THROTTLE-SECS * 1000
017050         CALL "CBL_THREAD_SLEEP" USING BY VALUE RCN-CMND-WAIT-MS
017060     END-IF
017070     MOVE ZERO TO RCN-ROWS-SINCE-CKPT.
017080 4400-EXIT.
017090     EXIT.
017100*
017110 4410-SET-CMD-DISPLAY.
017120*    The commanded state as one word for the RCNSTAT row -
017130*    what RCNINQ shows the operator the partition is obeying.
017140     EVALUATE TRUE
017150         WHEN RCN-WIND-QUIESCE
017160             MOVE "QUIESCE " TO RCN-CMD-DISPLAY
017170         WHEN RCN-WIND-DEADLINE
017180             MOVE "DEADLINE" TO RCN-CMD-DISPLAY
017190         WHEN RCN-WIND-HALT
017200             MOVE "HALTED  " TO RCN-CMD-DISPLAY
017210         WHEN RCN-CMD-PAUSED
017220             MOVE "PAUSED  " TO RCN-CMD-DISPLAY
017230         WHEN RCN-THROTTLE-SECS > ZERO
017240             MOVE "THROTTLE" TO RCN-CMD-DISPLAY
017250         WHEN OTHER
017260             MOVE SPACES TO RCN-CMD-DISPLAY
017270     END-EVALUATE.
017280 4410-EXIT.
017290     EXIT.
017300*
017310******************************************************************
017320* 4420-POLL-COMMANDS
017330*    One look at the operator command file - the job-wide row
017340*    0000 first, then this partition's own row over it.  The
017350*    effective command is recomputed from scratch every poll,
017360*    so deleting a row (or the whole file) stands a partition
017370*    back up as surely as a RESUME row does.  The file is
017380*    opened and closed per poll, never held - operations must
017390*    be able to write it while the run is in flight.
017400******************************************************************
017410 4420-POLL-COMMANDS.
017420     SET RCN-CMD-RUN TO TRUE
017430     MOVE ZERO TO RCN-THROTTLE-SECS
017440     OPEN INPUT RCN-CMND-FILE
017450     IF RCN-CMND-FILE-STATUS NOT EQUAL "00"
017460*    No command file, nothing commanded.
017470         GO TO 4420-EXIT
017480     END-IF
017490     MOVE ZERO TO RCN-CMND-PARTITION-NO
017500     READ RCN-CMND-FILE
017510     IF RCN-CMND-FILE-STATUS EQUAL "00"
017520         PERFORM 4425-APPLY-COMMAND THRU 4425-EXIT
017530     END-IF
017540     MOVE RCN-PARTITION-NO TO RCN-CMND-PARTITION-NO
017550     READ RCN-CMND-FILE
017560     IF RCN-CMND-FILE-STATUS EQUAL "00"
017570         PERFORM 4425-APPLY-COMMAND THRU 4425-EXIT
017580     END-IF
017590     CLOSE RCN-CMND-FILE.
017600 4420-EXIT.
017610     EXIT.
017620*
017630 4425-APPLY-COMMAND.
017640     EVALUATE TRUE
017650         WHEN RCN-CMND-PAUSE
017660             SET RCN-CMD-PAUSED TO TRUE
017670         WHEN RCN-CMND-RESUME
017680             SET RCN-CMD-RUN TO TRUE
017690             MOVE ZERO TO RCN-THROTTLE-SECS
017700         WHEN RCN-CMND-THROTTLE
017710             MOVE RCN-CMND-THROTTLE-SECS TO RCN-THROTTLE-SECS
017720         WHEN RCN-CMND-QUIESCE
017730             SET RCN-WIND-QUIESCE TO TRUE
017740         WHEN RCN-CMND-HALT
017750             SET RCN-WIND-HALT TO TRUE
017760         WHEN OTHER
017770*    An action this program does not know is no action - a
017780*    newer command set must not derail an older worker.
017790             CONTINUE
017800     END-EVALUATE.
017810 4425-EXIT.
017820     EXIT.
017830*
017840 4430-PAUSE-WAIT.
017850*    One wait-and-look - performed until the file stops saying
017860*    PAUSE.  The status row is refreshed each look so RCNINQ
017870*    shows the partition holding, not hung, and the deadline
017880*    is checked each look so a partition paused at 02:00 and
017890*    forgotten winds down when the window shuts instead of
017900*    holding its connections through the online day.
017910     CALL "CBL_THREAD_SLEEP" USING BY VALUE RCN-PAUSE-WAIT-MS
017920     PERFORM 4420-POLL-COMMANDS THRU 4420-EXIT
017930     PERFORM 4470-CHECK-DEADLINE THRU 4470-EXIT
017940     PERFORM 4410-SET-CMD-DISPLAY THRU 4410-EXIT
017950     PERFORM 4480-UPDATE-STATUS THRU 4480-EXIT.
017960 4430-EXIT.
017970     EXIT.
017980*
017990 4450-COMMIT-ADJUSTMENTS.
018000     EXEC SQL WHENEVER SQLERROR GO TO 4490-COMMIT-ERROR END-EXEC.
018010     EXEC SQL AT :RCN-ADJ-CONN-NAME COMMIT WORK END-EXEC
018020     MOVE ZERO TO RCN-ADJ-SINCE-COMMIT
018030     GO TO 4450-EXIT.
018040 4490-COMMIT-ERROR.
018050     SET RCN-SQL-ERROR TO TRUE
018060     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
018070         " ADJUSTMENT COMMIT FAILED, SQLCODE=" SQLCODE.
018080 4450-EXIT.
018090     EXIT.
018100*
018110******************************************************************
018120* 4460-CHECK-BREAKER
018130*    The exception-rate circuit breaker - the job-wide fallout
018140*    judged against the card's MAXEXCP limits at every
018150*    checkpoint.  The totals come off the RCNSTAT rows (every
018160*    partition refreshes its own each checkpoint) plus this
018170*    partition's in-memory counts in place of its own last row.
018180*    A breach halts this partition on the spot and posts HALT
018190*    on the command file's job-wide row so the others stop at
018200*    their next checkpoint - a bad input night costs a rerun,
018210*    not a week of unwinding corrections.
018220*    With DISPEXCL on, rows whose every exception is already
018230*    dispositioned on RCNDISP are left out of the count - they
018240*    are known, researched items, not a sign of bad input.
018250******************************************************************
018260 4460-CHECK-BREAKER.
018270     IF (RCN-MAX-EXCP EQUAL ZERO
018280         AND RCN-MAX-EXCP-PCT EQUAL ZERO)
018290         OR RCN-WINDING-DOWN
018300         OR RCN-STAT-FILE-NOT-OPEN
018310         GO TO 4460-EXIT
018320     END-IF
018330     MOVE ZERO TO RCN-JOB-EXCP-TOTAL
018340                  RCN-JOB-ROWS-TOTAL
018350     SET RCN-STAT-SCAN-MORE TO TRUE
018360     MOVE LOW-VALUES TO RCN-STAT-KEY
018370     START RCN-STAT-FILE KEY NOT LESS THAN RCN-STAT-KEY
018380     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
018390         GO TO 4460-EXIT
018400     END-IF
018410     PERFORM 4465-SUM-ONE-STATUS THRU 4465-EXIT
018420         UNTIL RCN-STAT-SCAN-EOF
018430     ADD RCN-ROWS-EXCEPTION TO RCN-JOB-EXCP-TOTAL
018440     IF RCN-DISP-EXCL-ON
018450         SUBTRACT RCN-ROWS-DISPOSED FROM RCN-JOB-EXCP-TOTAL
018460     END-IF
018470     ADD RCN-ROWS-READ TO RCN-JOB-ROWS-TOTAL
018480     SET RCN-BREACH-NONE TO TRUE
018490     IF RCN-MAX-EXCP > ZERO
018500         AND RCN-JOB-EXCP-TOTAL > RCN-MAX-EXCP
018510         SET RCN-BREACH-HIT TO TRUE
018520     END-IF
018530     IF RCN-MAX-EXCP-PCT > ZERO
018540         AND RCN-JOB-ROWS-TOTAL > ZERO
018550         COMPUTE RCN-JOB-EXCP-PCT =
018560             (RCN-JOB-EXCP-TOTAL * 100) / RCN-JOB-ROWS-TOTAL
018570         IF RCN-JOB-EXCP-PCT > RCN-MAX-EXCP-PCT
018580             SET RCN-BREACH-HIT TO TRUE
018590         END-IF
018600     END-IF
018610     IF RCN-BREACH-NONE
018620         GO TO 4460-EXIT
018630     END-IF
018640     SET RCN-WIND-HALT TO TRUE
018650     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
018660         " EXCEPTION LIMIT CROSSED - EXCEPTIONS="
018670         RCN-JOB-EXCP-TOTAL
018680         " OF ROWS=" RCN-JOB-ROWS-TOTAL
018690         " - HALTING RUN"
018700     MOVE "BRKHALT" TO RCN-EVT-CODE
018710     SET RCN-EVT-CRITICAL TO TRUE
018720     MOVE 14 TO RCN-EVT-RETCODE
018730     MOVE RCN-JOB-EXCP-TOTAL TO RCN-EVT-COUNT-1
018740     MOVE RCN-JOB-ROWS-TOTAL TO RCN-EVT-COUNT-2
018750     MOVE SPACES TO RCN-EVT-TEXT
018760     STRING "EXCEPTION LIMIT CROSSED - EXCP=" DELIMITED BY SIZE
018770            RCN-EVT-COUNT-1 DELIMITED BY SIZE
018780            " OF ROWS=" DELIMITED BY SIZE
018790            RCN-EVT-COUNT-2 DELIMITED BY SIZE
018800         INTO RCN-EVT-TEXT
018810     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
018820     PERFORM 4468-POST-HALT THRU 4468-EXIT.
018830 4460-EXIT.
018840     EXIT.
018850*
018860 4465-SUM-ONE-STATUS.
018870     READ RCN-STAT-FILE NEXT RECORD
018880         AT END
018890             SET RCN-STAT-SCAN-EOF TO TRUE
018900     END-READ
018910     IF RCN-STAT-SCAN-EOF
018920         GO TO 4465-EXIT
018930     END-IF
018940     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
018950         SET RCN-STAT-SCAN-EOF TO TRUE
018960         GO TO 4465-EXIT
018970     END-IF
018980     IF RCN-STAT-DEF-NAME EQUAL RCN-DEF-NAME
018990         AND RCN-STAT-PARTITION-NO EQUAL RCN-PARTITION-NO
019000*    Our own row - the in-memory counts stand in for it.
019010         GO TO 4465-EXIT
019020     END-IF
019030     ADD RCN-STAT-ROWS-EXCP TO RCN-JOB-EXCP-TOTAL
019040     IF RCN-DISP-EXCL-ON
019050         SUBTRACT RCN-STAT-ROWS-DISP FROM RCN-JOB-EXCP-TOTAL
019060     END-IF
019070     ADD RCN-STAT-ROWS-READ TO RCN-JOB-ROWS-TOTAL.
019080 4465-EXIT.
019090     EXIT.
019100*
019110 4468-POST-HALT.
019120*    The job-wide HALT row every other partition's next poll
019130*    will see.  Best effort - a command file that cannot be
019140*    written still halts this partition, and the driver's
019150*    retcode tells the others' tale at end of job.
019160     OPEN I-O RCN-CMND-FILE
019170     IF RCN-CMND-FILE-STATUS NOT EQUAL "00"
019180         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
019190             " UNABLE TO POST HALT, RCNCMND STATUS="
019200             RCN-CMND-FILE-STATUS
019210         GO TO 4468-EXIT
019220     END-IF
019230     MOVE ZERO TO RCN-CMND-PARTITION-NO
019240     MOVE "HALT" TO RCN-CMND-ACTION
019250     MOVE ZERO TO RCN-CMND-THROTTLE-SECS
019260     WRITE RCN-CMND-RECORD
019270     IF RCN-CMND-FILE-STATUS EQUAL "22"
019280         REWRITE RCN-CMND-RECORD
019290     END-IF
019300     CLOSE RCN-CMND-FILE.
019310 4468-EXIT.
019320     EXIT.
019330*
019340******************************************************************
019350* 4470-CHECK-DEADLINE
019360*    The window's close, enforced - a checkpoint taken at or
019370*    past the deadline winds the partition down exactly like a
019380*    QUIESCE.  The checkpoint row just written is the restart
019390*    point; nothing past it is lost, the rest of the range is
019400*    simply tomorrow's (or the restart's) work.
019410******************************************************************
019420 4470-CHECK-DEADLINE.
019430     IF RCN-DEADLINE-HHMM EQUAL ZERO OR RCN-WINDING-DOWN
019440         GO TO 4470-EXIT
019450     END-IF
019460     PERFORM 4475-TAKE-CLOCK THRU 4475-EXIT
019470     IF RCN-NOW-SECS NOT LESS RCN-DEADLINE-SECS
019480         SET RCN-WIND-DEADLINE TO TRUE
019490         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
019500             " DEADLINE " RCN-DEADLINE-HHMM
019510             " REACHED - WINDING DOWN"
019520     END-IF.
019530 4470-EXIT.
019540     EXIT.
019550*
019560 4475-TAKE-CLOCK.
019570*    Seconds since midnight of the start day - the scale
019580*    RCN-START-SECS and RCN-DEADLINE-SECS are on, good across
019590*    the one midnight an overnight run crosses.
019600     ACCEPT RCN-TIME-RAW FROM TIME
019610     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
019620     ACCEPT RCN-STAT-DAY-NOW FROM DAY
019630     COMPUTE RCN-NOW-DAY-DIFF =
019640         RCN-STAT-DAY-NOW - RCN-START-DAY
019650     IF RCN-NOW-DAY-DIFF < ZERO
019660         MOVE 1 TO RCN-NOW-DAY-DIFF
019670     END-IF
019680     COMPUTE RCN-NOW-SECS =
019690         (RCN-NOW-DAY-DIFF * 86400) + RCN-TIME-SECS.
019700 4475-EXIT.
019710     EXIT.
019720*
019730******************************************************************
019740* 4480-UPDATE-STATUS
019750*    Refreshes this partition's RCNSTAT row - last account, rows
019760*    read, the rows-per-second pace over the interval just
019770*    finished, and a timestamp - so RCNINQ can answer "where is
019780*    partition 3" while the run is still in flight.
019790******************************************************************
019800 4480-UPDATE-STATUS.
019810     IF RCN-STAT-FILE-NOT-OPEN
019820         GO TO 4480-EXIT
019830     END-IF
019840     ACCEPT RCN-TIME-RAW FROM TIME
019850     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
019860     ACCEPT RCN-STAT-DAY-NOW FROM DAY
019870     COMPUTE RCN-STAT-DELTA-SECS =
019880         RCN-TIME-SECS - RCN-PREV-CKPT-SECS
019890     IF RCN-STAT-DAY-NOW NOT EQUAL RCN-PREV-CKPT-DAY
019900         ADD 86400 TO RCN-STAT-DELTA-SECS
019910     END-IF
019920     IF RCN-STAT-DELTA-SECS < 1
019930         MOVE 1 TO RCN-STAT-DELTA-SECS
019940     END-IF
019950     COMPUTE RCN-STAT-RATE =
019960         RCN-ROWS-SINCE-CKPT / RCN-STAT-DELTA-SECS
019970     MOVE RCN-TIME-SECS TO RCN-PREV-CKPT-SECS
019980     MOVE RCN-STAT-DAY-NOW TO RCN-PREV-CKPT-DAY
019990     ACCEPT RCN-STAT-DATE-NOW FROM DATE YYYYMMDD
020000     INITIALIZE RCN-STAT-RECORD
020010     MOVE RCN-DEF-NAME TO RCN-STAT-DEF-NAME
020020     MOVE RCN-PARTITION-NO TO RCN-STAT-PARTITION-NO
020030     SET RCN-STAT-RUNNING TO TRUE
020040     MOVE RCN-PARTITION-LOW TO RCN-STAT-LOW-ACCT
020050     MOVE RCN-PARTITION-HIGH TO RCN-STAT-HIGH-ACCT
020060     MOVE RCN-ACCT-NO TO RCN-STAT-LAST-ACCT
020070     MOVE RCN-ROWS-READ TO RCN-STAT-ROWS-READ
020080     MOVE RCN-ROWS-EXCEPTION TO RCN-STAT-ROWS-EXCP
020090     MOVE RCN-ROWS-DISPOSED TO RCN-STAT-ROWS-DISP
020100     MOVE RCN-STAT-RATE TO RCN-STAT-ROWS-PER-SEC
020110     MOVE RCN-STAT-DATE-NOW TO RCN-STAT-DATE
020120     MOVE RCN-TIME-HHMMSS TO RCN-STAT-TIME
020130     MOVE RCN-CMD-DISPLAY TO RCN-STAT-COMMAND
020140     PERFORM 4485-PROJECT-FINISH THRU 4485-EXIT
020150     WRITE RCN-STAT-RECORD
020160     IF RCN-STAT-FILE-STATUS EQUAL "22"
020170         REWRITE RCN-STAT-RECORD
020180     END-IF
020190     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
020200         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
020210             " RCNSTAT UPDATE FAILED, STATUS="
020220             RCN-STAT-FILE-STATUS
020230     END-IF.
020240 4480-EXIT.
020250     EXIT.
020260*
020270******************************************************************
020280* 4485-PROJECT-FINISH
020290*    Where this session's pace says the partition will finish -
020300*    the elapsed time over the keys covered so far, applied to
020310*    the keys still ahead.  A span gauge like RCNINQ's percent
020320*    column, not a row count, but honest enough to see a 07:00
020330*    finish coming at 03:00.  Zero until there is a pace to
020340*    project from.
020350******************************************************************
020360 4485-PROJECT-FINISH.
020370     MOVE ZERO TO RCN-STAT-PROJ-FINISH
020380     MOVE RCN-DEADLINE-HHMM TO RCN-STAT-DEADLINE
020390     COMPUTE RCN-PROJ-SPAN =
020400         RCN-HIGH-ACCT - RCN-PROJ-BASE-ACCT + 1
020410     COMPUTE RCN-PROJ-DONE =
020420         RCN-ACCT-NO - RCN-PROJ-BASE-ACCT + 1
020430     IF RCN-PROJ-SPAN < 1 OR RCN-PROJ-DONE < 1
020440         GO TO 4485-EXIT
020450     END-IF
020460     IF RCN-PROJ-DONE > RCN-PROJ-SPAN
020470         MOVE RCN-PROJ-SPAN TO RCN-PROJ-DONE
020480     END-IF
020490     PERFORM 4475-TAKE-CLOCK THRU 4475-EXIT
020500     COMPUTE RCN-PROJ-REMAIN-SECS =
020510         ((RCN-NOW-SECS - RCN-START-SECS)
020520             * (RCN-PROJ-SPAN - RCN-PROJ-DONE))
020530             / RCN-PROJ-DONE
020540     COMPUTE RCN-PROJ-FINISH-SECS =
020550         RCN-NOW-SECS + RCN-PROJ-REMAIN-SECS
020560     DIVIDE RCN-PROJ-FINISH-SECS BY 86400
020570         GIVING RCN-PROJ-DAYS REMAINDER RCN-PROJ-TOD
020580     DIVIDE RCN-PROJ-TOD BY 3600
020590         GIVING RCN-PROJ-HH REMAINDER RCN-PROJ-REM
020600     DIVIDE RCN-PROJ-REM BY 60
020610         GIVING RCN-PROJ-MM REMAINDER RCN-PROJ-SS
020620     COMPUTE RCN-STAT-PROJ-FINISH =
020630         (RCN-PROJ-HH * 10000)
020640             + (RCN-PROJ-MM * 100) + RCN-PROJ-SS
020650     IF RCN-DEADLINE-HHMM > ZERO
020660         AND RCN-PROJ-FINISH-SECS > RCN-DEADLINE-SECS
020670         AND RCN-DLPROJ-NOT-RAISED
020680         AND RCN-NOT-WINDING
020690*    Said once per partition - the projection is refreshed at
020700*    every checkpoint, and one alert for a late night is enough.
020710         SET RCN-DLPROJ-RAISED TO TRUE
020720         MOVE "DLPROJ" TO RCN-EVT-CODE
020730         SET RCN-EVT-WARNING TO TRUE
020740         MOVE ZERO TO RCN-EVT-RETCODE
020750         MOVE SPACES TO RCN-EVT-TEXT
020760         STRING "PROJECTED FINISH " DELIMITED BY SIZE
020770                RCN-STAT-PROJ-FINISH DELIMITED BY SIZE
020780                " PAST DEADLINE " DELIMITED BY SIZE
020790                RCN-STAT-DEADLINE DELIMITED BY SIZE
020800             INTO RCN-EVT-TEXT
020810         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
020820     END-IF.
020830 4485-EXIT.
020840     EXIT.
020850*
020860******************************************************************
020870* 4500-RETRY-RECOVER
020880*    In-flight recovery from a transient fetch failure - wraps
020890*    the dead connection, waits, reconnects, and re-opens
020900*    RECON_CURSOR from RCN-LAST-GOOD-ACCT + 1 so not a row is
020910*    dropped or read twice.  OPEN binds the host variables
020920*    fresh, so moving the low bound forward is all the
020930*    repositioning the cursor needs.
020940******************************************************************
020950 4500-RETRY-RECOVER.
020960     SET RCN-NOT-RECOVERED TO TRUE
020970     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
020980*    In remediation mode the rows already reconciled must have
020990*    their adjustments safely committed before the resume point
021000*    moves past them - if that commit cannot be had, recovery
021010*    is forfeited and the restart re-does from the checkpoint.
021020     IF RCN-REMED-MODE-ON AND RCN-ADJ-CONNECTED
021030         EXEC SQL AT :RCN-ADJ-CONN-NAME COMMIT WORK END-EXEC
021040         IF SQLCODE NOT EQUAL ZERO
021050             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
021060                 " RECOVERY FORFEITED - ADJUSTMENT COMMIT"
021070                 " FAILED, SQLCODE=" SQLCODE
021080             GO TO 4500-EXIT
021090         END-IF
021100         MOVE ZERO TO RCN-ADJ-SINCE-COMMIT
021110     END-IF
021120     IF RCN-CURSOR-OPEN
021130         EXEC SQL AT :RCN-CONN-NAME CLOSE RECON_CURSOR END-EXEC
021140         SET RCN-CURSOR-NOT-OPEN TO TRUE
021150     END-IF
021160     IF RCN-CONNECTED
021170         EXEC SQL DISCONNECT :RCN-CONN-NAME END-EXEC
021180         SET RCN-NOT-CONNECTED TO TRUE
021190     END-IF
021200     MOVE RCN-FETCH-RETRIES TO RCN-RETRY-TRIES
021210     PERFORM 4600-RETRY-WAIT THRU 4600-EXIT
021220     PERFORM 2000-CONNECT THRU 2000-EXIT
021230     IF RCN-SQL-ERROR
021240         GO TO 4500-EXIT
021250     END-IF
021260     COMPUTE RCN-LOW-ACCT = RCN-LAST-GOOD-ACCT + 1
021270     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
021280         " REPOSITIONING CURSOR AT " RCN-LOW-ACCT
021290     PERFORM 3000-OPEN-CURSOR THRU 3000-EXIT
021300     IF RCN-NO-SQL-ERROR
021310         SET RCN-RECOVERED TO TRUE
021320*    The standby stream repositions with the primary - the
021330*    moved-up low bound binds both OPENs, so neither stream
021340*    re-reads a key the other has finished with.
021350         IF RCN-STBY-MODE-ON AND RCN-STBY-CURSOR-OPEN
021360             EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
021370             EXEC SQL AT :RCN-STBY-CONN-NAME
021380                 CLOSE STBY_CURSOR
021390             END-EXEC
021400             SET RCN-STBY-CURSOR-SHUT TO TRUE
021410             PERFORM 3200-OPEN-STBY-CURSOR THRU 3200-EXIT
021420         END-IF
021430     END-IF.
021440 4500-EXIT.
021450     EXIT.
021460*
021470******************************************************************
021480* 4600-RETRY-WAIT
021490*    Backs off RCN-RETRY-TRIES * 5 seconds before the next
021500*    attempt, so a deadlocked or restarting server gets room to
021510*    breathe instead of an instant re-hit.
021520******************************************************************
021530 4600-RETRY-WAIT.
021540     COMPUTE RCN-RETRY-WAIT-MS = RCN-RETRY-TRIES * 5000
021550     CALL "CBL_THREAD_SLEEP" USING BY VALUE RCN-RETRY-WAIT-MS.
021560 4600-EXIT.
021570     EXIT.
021580*
021590******************************************************************
021600* 5000-RECONCILE-ROW
021610*    The reconciliation proper - the fetched master row is
021620*    matched against its general-ledger counterpart, and every
021630*    failure extracts under its own reason code.  A row counts
021640*    once as an exception however many reasons it extracts for.
021650*    An exception row whose every reason is dispositioned is
021660*    also counted as dispositioned.
021670******************************************************************
021680 5000-RECONCILE-ROW.
021690     MOVE RCN-ACCT-BALANCE TO RCN-RECON-BALANCE
021700     ADD RCN-ACCT-BALANCE TO RCN-MASTER-TOTAL
021710     SET RCN-ROW-CLEAN TO TRUE
021720     SET RCN-ROW-DISPOSED-ONLY TO TRUE
021730     MOVE SPACE TO RCN-EXCP-SEV-WORK
021740     MOVE ZERO TO RCN-GL-BALANCE-FOUND
021750     PERFORM 5200-MATCH-LEDGER THRU 5200-EXIT
021760     PERFORM 5300-CHECK-MOVEMENT THRU 5300-EXIT
021770     IF RCN-STBY-MODE-ON
021780         PERFORM 5500-MATCH-STANDBY THRU 5500-EXIT
021790     END-IF
021800     IF RCN-ACCT-STATUS NOT EQUAL RCN-GOOD-STATUS
021810         PERFORM 5400-APPLY-STATUS-RULE THRU 5400-EXIT
021820     END-IF
021830     IF RCN-ROW-EXCEPTION
021840         ADD 1 TO RCN-ROWS-EXCEPTION
021850         IF RCN-ROW-DISPOSED-ONLY
021860             ADD 1 TO RCN-ROWS-DISPOSED
021870         END-IF
021880     ELSE
021890         ADD 1 TO RCN-ROWS-RECONCILED
021900     END-IF.
021910 5000-EXIT.
021920     EXIT.
021930*
021940******************************************************************
021950* 5100-WRITE-EXCEPTION
021960*    Writes the row just reconciled to the RCNEXCP extract under
021970*    the reason code the caller has already placed in RCN-EXCP-
021980*    REASON-CODE.  A duplicate-key WRITE is REWRITTEN instead -
021990*    a partition resuming past its checkpoint re-reconciles the
022000*    rows fetched after the last checkpoint, and those rows'
022010*    exceptions are already on the extract from before the abend.
022020******************************************************************
022030 5100-WRITE-EXCEPTION.
022040     IF RCN-EXCP-FILE-OPEN
022050         MOVE RCN-DEF-NAME TO RCN-EXCP-DEF-NAME
022060         MOVE RCN-PARTITION-NO TO RCN-EXCP-PARTITION-NO
022070         MOVE RCN-ACCT-NO TO RCN-EXCP-ACCT-NO
022080         MOVE RCN-ACCT-BALANCE TO RCN-EXCP-BALANCE
022090         MOVE RCN-ACCT-STATUS TO RCN-EXCP-STATUS
022100         MOVE RCN-EXCP-SEV-WORK TO RCN-EXCP-SEVERITY
022110         MOVE RCN-GL-BALANCE-FOUND TO RCN-EXCP-GL-BALANCE
022120         MOVE RCN-PARTITION-RUN-STAMP TO RCN-EXCP-RUN-STAMP
022130         WRITE RCN-EXCP-RECORD
022140         IF RCN-EXCP-FILE-STATUS EQUAL "22"
022150             REWRITE RCN-EXCP-RECORD
022160         END-IF
022170         IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
022180             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
022190                 " RCNEXCP WRITE FAILED, STATUS="
022200                 RCN-EXCP-FILE-STATUS
022210         END-IF
022220     END-IF
022230     MOVE RCN-DEF-NAME TO RCN-DISP-DEF-NAME
022240     MOVE RCN-ACCT-NO TO RCN-DISP-ACCT-NO
022250     MOVE RCN-EXCP-REASON-CODE TO RCN-DISP-REASON-CODE
022260     PERFORM 5150-CHECK-DISPOSITION THRU 5150-EXIT
022270     IF RCN-DISP-NOT-IN-FORCE
022280         SET RCN-ROW-HAS-WORK TO TRUE
022290     END-IF.
022300 5100-EXIT.
022310     EXIT.
022320*
022330******************************************************************
022340* 5150-CHECK-DISPOSITION
022350*    Whether the definition/account/reason in RCN-DISP-KEY has
022360*    an active disposition still in force on RCNDISP - one
022370*    whose review date is not yet behind the run stamp.
022380******************************************************************
022390 5150-CHECK-DISPOSITION.
022400     SET RCN-DISP-NOT-IN-FORCE TO TRUE
022410     IF RCN-DISP-FILE-NOT-OPEN
022420         GO TO 5150-EXIT
022430     END-IF
022440     READ RCN-DISP-FILE
022450     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
022460         GO TO 5150-EXIT
022470     END-IF
022480     IF RCN-DISP-ACTIVE
022490         AND RCN-DISP-REVIEW-DATE
022500             NOT LESS THAN RCN-PARTITION-RUN-STAMP
022510         SET RCN-DISP-IN-FORCE TO TRUE
022520     END-IF.
022530 5150-EXIT.
022540     EXIT.
022550*
022560******************************************************************
022570* 5200-MATCH-LEDGER
022580*    Reads the general-ledger work file for the account just
022590*    fetched.  No ledger row extracts the account as reason NG;
022600*    a ledger row whose balance disagrees with the master by
022610*    more than RCN-BALANCE-TOLERANCE extracts it as reason BD.
022620*    Either way a found ledger row is flagged matched and
022630*    REWRITten, so the rows still unflagged at end of job are
022640*    the ledger accounts with no master row - RCNDRIV sweeps
022650*    those after the partitions join.
022660******************************************************************
022670 5200-MATCH-LEDGER.
022680     IF RCN-GL-FILE-NOT-OPEN
022690         GO TO 5200-EXIT
022700     END-IF
022710     MOVE RCN-ACCT-NO TO RCN-GL-ACCT-NO
022720     READ RCN-GL-FILE
022730     IF RCN-GL-FILE-STATUS EQUAL "23"
022740         SET RCN-ROW-EXCEPTION TO TRUE
022750         MOVE "NG" TO RCN-EXCP-REASON-CODE
022760         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
022770         GO TO 5200-EXIT
022780     END-IF
022790     IF RCN-GL-FILE-STATUS NOT EQUAL "00"
022800         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
022810             " RCNGLIX READ FAILED, STATUS=" RCN-GL-FILE-STATUS
022820         GO TO 5200-EXIT
022830     END-IF
022840     MOVE RCN-GL-BALANCE TO RCN-GL-BALANCE-FOUND
022850     COMPUTE RCN-BALANCE-DIFF =
022860         RCN-ACCT-BALANCE - RCN-GL-BALANCE
022870     IF RCN-BALANCE-DIFF < ZERO
022880         COMPUTE RCN-BALANCE-DIFF = ZERO - RCN-BALANCE-DIFF
022890     END-IF
022900     IF RCN-BALANCE-DIFF > RCN-BALANCE-TOLERANCE
022910         SET RCN-ROW-EXCEPTION TO TRUE
022920         MOVE "BD" TO RCN-EXCP-REASON-CODE
022930         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
022940         IF RCN-REMED-MODE-ON AND RCN-ADJ-CONNECTED
022950             PERFORM 5600-WRITE-ADJUSTMENT THRU 5600-EXIT
022960         END-IF
022970     END-IF
022980     IF RCN-PARTITION-SIMULATE
022990         GO TO 5200-EXIT
023000     END-IF
023010     SET RCN-GL-MATCHED TO TRUE
023020     REWRITE RCN-GL-RECORD
023030     IF RCN-GL-FILE-STATUS NOT EQUAL "00"
023040         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
023050             " RCNGLIX REWRITE FAILED, STATUS="
023060             RCN-GL-FILE-STATUS
023070     END-IF.
023080 5200-EXIT.
023090     EXIT.
023100*
023110******************************************************************
023120* 5300-CHECK-MOVEMENT
023130*    The balance-movement proof - last night's snapshot balance
023140*    plus the night's net posted activity must equal the balance
023150*    just fetched.  Catches the failure the point-in-time match
023160*    cannot: both sides moved wrongly together.  Three reasons
023170*    come out of it: MV when the movement does not add up, CA
023180*    when a closed account posted activity at all, NJ when the
023190*    balance changed with no journal activity to explain it.
023200*    Tonight's balance is written to RCNSNEW first, whatever
023210*    else happens - the next baseline must cover every account
023220*    fetched, proven or not.
023230******************************************************************
023240 5300-CHECK-MOVEMENT.
023250     IF RCN-SNEW-FILE-OPEN
023260         MOVE RCN-ACCT-NO TO RCN-SNEW-ACCT-NO
023270         MOVE RCN-ACCT-BALANCE TO RCN-SNEW-BALANCE
023280         WRITE RCN-SNEW-RECORD
023290         IF RCN-SNEW-FILE-STATUS EQUAL "22"
023300             REWRITE RCN-SNEW-RECORD
023310         END-IF
023320         IF RCN-SNEW-FILE-STATUS NOT EQUAL "00"
023330             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
023340                 " RCNSNEW WRITE FAILED, STATUS="
023350                 RCN-SNEW-FILE-STATUS
023360         END-IF
023370     END-IF
023380     IF RCN-SNAP-FILE-NOT-OPEN OR RCN-JRIX-FILE-NOT-OPEN
023390         GO TO 5300-EXIT
023400     END-IF
023410     MOVE RCN-ACCT-NO TO RCN-SNAP-ACCT-NO
023420     READ RCN-SNAP-FILE
023430     IF RCN-SNAP-FILE-STATUS EQUAL "23"
023440*    No prior row - an account opened since the last clean run;
023450*    there is no movement to prove yet.
023460         GO TO 5300-EXIT
023470     END-IF
023480     IF RCN-SNAP-FILE-STATUS NOT EQUAL "00"
023490         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
023500             " RCNSNAP READ FAILED, STATUS="
023510             RCN-SNAP-FILE-STATUS
023520         GO TO 5300-EXIT
023530     END-IF
023540     MOVE RCN-SNAP-BALANCE TO RCN-SNAP-BAL-FOUND
023550     MOVE ZERO TO RCN-JRN-NET-FOUND
023560                  RCN-JRN-TXNS-FOUND
023570     MOVE RCN-ACCT-NO TO RCN-JRN-ACCT-NO
023580     READ RCN-JRIX-FILE
023590     EVALUATE TRUE
023600         WHEN RCN-JRIX-FILE-STATUS EQUAL "00"
023610             MOVE RCN-JRN-NET-AMOUNT TO RCN-JRN-NET-FOUND
023620             MOVE RCN-JRN-TXN-COUNT TO RCN-JRN-TXNS-FOUND
023630         WHEN RCN-JRIX-FILE-STATUS EQUAL "23"
023640             CONTINUE
023650         WHEN OTHER
023660             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
023670                 " RCNJRIX READ FAILED, STATUS="
023680                 RCN-JRIX-FILE-STATUS
023690             GO TO 5300-EXIT
023700     END-EVALUATE
023710     IF RCN-JRN-TXNS-FOUND EQUAL ZERO
023720*    No posted activity - the balance has no business moving.
023730         COMPUTE RCN-MOVE-DIFF =
023740             RCN-ACCT-BALANCE - RCN-SNAP-BAL-FOUND
023750         IF RCN-MOVE-DIFF < ZERO
023760             COMPUTE RCN-MOVE-DIFF = ZERO - RCN-MOVE-DIFF
023770         END-IF
023780         IF RCN-MOVE-DIFF > RCN-BALANCE-TOLERANCE
023790             SET RCN-ROW-EXCEPTION TO TRUE
023800             MOVE "NJ" TO RCN-EXCP-REASON-CODE
023810             PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
023820         END-IF
023830         GO TO 5300-EXIT
023840     END-IF
023850*    Activity posted - it must account for the whole move, and
023860*    it must not have happened to a closed account at all.
023870     COMPUTE RCN-MOVE-DIFF =
023880         RCN-SNAP-BAL-FOUND + RCN-JRN-NET-FOUND
023890             - RCN-ACCT-BALANCE
023900     IF RCN-MOVE-DIFF < ZERO
023910         COMPUTE RCN-MOVE-DIFF = ZERO - RCN-MOVE-DIFF
023920     END-IF
023930     IF RCN-MOVE-DIFF > RCN-BALANCE-TOLERANCE
023940         SET RCN-ROW-EXCEPTION TO TRUE
023950         MOVE "MV" TO RCN-EXCP-REASON-CODE
023960         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
023970     END-IF
023980     IF RCN-ACCT-STATUS EQUAL RCN-CLOSED-STATUS
023990         SET RCN-ROW-EXCEPTION TO TRUE
024000         MOVE "CA" TO RCN-EXCP-REASON-CODE
024010         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
024020     END-IF.
024030 5300-EXIT.
024040     EXIT.
024050*
024060******************************************************************
024070* 5400-APPLY-STATUS-RULE
024080*    What a status other than the definition's good value
024090*    means, per the rules deck - ignore it outright, extract
024100*    only when a nonzero balance or recent maintenance makes
024110*    it worth a look, or extract unconditionally; each under
024120*    the rule's own reason code and severity.  "Recent" means
024130*    maintained on or after the last clean run's start.  A
024140*    status with no rule extracts as plain ST, the behavior
024150*    this paragraph replaced.
024160******************************************************************
024170 5400-APPLY-STATUS-RULE.
024180     MOVE ZERO TO RCN-SRUL-HIT
024190     PERFORM 5410-MATCH-ONE-RULE THRU 5410-EXIT
024200         VARYING RCN-SRUL-SUB FROM 1 BY 1
024210         UNTIL RCN-SRUL-SUB > RCN-SRUL-USED
024220     IF RCN-SRUL-HIT EQUAL ZERO
024230         SET RCN-ROW-EXCEPTION TO TRUE
024240         MOVE "ST" TO RCN-EXCP-REASON-CODE
024250         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
024260         GO TO 5400-EXIT
024270     END-IF
024280     IF RCN-TBL-SRUL-IGNORE (RCN-SRUL-HIT) EQUAL "Y"
024290         GO TO 5400-EXIT
024300     END-IF
024310     SET RCN-RULE-QUIET TO TRUE
024320     IF RCN-TBL-SRUL-BAL (RCN-SRUL-HIT) EQUAL "N"
024330         AND RCN-ACCT-BALANCE NOT EQUAL ZERO
024340         SET RCN-RULE-FIRES TO TRUE
024350     END-IF
024360     IF RCN-TBL-SRUL-MAINT (RCN-SRUL-HIT) EQUAL "N"
024370         AND RCN-MAINT-BASE-TS NOT EQUAL SPACES
024380         AND RCN-ACCT-MAINT-TS NOT LESS RCN-MAINT-BASE-TS
024390         SET RCN-RULE-FIRES TO TRUE
024400     END-IF
024410     IF RCN-TBL-SRUL-BAL (RCN-SRUL-HIT) EQUAL "Y"
024420         AND RCN-TBL-SRUL-MAINT (RCN-SRUL-HIT) EQUAL "Y"
024430*    Nothing conditional about this rule - the status alone
024440*    is worth the extract.
024450         SET RCN-RULE-FIRES TO TRUE
024460     END-IF
024470     IF RCN-RULE-QUIET
024480         GO TO 5400-EXIT
024490     END-IF
024500     SET RCN-ROW-EXCEPTION TO TRUE
024510     MOVE RCN-TBL-SRUL-REASON (RCN-SRUL-HIT) TO
024520         RCN-EXCP-REASON-CODE
024530     MOVE RCN-TBL-SRUL-SEV (RCN-SRUL-HIT) TO
024540         RCN-EXCP-SEV-WORK
024550     PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
024560     MOVE SPACE TO RCN-EXCP-SEV-WORK.
024570 5400-EXIT.
024580     EXIT.
024590*
024600 5410-MATCH-ONE-RULE.
024610     IF RCN-TBL-SRUL-STATUS (RCN-SRUL-SUB) EQUAL
024620         RCN-ACCT-STATUS
024630         MOVE RCN-SRUL-SUB TO RCN-SRUL-HIT
024640     END-IF.
024650 5410-EXIT.
024660     EXIT.
024670*
024680******************************************************************
024690* 5500-MATCH-STANDBY
024700*    The drift match - the primary row just fetched against the
024710*    standby stream.  Standby rows below the primary key are on
024720*    the standby only (DP); a standby row on the key compares
024730*    balance and status (DM); no standby row at or below the
024740*    key means the primary row is missing over there (DS).
024750******************************************************************
024760 5500-MATCH-STANDBY.
024770     PERFORM 5510-PASS-ONE-STBY THRU 5510-EXIT
024780         UNTIL RCN-STBY-EOF
024790             OR RCN-STBY-MODE-OFF
024800             OR RCN-STBY-ACCT-NO NOT LESS RCN-ACCT-NO
024810     IF RCN-STBY-MODE-OFF
024820         GO TO 5500-EXIT
024830     END-IF
024840     IF RCN-STBY-EOF
024850         OR RCN-STBY-ACCT-NO GREATER RCN-ACCT-NO
024860*    Nothing on the standby at this key - the primary row is
024870*    missing over there.
024880         SET RCN-ROW-EXCEPTION TO TRUE
024890         MOVE "DS" TO RCN-EXCP-REASON-CODE
024900         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
024910         ADD 1 TO RCN-STBY-DRIFT
024920         GO TO 5500-EXIT
024930     END-IF
024940     ADD 1 TO RCN-STBY-COMPARED
024950     COMPUTE RCN-STBY-DIFF =
024960         RCN-ACCT-BALANCE - RCN-STBY-BALANCE
024970     IF RCN-STBY-DIFF < ZERO
024980         COMPUTE RCN-STBY-DIFF = ZERO - RCN-STBY-DIFF
024990     END-IF
025000     IF RCN-STBY-DIFF > RCN-BALANCE-TOLERANCE
025010         OR RCN-STBY-STATUS NOT EQUAL RCN-ACCT-STATUS
025020         SET RCN-ROW-EXCEPTION TO TRUE
025030         MOVE "DM" TO RCN-EXCP-REASON-CODE
025040*    The standby's balance rides the ledger-balance column -
025050*    the DP convention - so the drift magnitude is on the
025060*    listing, not two copies of the primary figure.  Reset
025070*    for the next row by 5000's zeroing.
025080         MOVE RCN-STBY-BALANCE TO RCN-GL-BALANCE-FOUND
025090         PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
025100         ADD 1 TO RCN-STBY-DRIFT
025110     END-IF
025120     PERFORM 3300-FETCH-STANDBY THRU 3300-EXIT.
025130 5500-EXIT.
025140     EXIT.
025150*
025160 5510-PASS-ONE-STBY.
025170*    A standby row below the primary key exists on the standby
025180*    only - extracted as DP under the standby's own account,
025190*    its balance carried in the ledger-balance column.
025200     PERFORM 5530-WRITE-STBY-EXCEPTION THRU 5530-EXIT
025210     PERFORM 3300-FETCH-STANDBY THRU 3300-EXIT.
025220 5510-EXIT.
025230     EXIT.
025240*
025250 5530-WRITE-STBY-EXCEPTION.
025260     IF RCN-EXCP-FILE-OPEN
025270         MOVE RCN-DEF-NAME TO RCN-EXCP-DEF-NAME
025280         MOVE RCN-PARTITION-NO TO RCN-EXCP-PARTITION-NO
025290         MOVE RCN-STBY-ACCT-NO TO RCN-EXCP-ACCT-NO
025300         MOVE "DP" TO RCN-EXCP-REASON-CODE
025310         MOVE ZERO TO RCN-EXCP-BALANCE
025320         MOVE RCN-STBY-BALANCE TO RCN-EXCP-GL-BALANCE
025330         MOVE RCN-STBY-STATUS TO RCN-EXCP-STATUS
025340         MOVE SPACE TO RCN-EXCP-SEVERITY
025350         MOVE RCN-PARTITION-RUN-STAMP TO RCN-EXCP-RUN-STAMP
025360         WRITE RCN-EXCP-RECORD
025370         IF RCN-EXCP-FILE-STATUS EQUAL "22"
025380             REWRITE RCN-EXCP-RECORD
025390         END-IF
025400         IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
025410             DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
025420                 " RCNEXCP WRITE FAILED, STATUS="
025430                 RCN-EXCP-FILE-STATUS
025440         END-IF
025450     END-IF
025460     ADD 1 TO RCN-ROWS-EXCEPTION
025470     MOVE RCN-DEF-NAME TO RCN-DISP-DEF-NAME
025480     MOVE RCN-STBY-ACCT-NO TO RCN-DISP-ACCT-NO
025490     MOVE "DP" TO RCN-DISP-REASON-CODE
025500     PERFORM 5150-CHECK-DISPOSITION THRU 5150-EXIT
025510     IF RCN-DISP-IN-FORCE
025520         ADD 1 TO RCN-ROWS-DISPOSED
025530     END-IF
025540     ADD 1 TO RCN-STBY-DRIFT.
025550 5530-EXIT.
025560     EXIT.
025570*
025580 5540-DRAIN-STANDBY.
025590*    Performed after a cleanly exhausted primary stream - every
025600*    standby row still unread is an account the primary does
025610*    not have.
025620     PERFORM 5530-WRITE-STBY-EXCEPTION THRU 5530-EXIT
025630     PERFORM 3300-FETCH-STANDBY THRU 3300-EXIT.
025640 5540-EXIT.
025650     EXIT.
025660*
025670******************************************************************
025680* 5600-WRITE-ADJUSTMENT
025690*    Writes the correcting adjustment for a discrepancy on the
025700*    approved list - the amount that brings the master balance
025710*    to the ledger's.  Uncommitted work rides the REMED_CONN
025720*    transaction until 4450-COMMIT-ADJUSTMENTS at the next
025730*    checkpoint; a failed insert fails the partition so the
025740*    wrapup ROLLBACK leaves nothing half-posted.
025750******************************************************************
025760 5600-WRITE-ADJUSTMENT.
025770     MOVE RCN-EXCP-REASON-CODE TO RCN-REMED-REASON
025780     IF NOT RCN-REMED-APPROVED
025790         GO TO 5600-EXIT
025800     END-IF
025810     COMPUTE RCN-ADJ-AMOUNT =
025820         RCN-GL-BALANCE - RCN-ACCT-BALANCE
025830     MOVE RCN-REMED-REASON TO RCN-ADJ-REASON
025840     MOVE RCN-ADJ-DATE-WORK TO RCN-ADJ-RUN-DATE
025850     MOVE RCN-PARTITION-NO TO RCN-ADJ-PARTITION
025860     EXEC SQL WHENEVER SQLERROR GO TO 5900-ADJ-ERROR END-EXEC.
025870     EXEC SQL AT :RCN-ADJ-CONN-NAME
025880         INSERT INTO ACCT_ADJUSTMENT
025890             (ADJ_ACCT_NO, ADJ_AMOUNT, ADJ_REASON,
025900              ADJ_RUN_DATE, ADJ_PARTITION_NO)
025910         VALUES (:RCN-ACCT-NO, :RCN-ADJ-AMOUNT,
025920                 :RCN-ADJ-REASON, :RCN-ADJ-RUN-DATE,
025930                 :RCN-ADJ-PARTITION)
025940     END-EXEC
025950     ADD 1 TO RCN-ADJ-WRITTEN
025960     ADD 1 TO RCN-ADJ-SINCE-COMMIT
025970     GO TO 5600-EXIT.
025980 5900-ADJ-ERROR.
025990     SET RCN-SQL-ERROR TO TRUE
026000     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
026010         " ADJUSTMENT INSERT FAILED, SQLCODE=" SQLCODE.
026020 5600-EXIT.
026030     EXIT.
026040*
026050******************************************************************
026060* 6000-RAISE-ALERT
026070*    Writes one event row on the RCNALRT outbound alert file.
026080*    The caller fills in the RCN-EVT- fields; this paragraph
026090*    routes the event off the RCNARTE table (first matching card
026100*    wins, LOG when none matches), stamps it with this
026110*    partition's definition and number, and writes it.  Opened
026120*    for the one WRITE and closed again, the RCNCMND
026130*    arrangement, and never created here - RCNDRIV makes the
026140*    file before any thread starts, so no two threads race an
026150*    OPEN OUTPUT.  An alert that cannot be written is DISPLAYed
026160*    and the partition goes on.
026170******************************************************************
026180 6000-RAISE-ALERT.
026190     MOVE "LOG" TO RCN-EVT-ROUTE
026200     SET RCN-ARTE-NOT-MATCHED TO TRUE
026210     PERFORM 6010-MATCH-ONE-ROUTE THRU 6010-EXIT
026220         VARYING RCN-ARTE-SUB FROM 1 BY 1
026230         UNTIL RCN-ARTE-SUB > RCN-ARTE-USED
026240             OR RCN-ARTE-MATCHED
026250     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
026260         " ALERT " RCN-EVT-CODE
026270         " SEVERITY " RCN-EVT-SEVERITY
026280         " ROUTED " RCN-EVT-ROUTE
026290*    A simulation pages nobody - its events are DISPLAYed only.
026300     IF RCN-PARTITION-SIMULATE
026310         GO TO 6000-EXIT
026320     END-IF
026330     OPEN I-O RCN-ALRT-FILE
026340     IF RCN-ALRT-FILE-STATUS NOT EQUAL "00"
026350         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
026360             " UNABLE TO OPEN RCNALRT, STATUS="
026370             RCN-ALRT-FILE-STATUS " - ALERT NOT SENT"
026380         GO TO 6000-EXIT
026390     END-IF
026400     INITIALIZE RCN-ALRT-RECORD
026410     ACCEPT RCN-ALRT-DATE FROM DATE YYYYMMDD
026420     ACCEPT RCN-ALRT-TIME FROM TIME
026430     MOVE RCN-DEF-NAME TO RCN-ALRT-DEF-NAME
026440     MOVE RCN-PARTITION-NO TO RCN-ALRT-PARTITION-NO
026450     ADD 1 TO RCN-ALRT-SEQ-NEXT
026460     MOVE RCN-ALRT-SEQ-NEXT TO RCN-ALRT-SEQ
026470     MOVE "RCNWORK" TO RCN-ALRT-SOURCE
026480     MOVE RCN-EVT-CODE TO RCN-ALRT-EVENT
026490     MOVE RCN-EVT-SEVERITY TO RCN-ALRT-SEVERITY
026500     MOVE RCN-EVT-ROUTE TO RCN-ALRT-ROUTE
026510     MOVE RCN-EVT-RETCODE TO RCN-ALRT-RETCODE
026520     SET RCN-ALRT-NEW TO TRUE
026530     MOVE RCN-EVT-TEXT TO RCN-ALRT-TEXT
026540     WRITE RCN-ALRT-RECORD
026550     IF RCN-ALRT-FILE-STATUS NOT EQUAL "00"
026560         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
026570             " RCNALRT WRITE FAILED, STATUS="
026580             RCN-ALRT-FILE-STATUS " - ALERT NOT SENT"
026590     END-IF
026600     CLOSE RCN-ALRT-FILE.
026610 6000-EXIT.
026620     EXIT.
026630*
026640 6010-MATCH-ONE-ROUTE.
026650     IF (RCN-TBL-ARTE-EVENT (RCN-ARTE-SUB) EQUAL RCN-EVT-CODE
026660         OR RCN-TBL-ARTE-EVENT (RCN-ARTE-SUB) EQUAL "ALL")
026670         AND (RCN-TBL-ARTE-SEV (RCN-ARTE-SUB) EQUAL SPACE
026680         OR RCN-TBL-ARTE-SEV (RCN-ARTE-SUB)
026690             EQUAL RCN-EVT-SEVERITY)
026700         MOVE RCN-TBL-ARTE-ROUTE (RCN-ARTE-SUB) TO RCN-EVT-ROUTE
026710         SET RCN-ARTE-MATCHED TO TRUE
026720     END-IF.
026730 6010-EXIT.
026740     EXIT.
026750*
026760******************************************************************
026770* 7000-TIME-TO-SECS
026780*    Folds the HHMMSSss in RCN-TIME-RAW down to whole seconds
026790*    since midnight in RCN-TIME-SECS.
026800******************************************************************
026810 7000-TIME-TO-SECS.
026820     COMPUTE RCN-TIME-SECS =
026830         (RCN-TIME-HH * 3600)
026840             + (RCN-TIME-MM * 60)
026850             + RCN-TIME-SS.
026860 7000-EXIT.
026870     EXIT.
026880*
026890 8000-WRAPUP.
026900     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
026910     IF RCN-CURSOR-OPEN
026920         EXEC SQL AT :RCN-CONN-NAME CLOSE RECON_CURSOR END-EXEC
026930     END-IF
026940     IF RCN-CONNECTED
026950         EXEC SQL DISCONNECT :RCN-CONN-NAME END-EXEC
026960     END-IF
026970     IF RCN-STBY-CURSOR-OPEN
026980         EXEC SQL AT :RCN-STBY-CONN-NAME
026990             CLOSE STBY_CURSOR
027000         END-EXEC
027010     END-IF
027020     IF RCN-STBY-CONNECTED
027030         EXEC SQL DISCONNECT :RCN-STBY-CONN-NAME END-EXEC
027040         DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
027050             " STANDBY COMPARED=" RCN-STBY-COMPARED
027060             " DRIFT=" RCN-STBY-DRIFT
027070     END-IF
027080*    Clean end commits the tail of the adjustment transaction;
027090*    any error - and a halted run, whose current unit is by
027100*    definition suspect - rolls it back so the posting job
027110*    never sees a partial or poisoned commit unit.
027120     IF RCN-ADJ-CONNECTED
027130         IF RCN-NO-SQL-ERROR AND NOT RCN-WIND-HALT
027140             EXEC SQL AT :RCN-ADJ-CONN-NAME COMMIT WORK END-EXEC
027150         ELSE
027160             EXEC SQL AT :RCN-ADJ-CONN-NAME
027170                 ROLLBACK WORK
027180             END-EXEC
027190         END-IF
027200         EXEC SQL DISCONNECT :RCN-ADJ-CONN-NAME END-EXEC
027210     END-IF
027220     MOVE RCN-ROWS-READ TO RCN-PARTITION-ROWS
027230     MOVE RCN-ROWS-EXCEPTION TO RCN-PARTITION-EXCEPTIONS
027240     MOVE RCN-MASTER-TOTAL TO RCN-PARTITION-MASTER-TOTAL
027250*    Y only when the compare was asked for, ran and was never
027260*    forfeited - what the driver's history sweep needs to know
027270*    before it treats an absent drift row as a cleared one.
027280     IF RCN-STBY-MODE-ON AND RCN-STBY-CONNECTED
027290         MOVE "Y" TO RCN-PARTITION-STBY-RAN-SWITCH
027300     END-IF
027310     EVALUATE TRUE
027320         WHEN RCN-SQL-ERROR
027330             MOVE 16 TO RCN-PARTITION-RETCODE
027340         WHEN RCN-WIND-HALT
027350*    Halted as suspect input - distinct from both failure and
027360*    a clean wind-down, so operations reruns instead of
027370*    unwinding.
027380             MOVE 14 TO RCN-PARTITION-RETCODE
027390         WHEN RCN-WINDING-DOWN
027400*    Wound down on command or at the deadline - checkpointed,
027410*    restartable, deliberately not zero and not a failure.
027420             MOVE 6 TO RCN-PARTITION-RETCODE
027430         WHEN OTHER
027440             MOVE 0 TO RCN-PARTITION-RETCODE
027450     END-EVALUATE
027460     IF RCN-CKPT-FILE-OPEN
027470         IF (RCN-NO-SQL-ERROR) AND (RCN-CKPT-ROW-EXISTS)
027480             AND (RCN-NOT-WINDING)
027490*    Clean finish - the row is marked complete with the final
027500*    counts, so a restart of the job skips this partition
027510*    outright.  RCNDRIV clears every row once the whole job
027520*    ends clean.
027530             MOVE RCN-DEF-NAME TO RCN-CKPT-DEF-NAME
027540             MOVE RCN-PARTITION-NO TO RCN-CKPT-PARTITION-NO
027550             SET RCN-CKPT-COMPLETE TO TRUE
027560             MOVE RCN-PARTITION-LOW TO RCN-CKPT-LOW-ACCT
027570             MOVE RCN-PARTITION-HIGH TO RCN-CKPT-HIGH-ACCT
027580             MOVE RCN-LAST-GOOD-ACCT TO RCN-CKPT-LAST-ACCT
027590             MOVE RCN-ROWS-READ TO RCN-CKPT-ROWS-READ
027600             MOVE RCN-ROWS-EXCEPTION TO RCN-CKPT-ROWS-EXCP
027610             MOVE RCN-MASTER-TOTAL TO RCN-CKPT-MASTER-TOTAL
027620             MOVE RCN-PARTITION-RUN-STAMP TO RCN-CKPT-RUN-DATE
027630             MOVE RCN-DELTA-SW TO RCN-CKPT-RUN-MODE
027640             MOVE RCN-SINCE-TS TO RCN-CKPT-SINCE-TS
027650             REWRITE RCN-CKPT-RECORD
027660         END-IF
027670         CLOSE RCN-CKPT-FILE
027680     END-IF
027690     IF RCN-EXCP-FILE-OPEN
027700         CLOSE RCN-EXCP-FILE
027710     END-IF
027720     IF RCN-GL-FILE-OPEN
027730         CLOSE RCN-GL-FILE
027740     END-IF
027750     IF RCN-SNAP-FILE-OPEN
027760         CLOSE RCN-SNAP-FILE
027770     END-IF
027780     IF RCN-JRIX-FILE-OPEN
027790         CLOSE RCN-JRIX-FILE
027800     END-IF
027810     IF RCN-SNEW-FILE-OPEN
027820         CLOSE RCN-SNEW-FILE
027830     END-IF
027840     IF RCN-DISP-FILE-OPEN
027850         CLOSE RCN-DISP-FILE
027860     END-IF
027870     ACCEPT RCN-TIME-RAW FROM TIME
027880     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
027890     MOVE RCN-TIME-SECS TO RCN-END-SECS
027900     ACCEPT RCN-END-DAY FROM DAY
027910     COMPUTE RCN-DAY-DIFF = RCN-END-DAY - RCN-START-DAY
027920     IF RCN-DAY-DIFF < ZERO
027930*    The run crossed a year end and the Julian day wrapped -
027940*    one midnight is the only sane reading.
027950         MOVE 1 TO RCN-DAY-DIFF
027960     END-IF
027970     COMPUTE RCN-ELAPSED-SECS =
027980         (RCN-DAY-DIFF * 86400)
027990             + RCN-END-SECS - RCN-START-SECS
028000     MOVE RCN-ELAPSED-SECS TO RCN-PARTITION-ELAPSED-SECS
028010     IF RCN-STAT-FILE-OPEN
028020         INITIALIZE RCN-STAT-RECORD
028030         MOVE RCN-DEF-NAME TO RCN-STAT-DEF-NAME
028040         MOVE RCN-PARTITION-NO TO RCN-STAT-PARTITION-NO
028050         EVALUATE TRUE
028060             WHEN RCN-SQL-ERROR
028070                 SET RCN-STAT-FAILED TO TRUE
028080             WHEN RCN-WINDING-DOWN
028090                 SET RCN-STAT-WOUND-DOWN TO TRUE
028100                 MOVE RCN-CMD-DISPLAY TO RCN-STAT-COMMAND
028110                 MOVE RCN-DEADLINE-HHMM TO RCN-STAT-DEADLINE
028120             WHEN OTHER
028130                 SET RCN-STAT-DONE TO TRUE
028140         END-EVALUATE
028150         MOVE RCN-PARTITION-LOW TO RCN-STAT-LOW-ACCT
028160         MOVE RCN-PARTITION-HIGH TO RCN-STAT-HIGH-ACCT
028170         MOVE RCN-LAST-GOOD-ACCT TO RCN-STAT-LAST-ACCT
028180         MOVE RCN-ROWS-READ TO RCN-STAT-ROWS-READ
028190         MOVE RCN-ROWS-EXCEPTION TO RCN-STAT-ROWS-EXCP
028200         MOVE RCN-ROWS-DISPOSED TO RCN-STAT-ROWS-DISP
028210         ACCEPT RCN-STAT-DATE-NOW FROM DATE YYYYMMDD
028220         MOVE RCN-STAT-DATE-NOW TO RCN-STAT-DATE
028230         MOVE RCN-TIME-HHMMSS TO RCN-STAT-TIME
028240         WRITE RCN-STAT-RECORD
028250         IF RCN-STAT-FILE-STATUS EQUAL "22"
028260             REWRITE RCN-STAT-RECORD
028270         END-IF
028280         CLOSE RCN-STAT-FILE
028290     END-IF
028300     DISPLAY "RCNWORK: PARTITION " RCN-PARTITION-NO
028310         " READ=" RCN-ROWS-READ
028320         " RECONCILED=" RCN-ROWS-RECONCILED
028330         " EXCEPTIONS=" RCN-ROWS-EXCEPTION
028340         " DISPOSITIONED=" RCN-ROWS-DISPOSED
028350         " ADJUSTMENTS=" RCN-ADJ-WRITTEN
028360         " RETCODE=" RCN-PARTITION-RETCODE.
028370 8000-EXIT.
028380     EXIT.
