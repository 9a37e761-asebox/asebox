002210*                     Changing how a status is treated is an
002220*                     overnight file edit now, not a program
002230*                     change.
002240*    10/06/2026  JH   PREFWAIT and PREFPOLL cards on RCNPARM
002250*                     are RCNPREF's feed-wait limit and poll
002260*                     interval - accepted and passed over here
002270*                     so the pre-flight step and the driver can
002280*                     share the one deck.
002290*    10/08/2026  JH   PRODCOL and BRANCHCOL cards on RCNPARM
002300*                     name RCNCTIE's product/branch grouping
002310*                     columns - accepted and passed over here
002320*                     as the PREFWAIT/PREFPOLL cards are.
002330*    10/09/2026  JH   Alert events - a rejected ledger extract,
002340*                     a partition ended failed, a coverage
002350*                     mismatch and the job's end (with its
002360*                     retcode, including a job refused at
002370*                     start) are written to the keyed RCNALRT
002380*                     outbound alert file for the monitoring
002390*                     agent, routed PAGE or LOG off the
002400*                     RCNARTE deck.  RCNALRT is created here
002410*                     ahead of the threads, which raise their
002420*                     own events into it.
002430*    10/10/2026  JH   DISPEXCL card on RCNPARM (Y or N, default
002440*                     Y) - whether the MAXEXCP breaker leaves
002450*                     exceptions researched and dispositioned
002460*                     on the RCNDISP file out of its count.
002470*                     Carried to the workers in the partition
002480*                     block.
002490*    10/11/2026  JH   RCNHIST records now carry the definition's
002500*                     master total (summed by the partitions),
002510*                     the ledger total over the run's range on
002520*                     RCNGLIX, a one-sided flag and the run
002530*                     mode, for RCNCERT's month-end
002540*                     certification.  The master total rides
002550*                     the checkpoint rows across a restart.
002560*    10/12/2026  JH   A RECONDEF naming a definition retired on
002570*                     RCNDEFS (RCNCFGM maintains the file now)
002580*                     refuses the job, as an unknown one does.
002590*    10/13/2026  JH   SIMULATE, SIMRULES and SIMTOL cards - a
002600*                     what-if pass that runs the status rules
002610*                     from a proposed deck and the balance test
002620*                     at a proposed tolerance over the current
002630*                     master, extracting to RCNSIMX for RCNSIMR
002640*                     to compare with the night's RCNEXCP.  Full
002650*                     sweep, against the RCNGLIX the night
002660*                     loaded; no checkpoint, status, history,
002670*                     snapshot, run-control or alert file is
002680*                     written, no remediation, no breaker.
002690*    10/15/2026  JH   NM rows carry the run stamp in RCN-EXCP-
002700*                     RUN-STAMP; the simulation ledger note
002710*                     names the GLIX file actually opened.
002720*    10/15/2026  JH   Job-end alert text says HALTED, WOUND
002730*                     DOWN or FAILED RC=nn rather than always
002740*                     COMPLETE.
002750*    10/15/2026  JH   RCNARTE comment cards tested through
002760*                     RCN-ARTE-CARD-BYTE-1.
002770******************************************************************
002780 IDENTIFICATION DIVISION.
002790 PROGRAM-ID. RCNDRIV.
002800 AUTHOR. J HALVERSEN, BATCH SUPPORT.
002810 INSTALLATION. DATA CENTER SERVICES.
002820 DATE-WRITTEN. 08/08/2026.
002830 DATE-COMPILED.
002840*
002850 ENVIRONMENT DIVISION.
002860 INPUT-OUTPUT SECTION.
002870 FILE-CONTROL.
002880*    Same RCNCKPT file RCNWORK checkpoints into - read here,
002890*    before any thread starts, to see whether a partition has a
002900*    row left over from an earlier abended run that it needs to
002910*    resume past.
002920     SELECT RCN-CKPT-FILE ASSIGN TO "RCNCKPT"
002930         ORGANIZATION IS INDEXED
002940*    DYNAMIC, not RANDOM - the per-definition restart reads are
002950*    keyed, but 0450-SCAN-RESTART's any-rows-at-all look needs
002960*    one READ NEXT.
002970         ACCESS MODE IS DYNAMIC
002980         LOCK MODE IS AUTOMATIC
002990*    RCNDRIV reads this file before any worker thread starts and
003000*    RCNWORK's threads have it open I-O throughout the run -
003010*    AUTOMATIC record locking, same as RCNWORK's SELECT, keeps
003020*    a read here from racing a thread's in-flight WRITE/REWRITE.
003030         RECORD KEY IS RCN-CKPT-KEY
003040         FILE STATUS IS RCN-CKPT-FILE-STATUS.
003050*    Exception detail extract the worker threads write and RCNXRPT
003060*    reports from.  Opened here only long enough to create it
003070*    (fresh for a new run, left in place across a restart) before
003080*    any thread starts, so no worker thread's OPEN OUTPUT races
003090*    another's - the same arrangement as RCNCKPT above.
003100*    A simulation run (SIMULATE=Y) writes the same layout to
003110*    RCNSIMX instead and leaves the night's extract alone.
003120     SELECT RCN-EXCP-FILE ASSIGN TO RCN-EXCP-FILE-NAME
003130         ORGANIZATION IS INDEXED
003140*    DYNAMIC, not RANDOM - the ledger sweep writes by key, and
003150*    4900-UPDATE-EXCP-HISTORY reads the extract front to back
003160*    to roll it into the exception-history file.
003170         ACCESS MODE IS DYNAMIC
003180         LOCK MODE IS AUTOMATIC
003190         RECORD KEY IS RCN-EXCP-KEY
003200         FILE STATUS IS RCN-EXCP-FILE-STATUS.
003210*    Exception-history file - one row per account/reason pair
003220*    ever extracted, aged from tonight's RCNEXCP rows by
003230*    4900-UPDATE-EXCP-HISTORY once every partition has ended
003240*    clean.  Never cleared here; outliving the nightly extract
003250*    is its whole point.
003260     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
003270         ORGANIZATION IS INDEXED
003280         ACCESS MODE IS DYNAMIC
003290         LOCK MODE IS AUTOMATIC
003300         RECORD KEY IS RCN-XHST-KEY
003310         FILE STATUS IS RCN-XHST-FILE-STATUS.
003320*
003330*    The nightly general-ledger extract as received - sequential,
003340*    one record per ledger account, in account-number order.
003350     SELECT RCN-GLEX-FILE ASSIGN TO RCN-GLEX-FILE-NAME
003360         ORGANIZATION IS SEQUENTIAL
003370         FILE STATUS IS RCN-GLEX-FILE-STATUS.
003380*    Reject report for a ledger extract that fails validation -
003390*    one line per thing wrong with it (count short, hash off,
003400*    stale date, sequence breaks), written by 1380-VALIDATE-
003410*    LEDGER so operations can tell the sending system exactly
003420*    what to fix.
003430     SELECT RCN-GLRJ-FILE ASSIGN TO "RCNGLRJO"
003440         FILE STATUS IS RCN-GLRJ-FILE-STATUS.
003450*    Keyed work copy of that extract, loaded by 1400-LOAD-LEDGER
003460*    before any thread starts so the partition threads can read
003470*    it by account and flag matches in place, and swept
003480*    sequentially by 3500-SWEEP-LEDGER after the join.
003490     SELECT RCN-GLIX-FILE ASSIGN TO RCN-GLIX-FILE-NAME
003500         ORGANIZATION IS INDEXED
003510         ACCESS MODE IS SEQUENTIAL
003520         LOCK MODE IS AUTOMATIC
003530         RECORD KEY IS RCN-GL-ACCT-NO
003540         FILE STATUS IS RCN-GLIX-FILE-STATUS.
003550*
003560*    The nightly transaction journal extract as received -
003570*    sequential, one record per posted transaction, signed.
003580     SELECT RCN-JRNL-FILE ASSIGN TO RCN-JRNL-FILE-NAME
003590         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS RCN-JRNL-FILE-STATUS.
003610*    Keyed work aggregate of that journal - net amount and
003620*    transaction count per account, loaded by 1450-LOAD-JOURNAL
003630*    before any thread starts so the partitions can read the
003640*    night's activity by account for the movement proof.
003650     SELECT RCN-JRIX-FILE ASSIGN TO RCN-JRIX-FILE-NAME
003660         ORGANIZATION IS INDEXED
003670         ACCESS MODE IS RANDOM
003680         LOCK MODE IS AUTOMATIC
003690         RECORD KEY IS RCN-JRN-ACCT-NO
003700         FILE STATUS IS RCN-JRIX-FILE-STATUS.
003710*    Prior-run balance snapshot - account and balance as of the
003720*    last clean run.  Read by the workers for the movement
003730*    proof; rewritten from RCNSNEW by 4850-ROLL-SNAPSHOT at
003740*    each clean finish.
003750     SELECT RCN-SNAP-FILE ASSIGN TO RCN-SNAP-FILE-NAME
003760         ORGANIZATION IS INDEXED
003770         ACCESS MODE IS RANDOM
003780         LOCK MODE IS AUTOMATIC
003790         RECORD KEY IS RCN-SNAP-ACCT-NO
003800         FILE STATUS IS RCN-SNAP-FILE-STATUS.
003810*    Tonight's snapshot work file, written by the partitions as
003820*    they fetch.  Created here ahead of the threads (fresh for
003830*    a new run, kept across a restart) the same way RCNEXCP is,
003840*    and read front to back by the end-of-job roll.
003850     SELECT RCN-SNEW-FILE ASSIGN TO RCN-SNEW-FILE-NAME
003860         ORGANIZATION IS INDEXED
003870         ACCESS MODE IS DYNAMIC
003880         LOCK MODE IS AUTOMATIC
003890         RECORD KEY IS RCN-SNEW-ACCT-NO
003900         FILE STATUS IS RCN-SNEW-FILE-STATUS.
003910*    Operator command file the RCNWORK partitions poll at every
003920*    checkpoint.  Created (and cleared of last night's rows)
003930*    here before any thread starts; operations writes the rows
003940*    while the run is in flight.
003950     SELECT RCN-CMND-FILE ASSIGN TO "RCNCMND"
003960         ORGANIZATION IS INDEXED
003970         ACCESS MODE IS RANDOM
003980         LOCK MODE IS AUTOMATIC
003990         RECORD KEY IS RCN-CMND-PARTITION-NO
004000         FILE STATUS IS RCN-CMND-FILE-STATUS.
004010*    Outbound alert file the monitoring agent polls - one row
004020*    per event RCNDRIV or a worker thread raises.  Created here
004030*    if absent before any thread starts (never cleared - rows
004040*    the agent has not taken are still owed to it) and opened
004050*    only for the length of one WRITE at a time.
004060     SELECT RCN-ALRT-FILE ASSIGN TO "RCNALRT"
004070         ORGANIZATION IS INDEXED
004080         ACCESS MODE IS RANDOM
004090         LOCK MODE IS AUTOMATIC
004100         RECORD KEY IS RCN-ALRT-KEY
004110         FILE STATUS IS RCN-ALRT-FILE-STATUS.
004120*    The alert-routing deck - which events page and which only
004130*    log.  Read once at job start into the routing table.
004140     SELECT RCN-ARTE-FILE ASSIGN TO "RCNARTE"
004150         ORGANIZATION IS SEQUENTIAL
004160         FILE STATUS IS RCN-ARTE-FILE-STATUS.
004170*
004180*    The run-control card deck - KEYWORD=VALUE, one per card,
004190*    * in column one for comments.  Read and validated before
004200*    anything else runs; the job refuses to start on a bad or
004210*    incomplete deck.
004220     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
004230         ORGANIZATION IS SEQUENTIAL
004240         FILE STATUS IS RCN-PARM-FILE-STATUS.
004250*    The reconciliation-definition file - one fixed-layout
004260*    record per master table the pass knows how to reconcile.
004270*    Scanned once per RECONDEF card keyword to pick the
004280*    definitions this run actually covers.
004290     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
004300         ORGANIZATION IS SEQUENTIAL
004310         FILE STATUS IS RCN-DEFS-FILE-STATUS.
004320*    The credentials file the card's CREDFILE keyword points to,
004330*    held outside the source library and apart from the deck -
004340*    USERID= and PASSWORD= cards in the same KEYWORD=VALUE form.
004350     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
004360         ORGANIZATION IS SEQUENTIAL
004370         FILE STATUS IS RCN-CRED-FILE-STATUS.
004380*    Run-history file - one record per run, keyed by run date
004390*    and time, appended at end of job for the RCNHRPT trend
004400*    report.  Never cleared here; history is the point.
004410     SELECT RCN-HIST-FILE ASSIGN TO "RCNHIST"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         LOCK MODE IS AUTOMATIC
004450         RECORD KEY IS RCN-HIST-KEY
004460         FILE STATUS IS RCN-HIST-FILE-STATUS.
004470*    Live per-partition progress, seeded here fresh each run and
004480*    refreshed by the workers' checkpoints; RCNINQ reads it on
004490*    demand while the run is in flight.
004500     SELECT RCN-STAT-FILE ASSIGN TO "RCNSTAT"
004510         ORGANIZATION IS INDEXED
004520         ACCESS MODE IS RANDOM
004530         LOCK MODE IS AUTOMATIC
004540         RECORD KEY IS RCN-STAT-KEY
004550         FILE STATUS IS RCN-STAT-FILE-STATUS.
004560*    Control record carrying the last clean run's start - what a
004570*    delta run reconciles forward from.  One record, written
004580*    here at every clean finish.
004590     SELECT RCN-CTL-FILE ASSIGN TO "RCNCTL"
004600         ORGANIZATION IS INDEXED
004610         ACCESS MODE IS RANDOM
004620         LOCK MODE IS AUTOMATIC
004630         RECORD KEY IS RCN-CTL-ID
004640         FILE STATUS IS RCN-CTL-FILE-STATUS.
004650*
004660 DATA DIVISION.
004670 FILE SECTION.
004680 FD  RCN-CKPT-FILE.
004690 01  RCN-CKPT-RECORD.
004700     COPY "rcnckpt.cbl".
004710*
004720 FD  RCN-EXCP-FILE.
004730 01  RCN-EXCP-RECORD.
004740     COPY "rcnexcp.cbl".
004750*
004760 FD  RCN-XHST-FILE.
004770 01  RCN-XHST-RECORD.
004780     COPY "rcnxhst.cbl".
004790*
004800 FD  RCN-GLEX-FILE.
004810*    Detail view - one ledger account, in account-number order
004820*    between the header and the trailer.
004830 01  RCN-GLEX-RECORD.
004840     05 RCN-GLEX-ACCT-NO       PIC 9(09).
004850     05 RCN-GLEX-BALANCE       PIC S9(11)V99.
004860     05 FILLER                 PIC X(12).
004870*    Header view - first record of the file: HDR in the type
004880*    bytes and the date the extract was cut, which must be this
004890*    run's date or the file is a stale re-send.
004900 01  RCN-GLEX-HEADER-REC.
004910     05 RCN-GLEX-HDR-ID        PIC X(03).
004920     05 RCN-GLEX-HDR-DATE      PIC 9(08).
004930     05 FILLER                 PIC X(23).
004940*    Trailer view - last record of the file: TRL, the detail
004950*    record count and the net balance hash total the validation
004960*    pass must reproduce to the penny.
004970 01  RCN-GLEX-TRAILER-REC.
004980     05 RCN-GLEX-TRL-ID        PIC X(03).
004990     05 RCN-GLEX-TRL-COUNT     PIC 9(09).
005000     05 RCN-GLEX-TRL-HASH      PIC S9(13)V99.
005010     05 FILLER                 PIC X(07).
005020*
005030 FD  RCN-GLRJ-FILE.
005040 01  RCN-GLRJ-RECORD           PIC X(132).
005050*
005060 FD  RCN-GLIX-FILE.
005070 01  RCN-GL-RECORD.
005080     COPY "rcnglex.cbl".
005090*
005100 FD  RCN-JRNL-FILE.
005110 01  RCN-JRNL-RECORD.
005120     05 RCN-JRNL-ACCT-NO       PIC 9(09).
005130     05 RCN-JRNL-AMOUNT        PIC S9(11)V99.
005140     05 FILLER                 PIC X(12).
005150*
005160 FD  RCN-JRIX-FILE.
005170 01  RCN-JRN-RECORD.
005180     COPY "rcnjrnl.cbl".
005190*
005200 FD  RCN-SNAP-FILE.
005210 01  RCN-SNAP-RECORD.
005220     COPY "rcnsnap.cbl".
005230*
005240 FD  RCN-SNEW-FILE.
005250 01  RCN-SNEW-RECORD.
005260     COPY "rcnsnew.cbl".
005270*
005280 FD  RCN-CMND-FILE.
005290 01  RCN-CMND-RECORD.
005300     COPY "rcncmnd.cbl".
005310*
005320 FD  RCN-ALRT-FILE.
005330 01  RCN-ALRT-RECORD.
005340     COPY "rcnalrt.cbl".
005350*
005360 FD  RCN-ARTE-FILE.
005370 01  RCN-ARTE-RECORD.
005380     COPY "rcnarte.cbl".
005390*
005400 FD  RCN-PARM-FILE.
005410 01  RCN-PARM-CARD.
005420     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
005430     05 FILLER                 PIC X(79).
005440*
005450 FD  RCN-DEFS-FILE.
005460 01  RCN-DEF-RECORD.
005470     COPY "rcndef.cbl".
005480*
005490 FD  RCN-CRED-FILE.
005500 01  RCN-CRED-CARD.
005510     05 RCN-CRED-CARD-BYTE-1   PIC X(01).
005520     05 FILLER                 PIC X(79).
005530*
005540 FD  RCN-HIST-FILE.
005550 01  RCN-HIST-RECORD.
005560     COPY "rcnhist.cbl".
005570*
005580 FD  RCN-STAT-FILE.
005590 01  RCN-STAT-RECORD.
005600     COPY "rcnstat.cbl".
005610*
005620 FD  RCN-CTL-FILE.
005630 01  RCN-CTL-RECORD.
005640     05 RCN-CTL-ID             PIC X(08).
005650     05 RCN-CTL-LAST-DATE      PIC 9(08).
005660     05 RCN-CTL-LAST-TIME      PIC 9(06).
005670     05 RCN-CTL-LAST-TS        PIC X(19).
005680     05 FILLER                 PIC X(19).
005690*
005700 WORKING-STORAGE SECTION.
005710*
005720******************************************************************
005730* Job-wide partitioning controls - all supplied by the RCNPARM
005740* run-control card and validated by 0300-VALIDATE-PARMS before
005750* anything else runs.
005760******************************************************************
005770 77  RCN-JOB-LOW-ACCT      PIC S9(09) COMP-5 VALUE ZERO.
005780 77  RCN-JOB-HIGH-ACCT     PIC S9(09) COMP-5 VALUE ZERO.
005790 77  RCN-NBR-PARTS         PIC 9(04) COMP    VALUE ZERO.
005800 77  RCN-PART-SPAN         PIC S9(09) COMP-5.
005810 77  RCN-MAX-PARTS         PIC 9(04) COMP    VALUE 20.
005820*
005830******************************************************************
005840* Density probing - the job range is cut into small probe spans,
005850* each COUNTed on the server through RCNCOUNT, and the probes
005860* are packed into partitions of roughly equal row counts.  When
005870* the counts cannot be had the old equal account-number spans
005880* are used instead - slower, never wrong.
005890******************************************************************
005900 77  RCN-MAX-PROBES        PIC 9(04) COMP VALUE 160.
005910 77  RCN-NBR-PROBES        PIC 9(04) COMP VALUE ZERO.
005920 77  RCN-PROBE-SPAN        PIC S9(09) COMP-5 VALUE ZERO.
005930 77  RCN-PROBE-SUB         PIC 9(04) COMP VALUE ZERO.
005940 77  RCN-FILL-SUB          PIC 9(04) COMP VALUE ZERO.
005950 77  RCN-FILL-START        PIC 9(04) COMP VALUE ZERO.
005960 77  RCN-GRAND-COUNT       PIC 9(09) COMP VALUE ZERO.
005970 77  RCN-PART-TARGET       PIC 9(09) COMP VALUE ZERO.
005980 77  RCN-PART-ACCUM        PIC 9(09) COMP VALUE ZERO.
005990*
006000 77  RCN-COUNTER-SWITCH    PIC X(01) VALUE "N".
006010     88 RCN-COUNTER-FAILED        VALUE "Y".
006020     88 RCN-COUNTER-GOOD          VALUE "N".
006030*
006040 77  RCN-CKPT-FOUND        PIC 9(04) COMP VALUE ZERO.
006050*
006060 77  RCN-COVERAGE-COUNT    PIC S9(09) COMP-5 VALUE ZERO.
006070*
006080 77  RCN-COVERAGE-SWITCH   PIC X(01) VALUE "N".
006090     88 RCN-COVERAGE-SHORT        VALUE "Y".
006100     88 RCN-COVERAGE-OK           VALUE "N".
006110*
006120******************************************************************
006130* Delta-run state - the effective run mode (the card's RUNMODE,
006140* dropped back to full when no baseline control record exists),
006150* the changed-since timestamp handed to the workers and the
006160* counter, and the split/build areas the timestamps are put
006170* together from.
006180******************************************************************
006190 77  RCN-CTL-FILE-STATUS   PIC X(02) VALUE "00".
006200*
006210 77  RCN-RUN-MODE-SWITCH   PIC X(01) VALUE "F".
006220     88 RCN-RUN-DELTA             VALUE "D".
006230     88 RCN-RUN-FULL              VALUE "F".
006240*
006250 77  RCN-SINCE-TS          PIC X(19) VALUE SPACES.
006260*    The last clean run's start off RCNCTL, read whatever the
006270*    run mode - the status rules' recent-maintenance baseline.
006280 77  RCN-MAINT-BASE-TS     PIC X(19) VALUE SPACES.
006290*
006300*    The card's effective mode as it stood before the restart
006310*    scan, kept only so the override (if any) can be said once.
006320 77  RCN-CARD-MODE-SAVE    PIC X(01) VALUE "F".
006330*
006340 01  RCN-DATE-SPLIT.
006350     05 RCN-DATE-SPLIT-N       PIC 9(08).
006360     05 RCN-DATE-SPLIT-X REDEFINES RCN-DATE-SPLIT-N.
006370        10 RCN-SPLIT-YYYY      PIC X(04).
006380        10 RCN-SPLIT-MM        PIC X(02).
006390        10 RCN-SPLIT-DD        PIC X(02).
006400*
006410 01  RCN-TIME-SPLIT.
006420     05 RCN-TIME-SPLIT-N       PIC 9(06).
006430     05 RCN-TIME-SPLIT-X REDEFINES RCN-TIME-SPLIT-N.
006440        10 RCN-SPLIT-HH        PIC X(02).
006450        10 RCN-SPLIT-MI        PIC X(02).
006460        10 RCN-SPLIT-SS        PIC X(02).
006470*
006480 01  RCN-TS-BUILD.
006490     05 RCN-TS-YYYY            PIC X(04).
006500     05 FILLER                 PIC X(01) VALUE "-".
006510     05 RCN-TS-MM              PIC X(02).
006520     05 FILLER                 PIC X(01) VALUE "-".
006530     05 RCN-TS-DD              PIC X(02).
006540     05 FILLER                 PIC X(01) VALUE SPACE.
006550     05 RCN-TS-HH              PIC X(02).
006560     05 FILLER                 PIC X(01) VALUE ":".
006570     05 RCN-TS-MI              PIC X(02).
006580     05 FILLER                 PIC X(01) VALUE ":".
006590     05 RCN-TS-SS              PIC X(02).
006600*
006610******************************************************************
006620* Run stamps and history bookkeeping - the run's date/time key
006630* for RCNHIST, wall-clock work fields for the job's elapsed
006640* seconds, and the history file status.
006650******************************************************************
006660 77  RCN-HIST-FILE-STATUS  PIC X(02) VALUE "00".
006670 77  RCN-STAT-FILE-STATUS  PIC X(02) VALUE "00".
006680 77  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
006690*    The job-level stamp the adjustments post under - tonight's
006700*    date on a fresh run, the original run's date on a restart
006710*    (read back off the checkpoint rows), so a restart's
006720*    re-inserts land under the date the posting job
006730*    de-duplicates on.
006740 77  RCN-RUN-STAMP         PIC 9(08) VALUE ZERO.
006750 77  RCN-START-DAY         PIC 9(05) COMP VALUE ZERO.
006760 77  RCN-END-DAY           PIC 9(05) COMP VALUE ZERO.
006770 77  RCN-START-SECS        PIC 9(07) COMP VALUE ZERO.
006780 77  RCN-END-SECS          PIC 9(07) COMP VALUE ZERO.
006790 77  RCN-DAY-DIFF          PIC S9(05) COMP VALUE ZERO.
006800 77  RCN-ELAPSED-SECS      PIC 9(07) COMP VALUE ZERO.
006810*
006820 01  RCN-RUN-TIME-WORK.
006830     05 RCN-RUN-TIME-RAW       PIC 9(08).
006840     05 RCN-RUN-TIME-RAW-R REDEFINES RCN-RUN-TIME-RAW.
006850        10 RCN-RUN-TIME-HHMMSS PIC 9(06).
006860        10 FILLER              PIC 9(02).
006870*
006880 01  RCN-TIME-WORK.
006890     05 RCN-TIME-RAW           PIC 9(08).
006900     05 RCN-TIME-RAW-R REDEFINES RCN-TIME-RAW.
006910        10 RCN-TIME-HH         PIC 9(02).
006920        10 RCN-TIME-MM         PIC 9(02).
006930        10 RCN-TIME-SS         PIC 9(02).
006940        10 FILLER              PIC 9(02).
006950     05 RCN-TIME-SECS          PIC 9(07) COMP.
006960*
006970 01  RCN-PROBE-TABLE.
006980     05 RCN-PROBE-ENTRY OCCURS 160 TIMES.
006990        10 RCN-PROBE-LOW       PIC S9(09) COMP-5.
007000        10 RCN-PROBE-HIGH      PIC S9(09) COMP-5.
007010        10 RCN-PROBE-ROWS      PIC 9(09) COMP.
007020*
007030******************************************************************
007040* Parameter block for the RCNCOUNT row-counting helper - the
007050* same RCNCNT layout RCNCOUNT's LINKAGE SECTION COPYs.
007060******************************************************************
007070 01  RCN-COUNTER-PARMS.
007080     COPY "rcncnt.cbl".
007090*
007100******************************************************************
007110* Run-control card state - the settings as parsed off RCNPARM
007120* and the credentials read from the file it points to.  The
007130* password goes from that file into the partition blocks and
007140* nowhere else - never into a DISPLAY.
007150******************************************************************
007160 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
007170 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
007180*
007190 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
007200     88 RCN-PARM-EOF              VALUE "Y".
007210     88 RCN-PARM-NOT-EOF          VALUE "N".
007220*
007230 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
007240     88 RCN-CRED-EOF              VALUE "Y".
007250     88 RCN-CRED-NOT-EOF          VALUE "N".
007260*
007270 77  RCN-PARM-ERR-SWITCH   PIC X(01) VALUE "N".
007280     88 RCN-PARM-ERROR            VALUE "Y".
007290     88 RCN-PARM-GOOD             VALUE "N".
007300*
007310 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
007320 77  RCN-PARM-SERVER       PIC X(30) VALUE SPACES.
007330 77  RCN-PARM-STBY-SERVER  PIC X(30) VALUE SPACES.
007340 77  RCN-PARM-USERID       PIC X(30) VALUE SPACES.
007350 77  RCN-PARM-PASSWD       PIC X(30) VALUE SPACES.
007360 77  RCN-PARM-CKPT-INTVL   PIC 9(09) COMP VALUE ZERO.
007370 77  RCN-PARM-TOLERANCE    PIC S9(07)V99 COMP-3 VALUE ZERO.
007380 77  RCN-PARM-REMED        PIC X(01) VALUE "N".
007390*    DEADLINE card value, HHMM on a 24-hour clock - zero means
007400*    no deadline, run to completion.  The split fields below
007410*    only serve 0300-VALIDATE-PARMS' range check.
007420 77  RCN-PARM-DEADLINE     PIC 9(04) COMP VALUE ZERO.
007430*    MAXEXCP circuit-breaker limits - an absolute job-wide
007440*    exception count and/or a percent of rows read; zero means
007450*    the limit is not set and the breaker stays out of the way.
007460 77  RCN-PARM-MAX-EXCP     PIC 9(09) COMP VALUE ZERO.
007470 77  RCN-PARM-MAX-EXCP-PCT PIC 9(03) COMP VALUE ZERO.
007480*    DISPEXCL - Y leaves dispositioned exceptions out of the
007490*    breaker's count, N counts every exception row.
007500 77  RCN-PARM-DISP-EXCL    PIC X(01) VALUE "Y".
007510 77  RCN-DL-HH             PIC 9(02) COMP VALUE ZERO.
007520 77  RCN-DL-MM             PIC 9(02) COMP VALUE ZERO.
007530*    The deadline folded to seconds on the job's start day, once,
007540*    at job start - the between-definitions window gate and the
007550*    partition blocks all work off this figure.
007560 77  RCN-DL-JOB-SECS       PIC S9(09) COMP-5 VALUE ZERO.
007570 77  RCN-NOW-DAY           PIC 9(05) COMP VALUE ZERO.
007580 77  RCN-NOW-DAY-DIFF      PIC S9(05) COMP VALUE ZERO.
007590 77  RCN-NOW-SECS          PIC S9(09) COMP-5 VALUE ZERO.
007600 77  RCN-PARM-RUNMODE      PIC X(08) VALUE "FULL".
007610*    SIMULATE card - Y makes the run a what-if pass against the
007620*    rules deck SIMRULES names (spaces meaning RCNSRULE itself)
007630*    and the SIMTOL tolerance (the TOLERANCE card's figure when
007640*    there is no SIMTOL card).  The extract it writes is named
007650*    by RCN-EXCP-FILE-NAME - RCNEXCP, or RCNSIMX in simulation.
007660 77  RCN-PARM-SIMULATE     PIC X(01) VALUE "N".
007670     88 RCN-SIM-RUN               VALUE "Y".
007680     88 RCN-NOT-SIM-RUN           VALUE "N".
007690 77  RCN-PARM-SIM-RULES    PIC X(08) VALUE SPACES.
007700 77  RCN-PARM-SIM-TOL      PIC S9(07)V99 COMP-3 VALUE ZERO.
007710 77  RCN-SIM-TOL-EDIT      PIC Z(06)9.99.
007720 77  RCN-EXCP-FILE-NAME    PIC X(08) VALUE "RCNEXCP".
007730*
007740 01  RCN-PARM-WORK.
007750     05 RCN-PARM-KEYWORD       PIC X(12).
007760     05 RCN-PARM-VALUE         PIC X(60).
007770     05 RCN-PARM-VALUE-R REDEFINES RCN-PARM-VALUE.
007780        10 RCN-PARM-VAL-CHAR   OCCURS 60 TIMES PIC X(01).
007790     05 RCN-PARM-DIGIT-X       PIC X(01).
007800     05 RCN-PARM-DIGIT-9 REDEFINES RCN-PARM-DIGIT-X PIC 9(01).
007810     05 RCN-PARM-NUMBER        PIC 9(09) COMP.
007820     05 RCN-PARM-DEC-PLACES    PIC 9(04) COMP.
007830     05 RCN-PARM-DEC-POWER     PIC 9(04) COMP.
007840     05 RCN-PARM-DIGIT-COUNT   PIC 9(04) COMP.
007850     05 RCN-PARM-SUB           PIC 9(04) COMP.
007860     05 RCN-PARM-NUM-SWITCH    PIC X(01).
007870        88 RCN-PARM-NUM-BAD         VALUE "Y".
007880        88 RCN-PARM-NUM-OK          VALUE "N".
007890     05 RCN-PARM-DONE-SWITCH   PIC X(01).
007900        88 RCN-PARM-NUM-DONE        VALUE "Y".
007910        88 RCN-PARM-NUM-SCANNING    VALUE "N".
007920     05 RCN-PARM-DEC-SWITCH    PIC X(01).
007930        88 RCN-PARM-DEC-ON          VALUE "Y".
007940        88 RCN-PARM-DEC-OFF         VALUE "N".
007950*
007960 01  RCN-PARM-SEEN-SWITCHES.
007970     05 RCN-PARM-LOW-SW        PIC X(01) VALUE "N".
007980        88 RCN-PARM-LOW-SEEN        VALUE "Y".
007990     05 RCN-PARM-HIGH-SW       PIC X(01) VALUE "N".
008000        88 RCN-PARM-HIGH-SEEN       VALUE "Y".
008010     05 RCN-PARM-PARTS-SW      PIC X(01) VALUE "N".
008020        88 RCN-PARM-PARTS-SEEN      VALUE "Y".
008030     05 RCN-PARM-CKPT-SW       PIC X(01) VALUE "N".
008040        88 RCN-PARM-CKPT-SEEN       VALUE "Y".
008050     05 RCN-PARM-SERVER-SW     PIC X(01) VALUE "N".
008060        88 RCN-PARM-SERVER-SEEN     VALUE "Y".
008070     05 RCN-PARM-CREDF-SW      PIC X(01) VALUE "N".
008080        88 RCN-PARM-CREDF-SEEN      VALUE "Y".
008090     05 RCN-PARM-SIMTOL-SW     PIC X(01) VALUE "N".
008100        88 RCN-PARM-SIMTOL-SEEN     VALUE "Y".
008110*
008120******************************************************************
008130* Reconciliation definitions - the names the card's RECONDEF
008140* keywords selected, the definitions found for them on RCNDEFS
008150* (in card order), and the current definition the per-
008160* definition pass is running.  No RECONDEF card synthesizes
008170* the ACCOUNT_MASTER definition the pass was born with.
008180******************************************************************
008190 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
008200*
008210 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
008220     88 RCN-DEFS-EOF              VALUE "Y".
008230     88 RCN-DEFS-NOT-EOF          VALUE "N".
008240*
008250 77  RCN-DEF-FOUND-SWITCH  PIC X(01) VALUE "N".
008260     88 RCN-DEF-FOUND             VALUE "Y".
008270     88 RCN-DEF-NOT-FOUND         VALUE "N".
008280*
008290 77  RCN-MAX-SEL-DEFS      PIC 9(04) COMP VALUE 8.
008300 77  RCN-NBR-SEL-DEFS      PIC 9(04) COMP VALUE ZERO.
008310 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
008320 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
008330 77  RCN-SEL-SUB           PIC 9(04) COMP VALUE ZERO.
008340*
008350 01  RCN-SEL-DEF-TABLE.
008360     05 RCN-SEL-DEF-NAME       OCCURS 8 TIMES PIC X(08).
008370*
008380*    One picked definition per entry, RCN-CUR-DEF's layout -
008390*    filled by 0360-FIND-ONE-DEF, pulled back entry by entry
008400*    at the top of 0500-RUN-ONE-DEFINITION.
008410 01  RCN-RUN-DEF-TABLE.
008420     05 RCN-RUN-DEF-ENTRY      OCCURS 8 TIMES PIC X(178).
008430*
008440 01  RCN-CUR-DEF.
008450     05 RCN-CUR-DEF-NAME       PIC X(08).
008460     05 RCN-CUR-DEF-TABLE      PIC X(30).
008470     05 RCN-CUR-KEY-COL        PIC X(30).
008480     05 RCN-CUR-BAL-COL        PIC X(30).
008490     05 RCN-CUR-STAT-COL       PIC X(30).
008500     05 RCN-CUR-GOOD-STATUS    PIC X(02).
008510     05 RCN-CUR-GLEX-NAME      PIC X(08).
008520     05 RCN-CUR-GLIX-NAME      PIC X(08).
008530     05 RCN-CUR-JRNL-NAME      PIC X(08).
008540     05 RCN-CUR-JRIX-NAME      PIC X(08).
008550     05 RCN-CUR-SNAP-NAME      PIC X(08).
008560     05 RCN-CUR-SNEW-NAME      PIC X(08).
008570*
008580*    Per-definition totals (the coverage check balances against
008590*    these), the card's PARTS as given (a definition's restart
008600*    override must not leak into the next definition), and the
008610*    definition pass's own start stamps for its history record.
008620 77  RCN-DEF-ROWS          PIC 9(09) COMP VALUE ZERO.
008630 77  RCN-DEF-EXCP          PIC 9(09) COMP VALUE ZERO.
008640*    The definition's money for its history record - the master
008650*    balances the partitions read and the ledger balances inside
008660*    the run's range.
008670 77  RCN-DEF-MASTER-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
008680 77  RCN-DEF-LEDGER-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
008690 77  RCN-CARD-PARTS        PIC 9(04) COMP VALUE ZERO.
008700 77  RCN-DEF-START-DAY     PIC 9(05) COMP VALUE ZERO.
008710 77  RCN-DEF-START-SECS    PIC 9(07) COMP VALUE ZERO.
008720*
008730*    Job-level restart and clean flags - the per-definition
008740*    RCN-RESTART-SWITCH resets every pass, these do not.
008750 77  RCN-JOB-RST-SWITCH    PIC X(01) VALUE "N".
008760     88 RCN-JOB-RESTART           VALUE "Y".
008770     88 RCN-JOB-FRESH             VALUE "N".
008780*
008790 77  RCN-JOB-CLEAN-SWITCH  PIC X(01) VALUE "Y".
008800     88 RCN-JOB-ALL-CLEAN         VALUE "Y".
008810     88 RCN-JOB-NOT-CLEAN         VALUE "N".
008820*
008830 77  RCN-JOB-HALT-SWITCH   PIC X(01) VALUE "N".
008840     88 RCN-JOB-HALTED            VALUE "Y".
008850     88 RCN-JOB-NOT-HALTED        VALUE "N".
008860*
008870 77  RCN-JOB-WIND-SWITCH   PIC X(01) VALUE "N".
008880     88 RCN-JOB-WOUND-DOWN        VALUE "Y".
008890     88 RCN-JOB-NOT-WOUND         VALUE "N".
008900*
008910******************************************************************
008920* What each definition's pass proved tonight, recorded by 0580-
008930* RECORD-DEF-STATE as the pass ends and read by the end-of-job
008940* history sweep - a reason class may only clear where its
008950* matching check really ran.
008960******************************************************************
008970 01  RCN-DEF-CLEAR-FLAGS.
008980     05 RCN-DEF-CLEAR-ENTRY    OCCURS 8 TIMES.
008990        10 RCN-DEF-RAN-FLAG       PIC X(01).
009000        10 RCN-DEF-LEDGER-OK-FLAG PIC X(01).
009010        10 RCN-DEF-MOVE-OK-FLAG   PIC X(01).
009020        10 RCN-DEF-STBY-OK-FLAG   PIC X(01).
009030*
009040 77  RCN-GL-USABLE-SWITCH  PIC X(01) VALUE "N".
009050     88 RCN-GL-USABLE             VALUE "Y".
009060     88 RCN-GL-NOT-USABLE         VALUE "N".
009070*
009080 77  RCN-JRN-USABLE-SWITCH PIC X(01) VALUE "N".
009090     88 RCN-JRN-USABLE            VALUE "Y".
009100     88 RCN-JRN-NOT-USABLE        VALUE "N".
009110*
009120 77  RCN-STBY-ALL-SWITCH   PIC X(01) VALUE "N".
009130     88 RCN-STBY-ALL-RAN          VALUE "Y".
009140     88 RCN-STBY-NOT-ALL          VALUE "N".
009150*
009160******************************************************************
009170* Thread bookkeeping
009180******************************************************************
009190 77  RCN-SUB               PIC 9(04) COMP VALUE ZERO.
009200 77  RCN-THREAD-RETCODE    PIC S9(04) COMP VALUE ZERO.
009210*
009220 77  RCN-TOTAL-ROWS        PIC 9(09) COMP VALUE ZERO.
009230 77  RCN-TOTAL-EXCEPTIONS  PIC 9(09) COMP VALUE ZERO.
009240 77  RCN-JOB-RETCODE       PIC S9(04) COMP VALUE ZERO.
009250*
009260******************************************************************
009270* Restart awareness - set as soon as 1210-CHECK-ONE-RESTART finds
009280* any partition's leftover checkpoint row; tells 1300-PREPARE-
009290* EXCEPTIONS to keep the extract the abended run already wrote
009300* instead of creating it fresh.
009310******************************************************************
009320 77  RCN-RESTART-SWITCH    PIC X(01) VALUE "N".
009330     88 RCN-ANY-RESTART           VALUE "Y".
009340     88 RCN-NO-RESTART            VALUE "N".
009350*
009360 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
009370 77  RCN-GLEX-FILE-STATUS  PIC X(02) VALUE "00".
009380 77  RCN-GLIX-FILE-STATUS  PIC X(02) VALUE "00".
009390*
009400******************************************************************
009410* Exception-history bookkeeping - the end-of-job roll of the
009420* RCNEXCP extract into RCNXHST: scan switches for the two
009430* front-to-back passes and the opened/aged/cleared counts for
009440* the operator log.
009450******************************************************************
009460 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
009470*
009480 77  RCN-EXCP-SCAN-SWITCH  PIC X(01) VALUE "N".
009490     88 RCN-EXCP-SCAN-EOF         VALUE "Y".
009500     88 RCN-EXCP-SCAN-MORE        VALUE "N".
009510*
009520 77  RCN-XHST-SCAN-SWITCH  PIC X(01) VALUE "N".
009530     88 RCN-XHST-SCAN-EOF         VALUE "Y".
009540     88 RCN-XHST-SCAN-MORE        VALUE "N".
009550*
009560*    Whether the history row in hand belongs to a definition on
009570*    tonight's cards - only those may be cleared by the sweep.
009580*    Which of tonight's definitions the history row in hand
009590*    belongs to - zero means none, and only rows of a
009600*    definition that ran tonight may be cleared.
009610 77  RCN-SEL-HIT           PIC 9(04) COMP VALUE ZERO.
009620*
009630 77  RCN-XHST-NEW-COUNT    PIC 9(09) COMP VALUE ZERO.
009640 77  RCN-XHST-AGED-COUNT   PIC 9(09) COMP VALUE ZERO.
009650 77  RCN-XHST-CLEAR-COUNT  PIC 9(09) COMP VALUE ZERO.
009660*
009670******************************************************************
009680* Dominant-reason tally for a halted run - one bucket per
009690* reason code seen on the extract; the biggest bucket names
009700* where the upstream fix starts.
009710******************************************************************
009720 01  RCN-RSN-TALLY-TABLE.
009730     05 RCN-RSN-ENTRY          OCCURS 20 TIMES.
009740        10 RCN-RSN-CODE        PIC X(02).
009750        10 RCN-RSN-COUNT       PIC 9(09) COMP.
009760*
009770 77  RCN-RSN-MAX           PIC 9(04) COMP VALUE 20.
009780 77  RCN-RSN-USED          PIC 9(04) COMP VALUE ZERO.
009790 77  RCN-RSN-SUB           PIC 9(04) COMP VALUE ZERO.
009800 77  RCN-RSN-HIT           PIC 9(04) COMP VALUE ZERO.
009810 77  RCN-RSN-BEST          PIC 9(04) COMP VALUE ZERO.
009820*
009830******************************************************************
009840* Ledger load/sweep bookkeeping - row counts for the operator
009850* log, and the end-of-file switches for the two ledger passes.
009860******************************************************************
009870 77  RCN-GL-LOAD-COUNT     PIC 9(09) COMP VALUE ZERO.
009880 77  RCN-GL-UNMATCHED      PIC 9(09) COMP VALUE ZERO.
009890*
009900 77  RCN-GLEX-EOF-SWITCH   PIC X(01) VALUE "N".
009910     88 RCN-GLEX-EOF              VALUE "Y".
009920     88 RCN-GLEX-NOT-EOF          VALUE "N".
009930*
009940 77  RCN-GLIX-EOF-SWITCH   PIC X(01) VALUE "N".
009950     88 RCN-GLIX-EOF              VALUE "Y".
009960     88 RCN-GLIX-NOT-EOF          VALUE "N".
009970*
009980******************************************************************
009990* Ledger-extract validation state - 1380-VALIDATE-LEDGER's own
010000* pass over RCNGLEX ahead of the load: what the header and
010010* trailer claimed, what the pass actually counted and hashed,
010020* and the sequence-error bookkeeping for the reject report.
010030******************************************************************
010040 77  RCN-GLRJ-FILE-STATUS  PIC X(02) VALUE "00".
010050*
010060 77  RCN-GL-VAL-SWITCH     PIC X(01) VALUE "N".
010070     88 RCN-GL-REJECTED           VALUE "Y".
010080     88 RCN-GL-VALIDATED          VALUE "N".
010090*
010100 77  RCN-GLRJ-OPEN-SWITCH  PIC X(01) VALUE "N".
010110     88 RCN-GLRJ-FILE-OPEN        VALUE "Y".
010120     88 RCN-GLRJ-FILE-NOT-OPEN    VALUE "N".
010130*
010140*    Job-level - a later definition's reject lines EXTEND the
010150*    report instead of truncating an earlier definition's.
010160 77  RCN-GLRJ-USED-SWITCH  PIC X(01) VALUE "N".
010170     88 RCN-GLRJ-USED            VALUE "Y".
010180     88 RCN-GLRJ-UNUSED          VALUE "N".
010190*
010200 77  RCN-GL-HDR-SWITCH     PIC X(01) VALUE "N".
010210     88 RCN-GL-HDR-SEEN           VALUE "Y".
010220*
010230 77  RCN-GL-NOHDR-SWITCH   PIC X(01) VALUE "N".
010240     88 RCN-GL-NOHDR-WRITTEN      VALUE "Y".
010250*
010260 77  RCN-GL-TRL-SWITCH     PIC X(01) VALUE "N".
010270     88 RCN-GL-TRL-SEEN           VALUE "Y".
010280*
010290 77  RCN-GL-AFTER-SWITCH   PIC X(01) VALUE "N".
010300     88 RCN-GL-AFTER-WRITTEN      VALUE "Y".
010310*
010320 77  RCN-GL-VAL-COUNT      PIC 9(09) COMP VALUE ZERO.
010330 77  RCN-GL-VAL-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
010340 77  RCN-GL-HASH-DIFF      PIC S9(13)V99 COMP-3 VALUE ZERO.
010350 77  RCN-GL-PREV-ACCT      PIC 9(09) VALUE ZERO.
010360 77  RCN-GL-SEQ-ERRORS     PIC 9(09) COMP VALUE ZERO.
010370 77  RCN-GL-SEQ-PRINT-MAX  PIC 9(04) COMP VALUE 20.
010380 77  RCN-GL-HDR-DATE-SAVE  PIC 9(08) VALUE ZERO.
010390 77  RCN-GL-TRL-COUNT-SAVE PIC 9(09) VALUE ZERO.
010400 77  RCN-GL-TRL-HASH-SAVE  PIC S9(13)V99 COMP-3 VALUE ZERO.
010410*
010420******************************************************************
010430* Reject-report lines - one purpose-built line per thing that
010440* can be wrong with the extract, so the report names exactly
010450* what failed and by how much.
010460******************************************************************
010470 01  RCN-GLRJ-HEADING.
010480     05 FILLER                 PIC X(42) VALUE
010490         "RCNGLEX LEDGER EXTRACT VALIDATION REPORT".
010500     05 FILLER                 PIC X(09) VALUE "RUN DATE ".
010510     05 RCN-GLRJ-HDG-DATE      PIC 9(08).
010520     05 FILLER                 PIC X(73) VALUE SPACES.
010530*
010540 01  RCN-GLRJ-DEF-LINE.
010550     05 FILLER                 PIC X(02) VALUE SPACES.
010560     05 FILLER                 PIC X(11) VALUE "DEFINITION ".
010570     05 RCN-GLRJ-DEF-NAME      PIC X(08).
010580     05 FILLER                 PIC X(10) VALUE ", EXTRACT ".
010590     05 RCN-GLRJ-DEF-GLEX      PIC X(08).
010600     05 FILLER                 PIC X(93) VALUE SPACES.
010610*
010620 01  RCN-GLRJ-NOHDR-LINE.
010630     05 FILLER                 PIC X(02) VALUE SPACES.
010640     05 FILLER                 PIC X(47) VALUE
010650         "REJECTED - FIRST RECORD IS NOT THE HDR HEADER".
010660     05 FILLER                 PIC X(83) VALUE SPACES.
010670*
010680 01  RCN-GLRJ-DUPHDR-LINE.
010690     05 FILLER                 PIC X(02) VALUE SPACES.
010700     05 FILLER                 PIC X(40) VALUE
010710         "REJECTED - DUPLICATE HEADER RECORD".
010720     05 FILLER                 PIC X(90) VALUE SPACES.
010730*
010740 01  RCN-GLRJ-STALE-LINE.
010750     05 FILLER                 PIC X(02) VALUE SPACES.
010760     05 FILLER                 PIC X(33) VALUE
010770         "REJECTED - STALE EXTRACT: DATED ".
010780     05 RCN-GLRJ-STALE-EXT     PIC 9(08).
010790     05 FILLER                 PIC X(15) VALUE
010800         ", RUN DATE IS ".
010810     05 RCN-GLRJ-STALE-RUN     PIC 9(08).
010820     05 FILLER                 PIC X(66) VALUE SPACES.
010830*
010840 01  RCN-GLRJ-SEQ-LINE.
010850     05 FILLER                 PIC X(02) VALUE SPACES.
010860     05 FILLER                 PIC X(49) VALUE
010870         "REJECTED - OUT-OF-SEQUENCE OR DUPLICATE ACCOUNT ".
010880     05 RCN-GLRJ-SEQ-ACCT      PIC ZZZZZZZZ9.
010890     05 FILLER                 PIC X(72) VALUE SPACES.
010900*
010910 01  RCN-GLRJ-SEQ-MORE-LINE.
010920     05 FILLER                 PIC X(02) VALUE SPACES.
010930     05 FILLER                 PIC X(42) VALUE
010940         "FURTHER SEQUENCE ERRORS SUPPRESSED, TOTAL ".
010950     05 RCN-GLRJ-SEQ-TOTAL     PIC ZZZ,ZZZ,ZZ9.
010960     05 FILLER                 PIC X(77) VALUE SPACES.
010970*
010980 01  RCN-GLRJ-NOTRL-LINE.
010990     05 FILLER                 PIC X(02) VALUE SPACES.
011000     05 FILLER                 PIC X(47) VALUE
011010         "REJECTED - NO TRL TRAILER RECORD".
011020     05 FILLER                 PIC X(83) VALUE SPACES.
011030*
011040 01  RCN-GLRJ-CNT-LINE.
011050     05 FILLER                 PIC X(02) VALUE SPACES.
011060     05 FILLER                 PIC X(33) VALUE
011070         "REJECTED - RECORD COUNT: TRAILER ".
011080     05 RCN-GLRJ-CNT-TRL       PIC ZZZ,ZZZ,ZZ9.
011090     05 FILLER                 PIC X(10) VALUE ", COUNTED ".
011100     05 RCN-GLRJ-CNT-ACTUAL    PIC ZZZ,ZZZ,ZZ9.
011110     05 FILLER                 PIC X(65) VALUE SPACES.
011120*
011130 01  RCN-GLRJ-HASH-LINE.
011140     05 FILLER                 PIC X(02) VALUE SPACES.
011150     05 FILLER                 PIC X(36) VALUE
011160         "REJECTED - BALANCE HASH TOTAL OFF BY".
011170     05 RCN-GLRJ-HASH-DIFF     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
011180     05 FILLER                 PIC X(73) VALUE SPACES.
011190*
011200 01  RCN-GLRJ-AFTER-LINE.
011210     05 FILLER                 PIC X(02) VALUE SPACES.
011220     05 FILLER                 PIC X(42) VALUE
011230         "REJECTED - RECORDS FOLLOW THE TRAILER".
011240     05 FILLER                 PIC X(88) VALUE SPACES.
011250*
011260 01  RCN-GLRJ-REJECT-LINE.
011270     05 FILLER                 PIC X(02) VALUE SPACES.
011280     05 FILLER                 PIC X(52) VALUE
011290         "EXTRACT REJECTED - RECONCILING MASTER SIDE ONLY".
011300     05 FILLER                 PIC X(78) VALUE SPACES.
011310*
011320 01  RCN-GLRJ-OK-LINE.
011330     05 FILLER                 PIC X(02) VALUE SPACES.
011340     05 FILLER                 PIC X(29) VALUE
011350         "EXTRACT VALIDATED - RECORDS ".
011360     05 RCN-GLRJ-OK-COUNT      PIC ZZZ,ZZZ,ZZ9.
011370     05 FILLER                 PIC X(14) VALUE ", NET BALANCE ".
011380     05 RCN-GLRJ-OK-HASH       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
011390     05 FILLER                 PIC X(55) VALUE SPACES.
011400*
011410 77  RCN-GL-LOAD-SWITCH    PIC X(01) VALUE "N".
011420     88 RCN-GL-LOAD-FAILED        VALUE "Y".
011430     88 RCN-GL-LOAD-GOOD          VALUE "N".
011440*
011450 77  RCN-PART-CLEAN-SWITCH PIC X(01) VALUE "Y".
011460     88 RCN-PART-ALL-CLEAN        VALUE "Y".
011470     88 RCN-PART-NOT-CLEAN        VALUE "N".
011480*
011490******************************************************************
011500* Per-definition file names - set from the current definition
011510* at the top of each pass; the SELECTs above open by them and
011520* the failure paths CBL_DELETE_FILE by them.
011530******************************************************************
011540 77  RCN-GLEX-FILE-NAME    PIC X(08) VALUE "RCNGLEX".
011550 77  RCN-GLIX-FILE-NAME    PIC X(08) VALUE "RCNGLIX".
011560 77  RCN-JRNL-FILE-NAME    PIC X(08) VALUE "RCNJRNL".
011570 77  RCN-JRIX-FILE-NAME    PIC X(08) VALUE "RCNJRIX".
011580 77  RCN-SNAP-FILE-NAME    PIC X(08) VALUE "RCNSNAP".
011590 77  RCN-SNEW-FILE-NAME    PIC X(08) VALUE "RCNSNEW".
011600*
011610******************************************************************
011620* Journal load and snapshot roll bookkeeping - the movement
011630* proof's side files: the journal aggregate loaded ahead of the
011640* threads, and the snapshot pair rolled at a clean finish.  A
011650* journal or snapshot that cannot be had never stops the night;
011660* the movement checks simply sit out, as they did before they
011670* existed.
011680******************************************************************
011690 77  RCN-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
011700 77  RCN-JRIX-FILE-STATUS  PIC X(02) VALUE "00".
011710 77  RCN-SNAP-FILE-STATUS  PIC X(02) VALUE "00".
011720 77  RCN-SNEW-FILE-STATUS  PIC X(02) VALUE "00".
011730*
011740 77  RCN-JRNL-EOF-SWITCH   PIC X(01) VALUE "N".
011750     88 RCN-JRNL-EOF              VALUE "Y".
011760     88 RCN-JRNL-NOT-EOF          VALUE "N".
011770*
011780 77  RCN-SNEW-EOF-SWITCH   PIC X(01) VALUE "N".
011790     88 RCN-SNEW-EOF              VALUE "Y".
011800     88 RCN-SNEW-NOT-EOF          VALUE "N".
011810*
011820 77  RCN-JRN-LOAD-SWITCH   PIC X(01) VALUE "N".
011830     88 RCN-JRN-LOAD-FAILED       VALUE "Y".
011840     88 RCN-JRN-LOAD-GOOD         VALUE "N".
011850*
011860 77  RCN-JRN-TXN-LOADED    PIC 9(09) COMP VALUE ZERO.
011870 77  RCN-JRN-ACCT-LOADED   PIC 9(09) COMP VALUE ZERO.
011880 77  RCN-SNAP-ROLLED       PIC 9(09) COMP VALUE ZERO.
011890*
011900*
011910 77  RCN-CMND-FILE-STATUS  PIC X(02) VALUE "00".
011920*
011930******************************************************************
011940* Alert controls - the RCNARTE routing deck as loaded at job
011950* start, the event being raised (filled in by the caller of
011960* 6000-RAISE-ALERT), and this writer's sequence number, which
011970* keeps two events stamped in the same hundredth of a second
011980* apart on the RCNALRT key.
011990******************************************************************
012000 77  RCN-ALRT-FILE-STATUS  PIC X(02) VALUE "00".
012010 77  RCN-ARTE-FILE-STATUS  PIC X(02) VALUE "00".
012020*
012030 77  RCN-ARTE-EOF-SWITCH   PIC X(01) VALUE "N".
012040     88 RCN-ARTE-EOF              VALUE "Y".
012050     88 RCN-ARTE-NOT-EOF          VALUE "N".
012060*
012070 77  RCN-ARTE-MATCH-SWITCH PIC X(01) VALUE "N".
012080     88 RCN-ARTE-MATCHED          VALUE "Y".
012090     88 RCN-ARTE-NOT-MATCHED      VALUE "N".
012100*
012110 77  RCN-ARTE-MAX          PIC 9(04) COMP VALUE 30.
012120 77  RCN-ARTE-USED         PIC 9(04) COMP VALUE ZERO.
012130 77  RCN-ARTE-SUB          PIC 9(04) COMP VALUE ZERO.
012140 77  RCN-ALRT-SEQ-NEXT     PIC 9(04) COMP VALUE ZERO.
012150*
012160 77  RCN-EVT-CODE          PIC X(08) VALUE SPACES.
012170 77  RCN-EVT-SEVERITY      PIC X(01) VALUE SPACE.
012180     88 RCN-EVT-CRITICAL          VALUE "C".
012190     88 RCN-EVT-WARNING           VALUE "W".
012200     88 RCN-EVT-INFO              VALUE "I".
012210 77  RCN-EVT-ROUTE         PIC X(04) VALUE SPACES.
012220 77  RCN-EVT-DEF-NAME      PIC X(08) VALUE SPACES.
012230 77  RCN-EVT-PARTITION-NO  PIC 9(04) COMP VALUE ZERO.
012240 77  RCN-EVT-RETCODE       PIC 9(04) COMP VALUE ZERO.
012250 77  RCN-EVT-TEXT          PIC X(60) VALUE SPACES.
012260 77  RCN-EVT-COUNT-1       PIC 9(09) VALUE ZERO.
012270 77  RCN-EVT-COUNT-2       PIC 9(09) VALUE ZERO.
012280*    How the job ended, for the job-end alert's text.
012290 77  RCN-EVT-END-STATE     PIC X(20) VALUE SPACES.
012300 77  RCN-EVT-RC-DISP       PIC 9(02) VALUE ZERO.
012310*
012320 01  RCN-ARTE-TABLE.
012330     05 RCN-ARTE-ENTRY         OCCURS 30 TIMES.
012340        10 RCN-TBL-ARTE-EVENT  PIC X(08).
012350        10 RCN-TBL-ARTE-SEV    PIC X(01).
012360        10 RCN-TBL-ARTE-ROUTE  PIC X(04).
012370*
012380******************************************************************
012390* Checkpoint-file status, shared by every 1200-CHECK-RESTART read
012400******************************************************************
012410 77  RCN-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
012420*
012430******************************************************************
012440* One partition block and one thread handle per partition, held
012450* as a table so each thread gets its own private argument area.
012460* RCN-PARTITION-NO through RCN-PARTITION-ROWS-READ are COPYed
012470* from RCNPART, the same layout RCNWORK's LINKAGE SECTION COPYs,
012480* so the block passed to CBL_THREAD_START can't drift out of
012490* step with what RCNWORK declares to receive it.
012500******************************************************************
012510 01  RCN-PARTITION-TABLE.
012520     05 RCN-PARTITION-ENTRY OCCURS 20 TIMES
012530                            INDEXED BY RCN-PART-IDX.
012540        COPY "rcnpart.cbl".
012550        10 RCN-TBL-THREAD-HANDLE     PIC X(08) VALUE LOW-VALUE.
012560*
012570 PROCEDURE DIVISION.
012580*
012590******************************************************************
012600* 0000-MAINLINE
012610******************************************************************
012620 0000-MAINLINE.
012630     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
012640     ACCEPT RCN-RUN-TIME-RAW FROM TIME
012650     MOVE RCN-RUN-TIME-RAW TO RCN-TIME-RAW
012660     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
012670     MOVE RCN-TIME-SECS TO RCN-START-SECS
012680     ACCEPT RCN-START-DAY FROM DAY
012690     MOVE RCN-RUN-DATE TO RCN-RUN-STAMP
012700     PERFORM 0100-READ-PARMS THRU 0100-EXIT
012710     PERFORM 0200-READ-CREDENTIALS THRU 0200-EXIT
012720     PERFORM 0250-LOAD-ALERT-ROUTES THRU 0250-EXIT
012730     PERFORM 0300-VALIDATE-PARMS THRU 0300-EXIT
012740     IF RCN-PARM-ERROR
012750         DISPLAY "RCNDRIV: RUN-CONTROL ERRORS - JOB NOT STARTED"
012760         MOVE 16 TO RCN-JOB-RETCODE
012770         MOVE "RUN-CONTROL ERRORS - JOB NOT STARTED"
012780             TO RCN-EVT-TEXT
012790         PERFORM 6100-RAISE-JOB-END THRU 6100-EXIT
012800         MOVE 16 TO RETURN-CODE
012810         STOP RUN
012820     END-IF
012830     PERFORM 0350-READ-DEFINITIONS THRU 0350-EXIT
012840     IF RCN-PARM-ERROR
012850         DISPLAY "RCNDRIV: DEFINITION ERRORS - JOB NOT STARTED"
012860         MOVE 16 TO RCN-JOB-RETCODE
012870         MOVE "DEFINITION ERRORS - JOB NOT STARTED"
012880             TO RCN-EVT-TEXT
012890         PERFORM 6100-RAISE-JOB-END THRU 6100-EXIT
012900         MOVE 16 TO RETURN-CODE
012910         STOP RUN
012920     END-IF
012930     MOVE RCN-NBR-PARTS TO RCN-CARD-PARTS
012940     IF RCN-PARM-DEADLINE > ZERO
012950*    Folded once, on the job's start day - a deadline at or
012960*    before the start time means tomorrow morning.  Nothing
012970*    downstream may re-fold it, or a deadline already behind
012980*    the clock reads as a day away.
012990         COMPUTE RCN-DL-JOB-SECS =
013000             (RCN-DL-HH * 3600) + (RCN-DL-MM * 60)
013010         IF RCN-DL-JOB-SECS NOT GREATER RCN-START-SECS
013020             ADD 86400 TO RCN-DL-JOB-SECS
013030         END-IF
013040     END-IF
013050     PERFORM 0400-GET-RUN-CONTROL THRU 0400-EXIT
013060     PERFORM 0450-SCAN-RESTART THRU 0450-EXIT
013070     PERFORM 1300-PREPARE-EXCEPTIONS THRU 1300-EXIT
013080     PERFORM 1350-PREPARE-STATUS THRU 1350-EXIT
013090     PERFORM 1480-PREPARE-COMMANDS THRU 1480-EXIT
013100     PERFORM 1495-PREPARE-ALERTS THRU 1495-EXIT
013110     MOVE ALL "N" TO RCN-DEF-CLEAR-FLAGS
013120*    The pass proper, once per definition the card selected -
013130*    partition cut, worker threads, ledger sweep, coverage,
013140*    history, checkpoint clear and snapshot roll are all
013150*    per-definition; only the extract, the run baseline and
013160*    the exception history are job-wide.
013170     PERFORM 0500-RUN-ONE-DEFINITION THRU 0500-EXIT
013180         VARYING RCN-DEF-SUB FROM 1 BY 1
013190         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
013200             OR RCN-JOB-HALTED
013210             OR RCN-JOB-WOUND-DOWN
013220*    A halt or wind-down mid-list leaves later definitions
013230*    unstarted - starting them would fetch millions of rows
013240*    inside the window the stop exists to protect.
013250     IF (RCN-JOB-HALTED OR RCN-JOB-WOUND-DOWN)
013260         AND RCN-DEF-SUB NOT GREATER RCN-NBR-DEFS
013270         DISPLAY "RCNDRIV: DEFINITION "
013280             RCN-SEL-DEF-NAME (RCN-DEF-SUB)
013290             " AND ANY AFTER IT NOT STARTED"
013300     END-IF
013310     PERFORM 4020-REPORT-JOB THRU 4020-EXIT
013320     PERFORM 4500-CLEAR-CHECKPOINTS THRU 4500-EXIT
013330     PERFORM 4900-UPDATE-EXCP-HISTORY THRU 4900-EXIT
013340     PERFORM 4800-UPDATE-RUN-CONTROL THRU 4800-EXIT
013350     MOVE RCN-TOTAL-ROWS TO RCN-EVT-COUNT-1
013360     MOVE RCN-TOTAL-EXCEPTIONS TO RCN-EVT-COUNT-2
013370*    The text says how the night ended - a halt also winds the
013380*    job down, so it is tested first; only 0 or 4 is complete.
013390     MOVE SPACES TO RCN-EVT-END-STATE
013400     EVALUATE TRUE
013410         WHEN RCN-JOB-HALTED
013420             MOVE "JOB HALTED" TO RCN-EVT-END-STATE
013430         WHEN RCN-JOB-WOUND-DOWN
013440             MOVE "JOB WOUND DOWN" TO RCN-EVT-END-STATE
013450         WHEN RCN-JOB-RETCODE < 8
013460             MOVE "JOB COMPLETE" TO RCN-EVT-END-STATE
013470         WHEN OTHER
013480             MOVE RCN-JOB-RETCODE TO RCN-EVT-RC-DISP
013490             STRING "JOB FAILED RC=" DELIMITED BY SIZE
013500                    RCN-EVT-RC-DISP DELIMITED BY SIZE
013510                 INTO RCN-EVT-END-STATE
013520     END-EVALUATE
013530     MOVE SPACES TO RCN-EVT-TEXT
013540     STRING RCN-EVT-END-STATE DELIMITED BY "  "
013550            " - ROWS=" DELIMITED BY SIZE
013560            RCN-EVT-COUNT-1 DELIMITED BY SIZE
013570            " EXCEPTIONS=" DELIMITED BY SIZE
013580            RCN-EVT-COUNT-2 DELIMITED BY SIZE
013590         INTO RCN-EVT-TEXT
013600     PERFORM 6100-RAISE-JOB-END THRU 6100-EXIT
013610     MOVE RCN-JOB-RETCODE TO RETURN-CODE
013620     STOP RUN.
013630*
013640******************************************************************
013650* 0100-READ-PARMS
013660*    Reads the RCNPARM run-control deck, one KEYWORD=VALUE card
013670*    at a time.  Blank cards and * comments pass through; every
013680*    problem is DISPLAYed and flagged, and 0000-MAINLINE refuses
013690*    to start the job once anything has been flagged.
013700******************************************************************
013710 0100-READ-PARMS.
013720     OPEN INPUT RCN-PARM-FILE
013730     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
013740         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNPARM, STATUS="
013750             RCN-PARM-FILE-STATUS
013760         SET RCN-PARM-ERROR TO TRUE
013770         GO TO 0100-EXIT
013780     END-IF
013790     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
013800         UNTIL RCN-PARM-EOF
013810     CLOSE RCN-PARM-FILE.
013820 0100-EXIT.
013830     EXIT.
013840*
013850 0110-PARSE-ONE-PARM.
013860     READ RCN-PARM-FILE
013870         AT END
013880             SET RCN-PARM-EOF TO TRUE
013890     END-READ
013900     IF RCN-PARM-EOF
013910         GO TO 0110-EXIT
013920     END-IF
013930     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
013940         DISPLAY "RCNDRIV: RCNPARM READ FAILED, STATUS="
013950             RCN-PARM-FILE-STATUS
013960         SET RCN-PARM-ERROR TO TRUE
013970         SET RCN-PARM-EOF TO TRUE
013980         GO TO 0110-EXIT
013990     END-IF
014000     IF RCN-PARM-CARD EQUAL SPACES
014010         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
014020         GO TO 0110-EXIT
014030     END-IF
014040     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
014050     UNSTRING RCN-PARM-CARD DELIMITED BY "="
014060         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
014070     EVALUATE RCN-PARM-KEYWORD
014080         WHEN "LOWACCT"
014090             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014100             MOVE RCN-PARM-NUMBER TO RCN-JOB-LOW-ACCT
014110             SET RCN-PARM-LOW-SEEN TO TRUE
014120         WHEN "HIGHACCT"
014130             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014140             MOVE RCN-PARM-NUMBER TO RCN-JOB-HIGH-ACCT
014150             SET RCN-PARM-HIGH-SEEN TO TRUE
014160         WHEN "PARTS"
014170             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014180             MOVE RCN-PARM-NUMBER TO RCN-NBR-PARTS
014190             SET RCN-PARM-PARTS-SEEN TO TRUE
014200         WHEN "CKPTINTVL"
014210             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014220             MOVE RCN-PARM-NUMBER TO RCN-PARM-CKPT-INTVL
014230             SET RCN-PARM-CKPT-SEEN TO TRUE
014240         WHEN "TOLERANCE"
014250             PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
014260             IF RCN-PARM-DEC-PLACES > 2
014270                 DISPLAY "RCNDRIV: TOLERANCE CARRIES AT MOST"
014280                     " TWO DECIMAL PLACES"
014290                 SET RCN-PARM-ERROR TO TRUE
014300             ELSE
014310                 MOVE 1 TO RCN-PARM-DEC-POWER
014320                 IF RCN-PARM-DEC-PLACES EQUAL 1
014330                     MOVE 10 TO RCN-PARM-DEC-POWER
014340                 END-IF
014350                 IF RCN-PARM-DEC-PLACES EQUAL 2
014360                     MOVE 100 TO RCN-PARM-DEC-POWER
014370                 END-IF
014380                 COMPUTE RCN-PARM-TOLERANCE =
014390                     RCN-PARM-NUMBER / RCN-PARM-DEC-POWER
014400             END-IF
014410         WHEN "RUNMODE"
014420             IF RCN-PARM-VALUE EQUAL "FULL" OR "DELTA"
014430                 MOVE RCN-PARM-VALUE TO RCN-PARM-RUNMODE
014440             ELSE
014450                 DISPLAY "RCNDRIV: RUNMODE MUST BE FULL OR"
014460                     " DELTA"
014470                 SET RCN-PARM-ERROR TO TRUE
014480             END-IF
014490         WHEN "DEADLINE"
014500             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014510             MOVE RCN-PARM-NUMBER TO RCN-PARM-DEADLINE
014520         WHEN "REMED"
014530             IF RCN-PARM-VALUE EQUAL "Y" OR "N"
014540                 MOVE RCN-PARM-VALUE TO RCN-PARM-REMED
014550             ELSE
014560                 DISPLAY "RCNDRIV: REMED MUST BE Y OR N"
014570                 SET RCN-PARM-ERROR TO TRUE
014580             END-IF
014590         WHEN "MAXEXCP"
014600             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014610             MOVE RCN-PARM-NUMBER TO RCN-PARM-MAX-EXCP
014620         WHEN "MAXEXCPPCT"
014630             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
014640             MOVE RCN-PARM-NUMBER TO RCN-PARM-MAX-EXCP-PCT
014650         WHEN "DISPEXCL"
014660             IF RCN-PARM-VALUE EQUAL "Y" OR "N"
014670                 MOVE RCN-PARM-VALUE TO RCN-PARM-DISP-EXCL
014680             ELSE
014690                 DISPLAY "RCNDRIV: DISPEXCL MUST BE Y OR N"
014700                 SET RCN-PARM-ERROR TO TRUE
014710             END-IF
014720         WHEN "RECONDEF"
014730             IF RCN-NBR-SEL-DEFS >= RCN-MAX-SEL-DEFS
014740                 DISPLAY "RCNDRIV: AT MOST 8 RECONDEF CARDS"
014750                 SET RCN-PARM-ERROR TO TRUE
014760             ELSE
014770                 ADD 1 TO RCN-NBR-SEL-DEFS
014780                 MOVE RCN-PARM-VALUE TO
014790                     RCN-SEL-DEF-NAME (RCN-NBR-SEL-DEFS)
014800             END-IF
014810         WHEN "SIMULATE"
014820             IF RCN-PARM-VALUE EQUAL "Y" OR "N"
014830                 MOVE RCN-PARM-VALUE TO RCN-PARM-SIMULATE
014840             ELSE
014850                 DISPLAY "RCNDRIV: SIMULATE MUST BE Y OR N"
014860                 SET RCN-PARM-ERROR TO TRUE
014870             END-IF
014880         WHEN "SIMRULES"
014890             MOVE RCN-PARM-VALUE TO RCN-PARM-SIM-RULES
014900         WHEN "SIMTOL"
014910             PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
014920             IF RCN-PARM-DEC-PLACES > 2
014930                 DISPLAY "RCNDRIV: SIMTOL CARRIES AT MOST"
014940                     " TWO DECIMAL PLACES"
014950                 SET RCN-PARM-ERROR TO TRUE
014960             ELSE
014970                 MOVE 1 TO RCN-PARM-DEC-POWER
014980                 IF RCN-PARM-DEC-PLACES EQUAL 1
014990                     MOVE 10 TO RCN-PARM-DEC-POWER
015000                 END-IF
015010                 IF RCN-PARM-DEC-PLACES EQUAL 2
015020                     MOVE 100 TO RCN-PARM-DEC-POWER
015030                 END-IF
015040                 COMPUTE RCN-PARM-SIM-TOL =
015050                     RCN-PARM-NUMBER / RCN-PARM-DEC-POWER
015060                 SET RCN-PARM-SIMTOL-SEEN TO TRUE
015070             END-IF
015080         WHEN "STBYSRVR"
015090             MOVE RCN-PARM-VALUE TO RCN-PARM-STBY-SERVER
015100         WHEN "SERVER"
015110             MOVE RCN-PARM-VALUE TO RCN-PARM-SERVER
015120             SET RCN-PARM-SERVER-SEEN TO TRUE
015130         WHEN "CREDFILE"
015140             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
015150             SET RCN-PARM-CREDF-SEEN TO TRUE
015160*    Step cards for RCNPREF (wait limit, poll interval) and
015170*    RCNCTIE (grouping columns) - nothing the driver itself
015180*    acts on.
015190         WHEN "PREFWAIT"
015200         WHEN "PREFPOLL"
015210         WHEN "PRODCOL"
015220         WHEN "BRANCHCOL"
015230             CONTINUE
015240         WHEN OTHER
015250             DISPLAY "RCNDRIV: UNRECOGNIZED RCNPARM KEYWORD "
015260                 RCN-PARM-KEYWORD
015270             SET RCN-PARM-ERROR TO TRUE
015280     END-EVALUATE.
015290 0110-EXIT.
015300     EXIT.
015310*
015320 0140-PARSE-INTEGER.
015330     PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
015340     IF RCN-PARM-NUM-OK
015350         AND RCN-PARM-DEC-PLACES NOT EQUAL ZERO
015360         DISPLAY "RCNDRIV: WHOLE NUMBER REQUIRED FOR "
015370             RCN-PARM-KEYWORD
015380         SET RCN-PARM-ERROR TO TRUE
015390     END-IF.
015400 0140-EXIT.
015410     EXIT.
015420*
015430 0150-PARSE-NUMBER.
015440     MOVE ZERO TO RCN-PARM-NUMBER
015450                  RCN-PARM-DEC-PLACES
015460                  RCN-PARM-DIGIT-COUNT
015470     SET RCN-PARM-NUM-OK TO TRUE
015480     SET RCN-PARM-NUM-SCANNING TO TRUE
015490     SET RCN-PARM-DEC-OFF TO TRUE
015500     IF RCN-PARM-VALUE EQUAL SPACES
015510         SET RCN-PARM-NUM-BAD TO TRUE
015520     ELSE
015530         PERFORM 0160-PARSE-ONE-CHAR THRU 0160-EXIT
015540             VARYING RCN-PARM-SUB FROM 1 BY 1
015550             UNTIL RCN-PARM-SUB > 60
015560                 OR RCN-PARM-NUM-DONE
015570                 OR RCN-PARM-NUM-BAD
015580     END-IF
015590     IF RCN-PARM-DIGIT-COUNT EQUAL ZERO
015600         SET RCN-PARM-NUM-BAD TO TRUE
015610     END-IF
015620     IF RCN-PARM-NUM-BAD
015630         DISPLAY "RCNDRIV: BAD NUMERIC VALUE FOR "
015640             RCN-PARM-KEYWORD
015650         SET RCN-PARM-ERROR TO TRUE
015660     END-IF.
015670 0150-EXIT.
015680     EXIT.
015690*
015700 0160-PARSE-ONE-CHAR.
015710     MOVE RCN-PARM-VAL-CHAR (RCN-PARM-SUB) TO RCN-PARM-DIGIT-X
015720     EVALUATE TRUE
015730         WHEN RCN-PARM-DIGIT-X EQUAL SPACE
015740             SET RCN-PARM-NUM-DONE TO TRUE
015750         WHEN RCN-PARM-DIGIT-X EQUAL "."
015760             IF RCN-PARM-DEC-ON
015770                 SET RCN-PARM-NUM-BAD TO TRUE
015780             ELSE
015790                 SET RCN-PARM-DEC-ON TO TRUE
015800             END-IF
015810         WHEN RCN-PARM-DIGIT-X NUMERIC
015820             COMPUTE RCN-PARM-NUMBER =
015830                 (RCN-PARM-NUMBER * 10) + RCN-PARM-DIGIT-9
015840                 ON SIZE ERROR
015850                     SET RCN-PARM-NUM-BAD TO TRUE
015860             END-COMPUTE
015870             ADD 1 TO RCN-PARM-DIGIT-COUNT
015880             IF RCN-PARM-DEC-ON
015890                 ADD 1 TO RCN-PARM-DEC-PLACES
015900             END-IF
015910         WHEN OTHER
015920             SET RCN-PARM-NUM-BAD TO TRUE
015930     END-EVALUATE.
015940 0160-EXIT.
015950     EXIT.
015960*
015970******************************************************************
015980* 0200-READ-CREDENTIALS
015990*    Reads the USERID= and PASSWORD= cards from the file the
016000*    deck's CREDFILE keyword points to.  The values go into the
016010*    partition blocks and nowhere else - never into a DISPLAY.
016020******************************************************************
016030 0200-READ-CREDENTIALS.
016040     IF RCN-PARM-ERROR OR NOT RCN-PARM-CREDF-SEEN
016050         GO TO 0200-EXIT
016060     END-IF
016070     OPEN INPUT RCN-CRED-FILE
016080     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
016090         DISPLAY "RCNDRIV: UNABLE TO OPEN CREDENTIALS FILE "
016100             RCN-CRED-FILE-NAME " STATUS="
016110             RCN-CRED-FILE-STATUS
016120         SET RCN-PARM-ERROR TO TRUE
016130         GO TO 0200-EXIT
016140     END-IF
016150     PERFORM 0210-PARSE-ONE-CRED THRU 0210-EXIT
016160         UNTIL RCN-CRED-EOF
016170     CLOSE RCN-CRED-FILE.
016180 0200-EXIT.
016190     EXIT.
016200*
016210 0210-PARSE-ONE-CRED.
016220     READ RCN-CRED-FILE
016230         AT END
016240             SET RCN-CRED-EOF TO TRUE
016250     END-READ
016260     IF RCN-CRED-EOF
016270         GO TO 0210-EXIT
016280     END-IF
016290     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
016300         DISPLAY "RCNDRIV: CREDENTIALS READ FAILED, STATUS="
016310             RCN-CRED-FILE-STATUS
016320         SET RCN-PARM-ERROR TO TRUE
016330         SET RCN-CRED-EOF TO TRUE
016340         GO TO 0210-EXIT
016350     END-IF
016360     IF RCN-CRED-CARD EQUAL SPACES
016370         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
016380         GO TO 0210-EXIT
016390     END-IF
016400     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
016410     UNSTRING RCN-CRED-CARD DELIMITED BY "="
016420         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
016430     EVALUATE RCN-PARM-KEYWORD
016440         WHEN "USERID"
016450             MOVE RCN-PARM-VALUE TO RCN-PARM-USERID
016460         WHEN "PASSWORD"
016470             MOVE RCN-PARM-VALUE TO RCN-PARM-PASSWD
016480         WHEN OTHER
016490             DISPLAY "RCNDRIV: UNRECOGNIZED CREDENTIALS"
016500                 " KEYWORD " RCN-PARM-KEYWORD
016510             SET RCN-PARM-ERROR TO TRUE
016520     END-EVALUATE
016530     MOVE SPACES TO RCN-PARM-VALUE.
016540 0210-EXIT.
016550     EXIT.
016560*
016570******************************************************************
016580* 0250-LOAD-ALERT-ROUTES
016590*    Reads the RCNARTE routing deck into the routing table.  An
016600*    absent or broken deck never stops the job - every alert
016610*    then logs without paging, and the DISPLAY below says so.
016620******************************************************************
016630 0250-LOAD-ALERT-ROUTES.
016640     OPEN INPUT RCN-ARTE-FILE
016650     IF RCN-ARTE-FILE-STATUS NOT EQUAL "00"
016660         DISPLAY "RCNDRIV: NO ALERT ROUTING, STATUS="
016670             RCN-ARTE-FILE-STATUS
016680             " - ALERTS WILL LOG ONLY"
016690         GO TO 0250-EXIT
016700     END-IF
016710     PERFORM 0260-LOAD-ONE-ROUTE THRU 0260-EXIT
016720         UNTIL RCN-ARTE-EOF
016730     CLOSE RCN-ARTE-FILE.
016740 0250-EXIT.
016750     EXIT.
016760*
016770 0260-LOAD-ONE-ROUTE.
016780     READ RCN-ARTE-FILE
016790         AT END
016800             SET RCN-ARTE-EOF TO TRUE
016810     END-READ
016820     IF RCN-ARTE-EOF
016830         GO TO 0260-EXIT
016840     END-IF
016850     IF RCN-ARTE-FILE-STATUS NOT EQUAL "00"
016860         DISPLAY "RCNDRIV: RCNARTE READ FAILED, STATUS="
016870             RCN-ARTE-FILE-STATUS
016880         SET RCN-ARTE-EOF TO TRUE
016890         GO TO 0260-EXIT
016900     END-IF
016910     IF RCN-ARTE-EVENT EQUAL SPACES
016920         OR RCN-ARTE-CARD-BYTE-1 EQUAL "*"
016930         GO TO 0260-EXIT
016940     END-IF
016950     IF RCN-ARTE-ROUTE NOT EQUAL "PAGE"
016960         AND RCN-ARTE-ROUTE NOT EQUAL "LOG"
016970         DISPLAY "RCNDRIV: RCNARTE CARD FOR " RCN-ARTE-EVENT
016980             " ROUTE " RCN-ARTE-ROUTE " NOT PAGE OR LOG - IGNORED"
016990         GO TO 0260-EXIT
017000     END-IF
017010     IF RCN-ARTE-USED >= RCN-ARTE-MAX
017020         DISPLAY "RCNDRIV: ALERT ROUTES BEYOND " RCN-ARTE-MAX
017030             " IGNORED"
017040         SET RCN-ARTE-EOF TO TRUE
017050         GO TO 0260-EXIT
017060     END-IF
017070     ADD 1 TO RCN-ARTE-USED
017080     MOVE RCN-ARTE-EVENT TO RCN-TBL-ARTE-EVENT (RCN-ARTE-USED)
017090     MOVE RCN-ARTE-SEVERITY TO RCN-TBL-ARTE-SEV (RCN-ARTE-USED)
017100     MOVE RCN-ARTE-ROUTE TO RCN-TBL-ARTE-ROUTE (RCN-ARTE-USED).
017110 0260-EXIT.
017120     EXIT.
017130*
017140******************************************************************
017150* 0300-VALIDATE-PARMS
017160*    Every required keyword present and every value sensible, or
017170*    the job does not start.  Each shortfall gets its own line
017180*    so one rerun fixes the whole deck.
017190******************************************************************
017200 0300-VALIDATE-PARMS.
017210     IF NOT RCN-PARM-LOW-SEEN
017220         DISPLAY "RCNDRIV: RCNPARM MISSING LOWACCT"
017230         SET RCN-PARM-ERROR TO TRUE
017240     END-IF
017250     IF NOT RCN-PARM-HIGH-SEEN
017260         DISPLAY "RCNDRIV: RCNPARM MISSING HIGHACCT"
017270         SET RCN-PARM-ERROR TO TRUE
017280     END-IF
017290     IF NOT RCN-PARM-PARTS-SEEN
017300         DISPLAY "RCNDRIV: RCNPARM MISSING PARTS"
017310         SET RCN-PARM-ERROR TO TRUE
017320     END-IF
017330     IF NOT RCN-PARM-CKPT-SEEN
017340         DISPLAY "RCNDRIV: RCNPARM MISSING CKPTINTVL"
017350         SET RCN-PARM-ERROR TO TRUE
017360     END-IF
017370     IF NOT RCN-PARM-SERVER-SEEN
017380         DISPLAY "RCNDRIV: RCNPARM MISSING SERVER"
017390         SET RCN-PARM-ERROR TO TRUE
017400     END-IF
017410     IF NOT RCN-PARM-CREDF-SEEN
017420         DISPLAY "RCNDRIV: RCNPARM MISSING CREDFILE"
017430         SET RCN-PARM-ERROR TO TRUE
017440     END-IF
017450     IF RCN-PARM-ERROR
017460         GO TO 0300-EXIT
017470     END-IF
017480     IF RCN-JOB-LOW-ACCT >= RCN-JOB-HIGH-ACCT
017490         DISPLAY "RCNDRIV: LOWACCT MUST BE BELOW HIGHACCT"
017500         SET RCN-PARM-ERROR TO TRUE
017510     END-IF
017520     IF RCN-NBR-PARTS < 1 OR RCN-NBR-PARTS > 20
017530         DISPLAY "RCNDRIV: PARTS MUST BE 1 THROUGH 20"
017540         SET RCN-PARM-ERROR TO TRUE
017550     END-IF
017560     IF RCN-PARM-CKPT-INTVL < 1
017570         DISPLAY "RCNDRIV: CKPTINTVL MUST BE AT LEAST 1"
017580         SET RCN-PARM-ERROR TO TRUE
017590     END-IF
017600     IF RCN-PARM-DEADLINE > ZERO
017610         DIVIDE RCN-PARM-DEADLINE BY 100
017620             GIVING RCN-DL-HH REMAINDER RCN-DL-MM
017630         IF RCN-DL-HH > 23 OR RCN-DL-MM > 59
017640             DISPLAY "RCNDRIV: DEADLINE MUST BE HHMM ON A"
017650                 " 24-HOUR CLOCK"
017660             SET RCN-PARM-ERROR TO TRUE
017670         END-IF
017680     END-IF
017690     IF RCN-PARM-MAX-EXCP-PCT > 100
017700         DISPLAY "RCNDRIV: MAXEXCPPCT MUST BE 0 THROUGH 100"
017710         SET RCN-PARM-ERROR TO TRUE
017720     END-IF
017730     IF RCN-PARM-USERID EQUAL SPACES
017740         DISPLAY "RCNDRIV: CREDENTIALS FILE SUPPLIED NO USERID"
017750         SET RCN-PARM-ERROR TO TRUE
017760     END-IF
017770     IF RCN-PARM-PASSWD EQUAL SPACES
017780         DISPLAY "RCNDRIV: CREDENTIALS FILE SUPPLIED NO PASSWORD"
017790         SET RCN-PARM-ERROR TO TRUE
017800     END-IF
017810     IF RCN-SIM-RUN
017820         IF NOT RCN-PARM-SIMTOL-SEEN
017830             MOVE RCN-PARM-TOLERANCE TO RCN-PARM-SIM-TOL
017840         END-IF
017850         MOVE "RCNSIMX" TO RCN-EXCP-FILE-NAME
017860     ELSE
017870         IF RCN-PARM-SIM-RULES NOT EQUAL SPACES
017880             OR RCN-PARM-SIMTOL-SEEN
017890             DISPLAY "RCNDRIV: SIMRULES/SIMTOL PASSED OVER - NOT"
017900                 " A SIMULATION RUN"
017910         END-IF
017920     END-IF
017930     IF RCN-PARM-GOOD
017940         DISPLAY "RCNDRIV: RANGE " RCN-JOB-LOW-ACCT
017950             " TO " RCN-JOB-HIGH-ACCT
017960             " PARTS=" RCN-NBR-PARTS
017970             " CKPTINTVL=" RCN-PARM-CKPT-INTVL
017980             " SERVER=" RCN-PARM-SERVER
017990     END-IF
018000     IF RCN-PARM-GOOD
018010         AND RCN-SIM-RUN
018020         MOVE RCN-PARM-SIM-TOL TO RCN-SIM-TOL-EDIT
018030         IF RCN-PARM-SIM-RULES EQUAL SPACES
018040             DISPLAY "RCNDRIV: SIMULATION - RULES RCNSRULE"
018050                 " TOLERANCE=" RCN-SIM-TOL-EDIT
018060                 " - EXTRACT TO RCNSIMX ONLY"
018070         ELSE
018080             DISPLAY "RCNDRIV: SIMULATION - RULES "
018090                 RCN-PARM-SIM-RULES
018100                 " TOLERANCE=" RCN-SIM-TOL-EDIT
018110                 " - EXTRACT TO RCNSIMX ONLY"
018120         END-IF
018130     END-IF.
018140 0300-EXIT.
018150     EXIT.
018160*
018170*
018180******************************************************************
018190* 0400-GET-RUN-CONTROL
018200*    Establishes the effective run mode.  A DELTA card needs the
018210*    RCNCTL baseline - the last clean run's start - to sweep
018220*    forward from; without one the run drops back to a full
018230*    sweep and says so, which is also how the very first delta
018240*    night bootstraps itself.
018250******************************************************************
018260 0400-GET-RUN-CONTROL.
018270     IF RCN-PARM-RUNMODE EQUAL "DELTA"
018280         SET RCN-RUN-DELTA TO TRUE
018290     ELSE
018300         SET RCN-RUN-FULL TO TRUE
018310     END-IF
018320*    A simulation is set beside the night's full picture, so it
018330*    always reads the whole range - a delta pass would leave out
018340*    every account not maintained since the baseline.
018350     IF RCN-SIM-RUN
018360         AND RCN-RUN-DELTA
018370         DISPLAY "RCNDRIV: SIMULATION RUNS A FULL SWEEP - RUNMODE"
018380             " DELTA PASSED OVER"
018390         SET RCN-RUN-FULL TO TRUE
018400     END-IF
018410*    The baseline is read whatever the run mode - a delta run
018420*    sweeps forward from it, and the status rules' "recent
018430*    maintenance" test means "since it" on every run.
018440     OPEN INPUT RCN-CTL-FILE
018450     IF RCN-CTL-FILE-STATUS NOT EQUAL "00"
018460         IF RCN-RUN-DELTA
018470             DISPLAY "RCNDRIV: NO RUN-CONTROL BASELINE"
018480                 " (STATUS=" RCN-CTL-FILE-STATUS
018490                 ") - FULL SWEEP INSTEAD"
018500             SET RCN-RUN-FULL TO TRUE
018510         END-IF
018520         GO TO 0400-EXIT
018530     END-IF
018540     MOVE "LASTRUN" TO RCN-CTL-ID
018550     READ RCN-CTL-FILE
018560     IF RCN-CTL-FILE-STATUS EQUAL "00"
018570         MOVE RCN-CTL-LAST-TS TO RCN-MAINT-BASE-TS
018580         IF RCN-RUN-DELTA
018590             MOVE RCN-CTL-LAST-TS TO RCN-SINCE-TS
018600             DISPLAY "RCNDRIV: DELTA RUN - ACCOUNTS MAINTAINED"
018610                 " SINCE " RCN-SINCE-TS
018620             IF RCN-PARM-STBY-SERVER NOT EQUAL SPACES
018630                 DISPLAY "RCNDRIV: STANDBY COMPARE NEEDS A FULL"
018640                     " SWEEP - SKIPPED THIS RUN"
018650             END-IF
018660         END-IF
018670     ELSE
018680         IF RCN-RUN-DELTA
018690             DISPLAY "RCNDRIV: NO LAST-RUN RECORD - FULL SWEEP"
018700                 " INSTEAD"
018710             SET RCN-RUN-FULL TO TRUE
018720         END-IF
018730     END-IF
018740     CLOSE RCN-CTL-FILE.
018750 0400-EXIT.
018760     EXIT.
018770*
018780******************************************************************
018790* 0350-READ-DEFINITIONS
018800*    Resolves the card's RECONDEF names against the RCNDEFS
018810*    definition file, in card order - a name the file does not
018820*    carry refuses the job the same way a bad card does.  No
018830*    RECONDEF card at all synthesizes the ACCOUNT_MASTER
018840*    definition this pass was born with, so an unchanged deck
018850*    runs an unchanged night.
018860******************************************************************
018870 0350-READ-DEFINITIONS.
018880     IF RCN-NBR-SEL-DEFS EQUAL ZERO
018890         MOVE "ACCOUNT" TO RCN-CUR-DEF-NAME
018900         MOVE "ACCOUNT_MASTER" TO RCN-CUR-DEF-TABLE
018910         MOVE "ACCT_NO" TO RCN-CUR-KEY-COL
018920         MOVE "ACCT_BALANCE" TO RCN-CUR-BAL-COL
018930         MOVE "ACCT_STATUS" TO RCN-CUR-STAT-COL
018940         MOVE "OK" TO RCN-CUR-GOOD-STATUS
018950         MOVE "RCNGLEX" TO RCN-CUR-GLEX-NAME
018960         MOVE "RCNGLIX" TO RCN-CUR-GLIX-NAME
018970         MOVE "RCNJRNL" TO RCN-CUR-JRNL-NAME
018980         MOVE "RCNJRIX" TO RCN-CUR-JRIX-NAME
018990         MOVE "RCNSNAP" TO RCN-CUR-SNAP-NAME
019000         MOVE "RCNSNEW" TO RCN-CUR-SNEW-NAME
019010         MOVE RCN-CUR-DEF TO RCN-RUN-DEF-ENTRY (1)
019020         MOVE 1 TO RCN-NBR-DEFS
019030*    The selection table mirrors the synthesized default so
019040*    everything that filters on tonight's selected names (the
019050*    history sweep, say) sees it too.
019060         MOVE "ACCOUNT" TO RCN-SEL-DEF-NAME (1)
019070         MOVE 1 TO RCN-NBR-SEL-DEFS
019080         DISPLAY "RCNDRIV: NO RECONDEF CARD - ACCOUNT_MASTER"
019090             " DEFINITION ASSUMED"
019100         GO TO 0350-EXIT
019110     END-IF
019120     PERFORM 0360-FIND-ONE-DEF THRU 0360-EXIT
019130         VARYING RCN-SEL-SUB FROM 1 BY 1
019140         UNTIL RCN-SEL-SUB > RCN-NBR-SEL-DEFS
019150     MOVE RCN-NBR-SEL-DEFS TO RCN-NBR-DEFS.
019160 0350-EXIT.
019170     EXIT.
019180*
019190 0360-FIND-ONE-DEF.
019200     OPEN INPUT RCN-DEFS-FILE
019210     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
019220         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNDEFS, STATUS="
019230             RCN-DEFS-FILE-STATUS
019240         SET RCN-PARM-ERROR TO TRUE
019250         GO TO 0360-EXIT
019260     END-IF
019270     SET RCN-DEF-NOT-FOUND TO TRUE
019280     SET RCN-DEFS-NOT-EOF TO TRUE
019290     PERFORM 0370-MATCH-ONE-DEF THRU 0370-EXIT
019300         UNTIL RCN-DEFS-EOF OR RCN-DEF-FOUND
019310     CLOSE RCN-DEFS-FILE
019320     IF RCN-DEF-NOT-FOUND
019330         DISPLAY "RCNDRIV: RECONDEF "
019340             RCN-SEL-DEF-NAME (RCN-SEL-SUB)
019350             " NOT ON RCNDEFS"
019360         SET RCN-PARM-ERROR TO TRUE
019370     END-IF.
019380 0360-EXIT.
019390     EXIT.
019400*
019410 0370-MATCH-ONE-DEF.
019420     READ RCN-DEFS-FILE
019430         AT END
019440             SET RCN-DEFS-EOF TO TRUE
019450     END-READ
019460     IF RCN-DEFS-EOF
019470         GO TO 0370-EXIT
019480     END-IF
019490     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
019500         DISPLAY "RCNDRIV: RCNDEFS READ FAILED, STATUS="
019510             RCN-DEFS-FILE-STATUS
019520         SET RCN-PARM-ERROR TO TRUE
019530         SET RCN-DEFS-EOF TO TRUE
019540         GO TO 0370-EXIT
019550     END-IF
019560     IF RCN-DEF-NAME NOT EQUAL
019570         RCN-SEL-DEF-NAME (RCN-SEL-SUB)
019580         GO TO 0370-EXIT
019590     END-IF
019600     SET RCN-DEF-FOUND TO TRUE
019610     IF RCN-DEF-RETIRED
019620         DISPLAY "RCNDRIV: RECONDEF " RCN-DEF-NAME
019630             " IS RETIRED ON RCNDEFS"
019640         SET RCN-PARM-ERROR TO TRUE
019650         GO TO 0370-EXIT
019660     END-IF
019670     MOVE RCN-DEF-NAME TO RCN-CUR-DEF-NAME
019680     MOVE RCN-DEF-TABLE TO RCN-CUR-DEF-TABLE
019690     MOVE RCN-DEF-KEY-COL TO RCN-CUR-KEY-COL
019700     MOVE RCN-DEF-BAL-COL TO RCN-CUR-BAL-COL
019710     MOVE RCN-DEF-STAT-COL TO RCN-CUR-STAT-COL
019720     MOVE RCN-DEF-GOOD-STATUS TO RCN-CUR-GOOD-STATUS
019730     MOVE RCN-DEF-GLEX-NAME TO RCN-CUR-GLEX-NAME
019740     MOVE RCN-DEF-GLIX-NAME TO RCN-CUR-GLIX-NAME
019750     MOVE RCN-DEF-JRNL-NAME TO RCN-CUR-JRNL-NAME
019760     MOVE RCN-DEF-JRIX-NAME TO RCN-CUR-JRIX-NAME
019770     MOVE RCN-DEF-SNAP-NAME TO RCN-CUR-SNAP-NAME
019780     MOVE RCN-DEF-SNEW-NAME TO RCN-CUR-SNEW-NAME
019790     MOVE RCN-CUR-DEF TO RCN-RUN-DEF-ENTRY (RCN-SEL-SUB).
019800 0370-EXIT.
019810     EXIT.
019820*
019830******************************************************************
019840* 0450-SCAN-RESTART
019850*    One look at the checkpoint file before anything else runs -
019860*    any row at all means an earlier run abended somewhere, so
019870*    the job-wide files (the exception extract, the snapshot
019880*    work files) are carried rather than created fresh.  Also
019890*    creates RCNCKPT on the very first run, once, before any
019900*    worker thread could race another creating it.  The per-
019910*    definition restart detail still comes from 1200-CHECK-
019920*    RESTART at the top of each definition pass.
019930******************************************************************
019940 0450-SCAN-RESTART.
019950*    A simulation neither resumes nor leaves anything to resume
019960*    from - the checkpoint file belongs to the nightly run, and
019970*    an abended night's rows must still be there for its rerun.
019980     IF RCN-SIM-RUN
019990         GO TO 0450-EXIT
020000     END-IF
020010     OPEN I-O RCN-CKPT-FILE
020020     IF RCN-CKPT-FILE-STATUS EQUAL "35"
020030         OPEN OUTPUT RCN-CKPT-FILE
020040         CLOSE RCN-CKPT-FILE
020050         OPEN I-O RCN-CKPT-FILE
020060     END-IF
020070     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
020080         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCKPT, STATUS="
020090             RCN-CKPT-FILE-STATUS
020100         GO TO 0450-EXIT
020110     END-IF
020120     READ RCN-CKPT-FILE NEXT RECORD
020130         AT END
020140             CONTINUE
020150     END-READ
020160     IF RCN-CKPT-FILE-STATUS EQUAL "00"
020170         SET RCN-JOB-RESTART TO TRUE
020180         DISPLAY "RCNDRIV: CHECKPOINT ROWS FOUND - THIS IS A"
020190             " RESTART RUN"
020200     END-IF
020210     CLOSE RCN-CKPT-FILE.
020220 0450-EXIT.
020230     EXIT.
020240*
020250******************************************************************
020260* 0500-RUN-ONE-DEFINITION
020270*    One whole reconciliation pass for one definition - the
020280*    partition cut, the worker threads, the ledger sweep,
020290*    coverage, history, checkpoint clearing and the snapshot
020300*    roll, each against the definition's own table, columns
020310*    and files.  Runs in RECONDEF card order; a definition's
020320*    failure retcodes the job but never stops the definitions
020330*    behind it.
020340******************************************************************
020350 0500-RUN-ONE-DEFINITION.
020360     PERFORM 0520-CHECK-WINDOW THRU 0520-EXIT
020370     IF RCN-JOB-WOUND-DOWN
020380         GO TO 0500-EXIT
020390     END-IF
020400     MOVE RCN-RUN-DEF-ENTRY (RCN-DEF-SUB) TO RCN-CUR-DEF
020410     MOVE RCN-CUR-GLEX-NAME TO RCN-GLEX-FILE-NAME
020420     MOVE RCN-CUR-GLIX-NAME TO RCN-GLIX-FILE-NAME
020430     MOVE RCN-CUR-JRNL-NAME TO RCN-JRNL-FILE-NAME
020440     MOVE RCN-CUR-JRIX-NAME TO RCN-JRIX-FILE-NAME
020450     MOVE RCN-CUR-SNAP-NAME TO RCN-SNAP-FILE-NAME
020460     MOVE RCN-CUR-SNEW-NAME TO RCN-SNEW-FILE-NAME
020470     DISPLAY "RCNDRIV: DEFINITION " RCN-CUR-DEF-NAME
020480         " TABLE " RCN-CUR-DEF-TABLE
020490     ACCEPT RCN-TIME-RAW FROM TIME
020500     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
020510     MOVE RCN-TIME-SECS TO RCN-DEF-START-SECS
020520     ACCEPT RCN-DEF-START-DAY FROM DAY
020530     PERFORM 0550-RESET-DEF-STATE THRU 0550-EXIT
020540     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
020550     IF RCN-NO-RESTART
020560         PERFORM 1000-BUILD-PARTITIONS THRU 1000-EXIT
020570         PERFORM 1250-WRITE-BOUNDS THRU 1250-EXIT
020580     END-IF
020590     PERFORM 1150-SET-CONFIGS THRU 1150-EXIT
020600     PERFORM 1355-SEED-STATUS THRU 1355-EXIT
020610     PERFORM 1380-VALIDATE-LEDGER THRU 1380-EXIT
020620     PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT
020630     PERFORM 1450-LOAD-JOURNAL THRU 1450-EXIT
020640     PERFORM 1470-PREPARE-NEW-SNAPSHOT THRU 1470-EXIT
020650     PERFORM 2000-START-THREADS
020660     PERFORM 3000-JOIN-THREADS
020670     PERFORM 3500-SWEEP-LEDGER THRU 3500-EXIT
020680     PERFORM 4000-REPORT-TOTALS
020690     PERFORM 4700-CHECK-COVERAGE THRU 4700-EXIT
020700     PERFORM 4600-WRITE-HISTORY THRU 4600-EXIT
020710     PERFORM 4850-ROLL-SNAPSHOT THRU 4850-EXIT
020720     PERFORM 0580-RECORD-DEF-STATE THRU 0580-EXIT.
020730 0500-EXIT.
020740     EXIT.
020750*
020760******************************************************************
020770* 0520-CHECK-WINDOW
020780*    The deadline holds between definitions too - a partition
020790*    can exhaust its range just under the wire without a
020800*    checkpoint ever landing past the deadline, so the list
020810*    would otherwise start the next definition's multi-hour
020820*    pass into the online day the DEADLINE card protects.
020830******************************************************************
020840 0520-CHECK-WINDOW.
020850     IF RCN-PARM-DEADLINE EQUAL ZERO
020860         GO TO 0520-EXIT
020870     END-IF
020880     ACCEPT RCN-TIME-RAW FROM TIME
020890     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
020900     ACCEPT RCN-NOW-DAY FROM DAY
020910     COMPUTE RCN-NOW-DAY-DIFF = RCN-NOW-DAY - RCN-START-DAY
020920     IF RCN-NOW-DAY-DIFF < ZERO
020930         MOVE 1 TO RCN-NOW-DAY-DIFF
020940     END-IF
020950     COMPUTE RCN-NOW-SECS =
020960         (RCN-NOW-DAY-DIFF * 86400) + RCN-TIME-SECS
020970     IF RCN-NOW-SECS NOT LESS RCN-DL-JOB-SECS
020980         SET RCN-JOB-WOUND-DOWN TO TRUE
020990         IF RCN-JOB-RETCODE < 6
021000             MOVE 6 TO RCN-JOB-RETCODE
021010         END-IF
021020         DISPLAY "RCNDRIV: WINDOW CLOSED - DEFINITION "
021030             RCN-SEL-DEF-NAME (RCN-DEF-SUB)
021040             " NOT STARTED"
021050     END-IF.
021060 0520-EXIT.
021070     EXIT.
021080*
021090******************************************************************
021100* 0550-RESET-DEF-STATE
021110*    Every per-definition counter, switch and partition entry
021120*    back to its starting state - the second definition must
021130*    see exactly the storage the first one did, including the
021140*    card's own PARTS where a restart override moved it.
021150******************************************************************
021160 0550-RESET-DEF-STATE.
021170     MOVE RCN-CARD-PARTS TO RCN-NBR-PARTS
021180     MOVE ZERO TO RCN-CKPT-FOUND
021190                  RCN-GRAND-COUNT
021200                  RCN-COVERAGE-COUNT
021210                  RCN-GL-LOAD-COUNT
021220                  RCN-GL-UNMATCHED
021230                  RCN-GL-VAL-COUNT
021240                  RCN-GL-SEQ-ERRORS
021250                  RCN-GL-PREV-ACCT
021260                  RCN-GL-HDR-DATE-SAVE
021270                  RCN-GL-TRL-COUNT-SAVE
021280                  RCN-JRN-TXN-LOADED
021290                  RCN-JRN-ACCT-LOADED
021300                  RCN-SNAP-ROLLED
021310                  RCN-DEF-ROWS
021320                  RCN-DEF-EXCP
021330     MOVE ZERO TO RCN-GL-VAL-HASH
021340                  RCN-GL-TRL-HASH-SAVE
021350                  RCN-DEF-MASTER-TOTAL
021360                  RCN-DEF-LEDGER-TOTAL
021370     SET RCN-NO-RESTART TO TRUE
021380     SET RCN-COUNTER-GOOD TO TRUE
021390     SET RCN-COVERAGE-OK TO TRUE
021400     SET RCN-GLEX-NOT-EOF TO TRUE
021410     SET RCN-GLIX-NOT-EOF TO TRUE
021420     SET RCN-JRNL-NOT-EOF TO TRUE
021430     SET RCN-SNEW-NOT-EOF TO TRUE
021440     SET RCN-GL-LOAD-GOOD TO TRUE
021450     SET RCN-JRN-LOAD-GOOD TO TRUE
021460     SET RCN-GL-VALIDATED TO TRUE
021470     SET RCN-GL-NOT-USABLE TO TRUE
021480     SET RCN-JRN-NOT-USABLE TO TRUE
021490     SET RCN-PART-ALL-CLEAN TO TRUE
021500     MOVE "N" TO RCN-GLRJ-OPEN-SWITCH
021510                 RCN-GL-HDR-SWITCH
021520                 RCN-GL-NOHDR-SWITCH
021530                 RCN-GL-TRL-SWITCH
021540                 RCN-GL-AFTER-SWITCH
021550     PERFORM 0560-RESET-ONE-PARTITION THRU 0560-EXIT
021560         VARYING RCN-SUB FROM 1 BY 1
021570         UNTIL RCN-SUB > RCN-MAX-PARTS.
021580 0550-EXIT.
021590     EXIT.
021600*
021610 0560-RESET-ONE-PARTITION.
021620     SET RCN-PART-IDX TO RCN-SUB
021630     INITIALIZE RCN-PARTITION-ENTRY (RCN-PART-IDX)
021640     MOVE LOW-VALUE TO RCN-TBL-THREAD-HANDLE (RCN-PART-IDX)
021650     MOVE "N" TO RCN-PARTITION-RESTART-SWITCH (RCN-PART-IDX)
021660                 RCN-PARTITION-DONE-SWITCH (RCN-PART-IDX).
021670 0560-EXIT.
021680     EXIT.
021690*
021700******************************************************************
021710* 0580-RECORD-DEF-STATE
021720*    What tonight's pass actually proved for this definition -
021730*    the end-of-job history sweep may only clear a reason class
021740*    whose matching check really ran: BD/NG/NM need the ledger
021750*    loaded, MV/CA/NJ the journal aggregate and a prior
021760*    snapshot both in play, DS/DP/DM a standby compare that
021770*    ran in every partition and was never forfeited.
021780******************************************************************
021790 0580-RECORD-DEF-STATE.
021800     MOVE "N" TO RCN-DEF-LEDGER-OK-FLAG (RCN-DEF-SUB)
021810                 RCN-DEF-MOVE-OK-FLAG (RCN-DEF-SUB)
021820                 RCN-DEF-STBY-OK-FLAG (RCN-DEF-SUB)
021830*    Recorded only by a pass that ran to its end - a definition
021840*    the window gate skipped never gets here, and its rows must
021850*    not clear at all.
021860     MOVE "Y" TO RCN-DEF-RAN-FLAG (RCN-DEF-SUB)
021870     IF RCN-GL-USABLE
021880         MOVE "Y" TO RCN-DEF-LEDGER-OK-FLAG (RCN-DEF-SUB)
021890     END-IF
021900     IF RCN-JRN-USABLE
021910         OPEN INPUT RCN-SNAP-FILE
021920         IF RCN-SNAP-FILE-STATUS EQUAL "00"
021930             CLOSE RCN-SNAP-FILE
021940             MOVE "Y" TO RCN-DEF-MOVE-OK-FLAG (RCN-DEF-SUB)
021950         END-IF
021960     END-IF
021970     IF RCN-PARM-STBY-SERVER NOT EQUAL SPACES
021980         AND RCN-RUN-FULL
021990         SET RCN-STBY-ALL-RAN TO TRUE
022000         PERFORM 0590-CHECK-ONE-STBY THRU 0590-EXIT
022010             VARYING RCN-SUB FROM 1 BY 1
022020             UNTIL RCN-SUB > RCN-NBR-PARTS
022030         IF RCN-STBY-ALL-RAN
022040             MOVE "Y" TO RCN-DEF-STBY-OK-FLAG (RCN-DEF-SUB)
022050         END-IF
022060     END-IF.
022070 0580-EXIT.
022080     EXIT.
022090*
022100 0590-CHECK-ONE-STBY.
022110     SET RCN-PART-IDX TO RCN-SUB
022120     IF NOT RCN-PARTITION-STBY-RAN (RCN-PART-IDX)
022130         SET RCN-STBY-NOT-ALL TO TRUE
022140     END-IF.
022150 0590-EXIT.
022160     EXIT.
022170*
022180******************************************************************
022190* 1000-BUILD-PARTITIONS
022200*    Cuts RCN-JOB-LOW-ACCT through RCN-JOB-HIGH-ACCT into
022210*    RCN-NBR-PARTS non-overlapping ranges sized by actual row
022220*    density - the range is probed with server-side COUNTs
022230*    through RCNCOUNT and the probes are packed so each thread
022240*    carries about the same number of rows, not the same span
022250*    of account numbers.  When the counts cannot be had the
022260*    old equal spans are used instead.
022270******************************************************************
022280 1000-BUILD-PARTITIONS.
022290     PERFORM 1010-COUNT-DENSITY THRU 1010-EXIT
022300     IF RCN-COUNTER-FAILED
022310         DISPLAY "RCNDRIV: ROW COUNTS UNAVAILABLE - EQUAL"
022320             " SPANS USED"
022330         PERFORM 1080-BUILD-EQUAL-SPANS THRU 1080-EXIT
022340     ELSE
022350         PERFORM 1040-PACK-PARTITIONS THRU 1040-EXIT
022360     END-IF.
022370 1000-EXIT.
022380     EXIT.
022390*
022400 1010-COUNT-DENSITY.
022410     COMPUTE RCN-NBR-PROBES = RCN-NBR-PARTS * 8
022420     IF RCN-NBR-PROBES > RCN-MAX-PROBES
022430         MOVE RCN-MAX-PROBES TO RCN-NBR-PROBES
022440     END-IF
022450     COMPUTE RCN-PROBE-SPAN =
022460         ((RCN-JOB-HIGH-ACCT - RCN-JOB-LOW-ACCT + 1)
022470             / RCN-NBR-PROBES)
022480     IF RCN-PROBE-SPAN < 1
022490         MOVE 1 TO RCN-PROBE-SPAN
022500     END-IF
022510     MOVE RCN-RUN-MODE-SWITCH TO RCN-CNT-DELTA-SW
022520     MOVE RCN-SINCE-TS TO RCN-CNT-SINCE-TS
022530     MOVE RCN-CUR-DEF-TABLE TO RCN-CNT-TABLE
022540     MOVE RCN-CUR-KEY-COL TO RCN-CNT-KEY-COL
022550     SET RCN-CNT-FUNC-CONNECT TO TRUE
022560     MOVE RCN-PARM-SERVER TO RCN-CNT-SERVER
022570     MOVE RCN-PARM-USERID TO RCN-CNT-USERID
022580     MOVE RCN-PARM-PASSWD TO RCN-CNT-PASSWD
022590     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
022600     IF RCN-CNT-RETCODE NOT EQUAL ZERO
022610         DISPLAY "RCNDRIV: COUNTER CONNECT FAILED, SQLCODE="
022620             RCN-CNT-SQLCODE
022630         SET RCN-COUNTER-FAILED TO TRUE
022640         GO TO 1010-EXIT
022650     END-IF
022660     MOVE ZERO TO RCN-GRAND-COUNT
022670     PERFORM 1020-COUNT-ONE-PROBE THRU 1020-EXIT
022680         VARYING RCN-PROBE-SUB FROM 1 BY 1
022690         UNTIL RCN-PROBE-SUB > RCN-NBR-PROBES
022700             OR RCN-COUNTER-FAILED
022710     SET RCN-CNT-FUNC-DISCONNECT TO TRUE
022720     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS.
022730 1010-EXIT.
022740     EXIT.
022750*
022760 1020-COUNT-ONE-PROBE.
022770     COMPUTE RCN-PROBE-LOW (RCN-PROBE-SUB) =
022780         RCN-JOB-LOW-ACCT
022790             + ((RCN-PROBE-SUB - 1) * RCN-PROBE-SPAN)
022800     IF RCN-PROBE-SUB = RCN-NBR-PROBES
022810         MOVE RCN-JOB-HIGH-ACCT TO
022820             RCN-PROBE-HIGH (RCN-PROBE-SUB)
022830     ELSE
022840         COMPUTE RCN-PROBE-HIGH (RCN-PROBE-SUB) =
022850             RCN-PROBE-LOW (RCN-PROBE-SUB) + RCN-PROBE-SPAN - 1
022860         IF RCN-PROBE-HIGH (RCN-PROBE-SUB) > RCN-JOB-HIGH-ACCT
022870             MOVE RCN-JOB-HIGH-ACCT TO
022880                 RCN-PROBE-HIGH (RCN-PROBE-SUB)
022890         END-IF
022900     END-IF
022910     IF RCN-PROBE-LOW (RCN-PROBE-SUB) >
022920         RCN-PROBE-HIGH (RCN-PROBE-SUB)
022930         MOVE ZERO TO RCN-PROBE-ROWS (RCN-PROBE-SUB)
022940         GO TO 1020-EXIT
022950     END-IF
022960     SET RCN-CNT-FUNC-COUNT TO TRUE
022970     MOVE RCN-PROBE-LOW (RCN-PROBE-SUB) TO RCN-CNT-LOW-ACCT
022980     MOVE RCN-PROBE-HIGH (RCN-PROBE-SUB) TO RCN-CNT-HIGH-ACCT
022990     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
023000     IF RCN-CNT-RETCODE NOT EQUAL ZERO
023010         DISPLAY "RCNDRIV: PROBE COUNT FAILED, SQLCODE="
023020             RCN-CNT-SQLCODE
023030         SET RCN-COUNTER-FAILED TO TRUE
023040         GO TO 1020-EXIT
023050     END-IF
023060     MOVE RCN-CNT-ROW-COUNT TO RCN-PROBE-ROWS (RCN-PROBE-SUB)
023070     ADD RCN-PROBE-ROWS (RCN-PROBE-SUB) TO RCN-GRAND-COUNT.
023080 1020-EXIT.
023090     EXIT.
023100*
023110 1040-PACK-PARTITIONS.
023120     DIVIDE RCN-GRAND-COUNT BY RCN-NBR-PARTS
023130         GIVING RCN-PART-TARGET
023140     IF RCN-PART-TARGET < 1
023150         MOVE 1 TO RCN-PART-TARGET
023160     END-IF
023170     DISPLAY "RCNDRIV: ROWS COUNTED=" RCN-GRAND-COUNT
023180         " TARGET PER PARTITION=" RCN-PART-TARGET
023190     MOVE 1 TO RCN-SUB
023200     SET RCN-PART-IDX TO RCN-SUB
023210     MOVE RCN-JOB-LOW-ACCT TO RCN-PARTITION-LOW (RCN-PART-IDX)
023220     MOVE ZERO TO RCN-PART-ACCUM
023230     PERFORM 1050-PACK-ONE-PROBE THRU 1050-EXIT
023240         VARYING RCN-PROBE-SUB FROM 1 BY 1
023250         UNTIL RCN-PROBE-SUB > RCN-NBR-PROBES
023260     SET RCN-PART-IDX TO RCN-SUB
023270     MOVE RCN-JOB-HIGH-ACCT TO RCN-PARTITION-HIGH (RCN-PART-IDX)
023280     IF RCN-SUB < RCN-NBR-PARTS
023290*    The probes ran dry before every partition was fed - the
023300*    stragglers get an empty range so their threads start, do
023310*    nothing, and retcode zero.
023320         COMPUTE RCN-FILL-START = RCN-SUB + 1
023330         PERFORM 1060-EMPTY-ONE-PARTITION THRU 1060-EXIT
023340             VARYING RCN-FILL-SUB FROM RCN-FILL-START BY 1
023350             UNTIL RCN-FILL-SUB > RCN-NBR-PARTS
023360     END-IF.
023370 1040-EXIT.
023380     EXIT.
023390*
023400 1050-PACK-ONE-PROBE.
023410     ADD RCN-PROBE-ROWS (RCN-PROBE-SUB) TO RCN-PART-ACCUM
023420     IF RCN-PART-ACCUM >= RCN-PART-TARGET
023430         AND RCN-SUB < RCN-NBR-PARTS
023440         SET RCN-PART-IDX TO RCN-SUB
023450         MOVE RCN-PROBE-HIGH (RCN-PROBE-SUB) TO
023460             RCN-PARTITION-HIGH (RCN-PART-IDX)
023470         ADD 1 TO RCN-SUB
023480         SET RCN-PART-IDX TO RCN-SUB
023490         COMPUTE RCN-PARTITION-LOW (RCN-PART-IDX) =
023500             RCN-PROBE-HIGH (RCN-PROBE-SUB) + 1
023510         MOVE ZERO TO RCN-PART-ACCUM
023520     END-IF.
023530 1050-EXIT.
023540     EXIT.
023550*
023560 1060-EMPTY-ONE-PARTITION.
023570     SET RCN-PART-IDX TO RCN-FILL-SUB
023580     COMPUTE RCN-PARTITION-LOW (RCN-PART-IDX) =
023590         RCN-JOB-HIGH-ACCT + 1
023600     MOVE RCN-JOB-HIGH-ACCT TO RCN-PARTITION-HIGH (RCN-PART-IDX)
023610     DISPLAY "RCNDRIV: PARTITION " RCN-FILL-SUB
023620         " HAS NO ROWS TO DO".
023630 1060-EXIT.
023640     EXIT.
023650*
023660 1080-BUILD-EQUAL-SPANS.
023670     COMPUTE RCN-PART-SPAN =
023680         ((RCN-JOB-HIGH-ACCT - RCN-JOB-LOW-ACCT + 1)
023690             / RCN-NBR-PARTS)
023700     MOVE ZERO TO RCN-SUB
023710     PERFORM 1100-BUILD-ONE-PARTITION THRU 1100-EXIT
023720         VARYING RCN-SUB FROM 1 BY 1
023730         UNTIL RCN-SUB > RCN-NBR-PARTS.
023740 1080-EXIT.
023750     EXIT.
023760*
023770 1100-BUILD-ONE-PARTITION.
023780     SET RCN-PART-IDX TO RCN-SUB
023790     COMPUTE RCN-PARTITION-LOW (RCN-PART-IDX) =
023800         RCN-JOB-LOW-ACCT + ((RCN-SUB - 1) * RCN-PART-SPAN)
023810     IF RCN-SUB = RCN-NBR-PARTS
023820         MOVE RCN-JOB-HIGH-ACCT TO
023830             RCN-PARTITION-HIGH (RCN-PART-IDX)
023840     ELSE
023850         COMPUTE RCN-PARTITION-HIGH (RCN-PART-IDX) =
023860             RCN-PARTITION-LOW (RCN-PART-IDX) + RCN-PART-SPAN - 1
023870     END-IF.
023880 1100-EXIT.
023890     EXIT.
023900*
023910******************************************************************
023920* 1150-SET-CONFIGS
023930*    Every partition entry gets its number and the card-supplied
023940*    settings, however its bounds were arrived at - density
023950*    pack, equal spans, or a restart's checkpoint rows.
023960******************************************************************
023970 1150-SET-CONFIGS.
023980     PERFORM 1160-SET-ONE-CONFIG THRU 1160-EXIT
023990         VARYING RCN-SUB FROM 1 BY 1
024000         UNTIL RCN-SUB > RCN-NBR-PARTS.
024010 1150-EXIT.
024020     EXIT.
024030*
024040 1160-SET-ONE-CONFIG.
024050     SET RCN-PART-IDX TO RCN-SUB
024060     MOVE RCN-SUB TO RCN-PARTITION-NO (RCN-PART-IDX)
024070     MOVE RCN-PARM-SERVER TO
024080         RCN-PARTITION-SERVER (RCN-PART-IDX)
024090     MOVE RCN-PARM-STBY-SERVER TO
024100         RCN-PARTITION-STBY-SERVER (RCN-PART-IDX)
024110     MOVE RCN-PARM-USERID TO
024120         RCN-PARTITION-USERID (RCN-PART-IDX)
024130     MOVE RCN-PARM-PASSWD TO
024140         RCN-PARTITION-PASSWD (RCN-PART-IDX)
024150     MOVE RCN-PARM-CKPT-INTVL TO
024160         RCN-PARTITION-CKPT-INTVL (RCN-PART-IDX)
024170     MOVE RCN-PARM-TOLERANCE TO
024180         RCN-PARTITION-TOLERANCE (RCN-PART-IDX)
024190     MOVE RCN-PARM-REMED TO
024200         RCN-PARTITION-REMED-SWITCH (RCN-PART-IDX)
024210     MOVE RCN-PARM-DEADLINE TO
024220         RCN-PARTITION-DEADLINE (RCN-PART-IDX)
024230     MOVE RCN-DL-JOB-SECS TO
024240         RCN-PARTITION-DL-SECS (RCN-PART-IDX)
024250     MOVE RCN-START-DAY TO
024260         RCN-PARTITION-JOB-DAY (RCN-PART-IDX)
024270     MOVE RCN-PARM-MAX-EXCP TO
024280         RCN-PARTITION-MAX-EXCP (RCN-PART-IDX)
024290     MOVE RCN-PARM-MAX-EXCP-PCT TO
024300         RCN-PARTITION-MAX-EXCP-PCT (RCN-PART-IDX)
024310     MOVE RCN-PARM-DISP-EXCL TO
024320         RCN-PARTITION-DISP-EXCL (RCN-PART-IDX)
024330     MOVE RCN-CUR-DEF-NAME TO
024340         RCN-PARTITION-DEF-NAME (RCN-PART-IDX)
024350     MOVE RCN-CUR-DEF-TABLE TO
024360         RCN-PARTITION-DEF-TABLE (RCN-PART-IDX)
024370     MOVE RCN-CUR-KEY-COL TO
024380         RCN-PARTITION-KEY-COL (RCN-PART-IDX)
024390     MOVE RCN-CUR-BAL-COL TO
024400         RCN-PARTITION-BAL-COL (RCN-PART-IDX)
024410     MOVE RCN-CUR-STAT-COL TO
024420         RCN-PARTITION-STAT-COL (RCN-PART-IDX)
024430     MOVE RCN-CUR-GOOD-STATUS TO
024440         RCN-PARTITION-GOOD-STATUS (RCN-PART-IDX)
024450     MOVE RCN-CUR-GLIX-NAME TO
024460         RCN-PARTITION-GLIX-NAME (RCN-PART-IDX)
024470     MOVE RCN-CUR-JRIX-NAME TO
024480         RCN-PARTITION-JRIX-NAME (RCN-PART-IDX)
024490     MOVE RCN-CUR-SNAP-NAME TO
024500         RCN-PARTITION-SNAP-NAME (RCN-PART-IDX)
024510     MOVE RCN-CUR-SNEW-NAME TO
024520         RCN-PARTITION-SNEW-NAME (RCN-PART-IDX)
024530     MOVE RCN-RUN-MODE-SWITCH TO
024540         RCN-PARTITION-RUN-MODE (RCN-PART-IDX)
024550     MOVE RCN-SINCE-TS TO
024560         RCN-PARTITION-SINCE-TS (RCN-PART-IDX)
024570     MOVE RCN-MAINT-BASE-TS TO
024580         RCN-PARTITION-MAINT-TS (RCN-PART-IDX)
024590     MOVE RCN-RUN-STAMP TO
024600         RCN-PARTITION-RUN-STAMP (RCN-PART-IDX)
024610     MOVE RCN-PARM-SIMULATE TO
024620         RCN-PARTITION-SIM-SWITCH (RCN-PART-IDX)
024630     MOVE RCN-PARM-SIM-RULES TO
024640         RCN-PARTITION-SRUL-NAME (RCN-PART-IDX)
024650*    A what-if pass runs the proposed tolerance and nothing that
024660*    changes or stops anything - no remediation, no breaker (a
024670*    tight proposed tolerance must be allowed to show its whole
024680*    fallout), and no standby or movement checks, whose files
024690*    the night has already rolled past.
024700     IF RCN-SIM-RUN
024710         MOVE RCN-PARM-SIM-TOL TO
024720             RCN-PARTITION-TOLERANCE (RCN-PART-IDX)
024730         MOVE "N" TO RCN-PARTITION-REMED-SWITCH (RCN-PART-IDX)
024740         MOVE ZERO TO RCN-PARTITION-MAX-EXCP (RCN-PART-IDX)
024750                      RCN-PARTITION-MAX-EXCP-PCT (RCN-PART-IDX)
024760         MOVE SPACES TO RCN-PARTITION-STBY-SERVER (RCN-PART-IDX)
024770                        RCN-PARTITION-JRIX-NAME (RCN-PART-IDX)
024780                        RCN-PARTITION-SNAP-NAME (RCN-PART-IDX)
024790                        RCN-PARTITION-SNEW-NAME (RCN-PART-IDX)
024800     END-IF.
024810 1160-EXIT.
024820     EXIT.
024830*
024840******************************************************************
024850* 1200-CHECK-RESTART
024860*    Scans RCNCKPT for the current definition's rows left behind
024870*    by an earlier abended run.  Any row found makes this a
024880*    restart pass: the partition table is rebuilt from the
024890*    stored bounds (the abended run's own cut - the density
024900*    pack would draw different lines tonight), complete
024910*    partitions are marked done so no thread is started for
024920*    them, and in-flight ones resume past their checkpointed
024930*    key.  The card's PARTS is overridden by the row count when
024940*    the two disagree.  Creating RCNCKPT on the very first run
024950*    (once, before any CBL_THREAD_START, so no worker thread's
024960*    OPEN OUTPUT can race another's) moved to 0450-SCAN-RESTART
024970*    when the pass went per-definition.
024980******************************************************************
024990 1200-CHECK-RESTART.
025000     IF RCN-SIM-RUN
025010         GO TO 1200-EXIT
025020     END-IF
025030*    0450-SCAN-RESTART already created the file if it was not
025040*    there, so this is always an open against an existing file.
025050     OPEN I-O RCN-CKPT-FILE
025060     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
025070         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCKPT, STATUS="
025080             RCN-CKPT-FILE-STATUS
025090         GO TO 1200-EXIT
025100     END-IF
025110     MOVE ZERO TO RCN-CKPT-FOUND
025120     MOVE RCN-RUN-MODE-SWITCH TO RCN-CARD-MODE-SAVE
025130     PERFORM 1210-CHECK-ONE-RESTART THRU 1210-EXIT
025140         VARYING RCN-SUB FROM 1 BY 1
025150         UNTIL RCN-SUB > RCN-MAX-PARTS
025160     CLOSE RCN-CKPT-FILE
025170     IF RCN-CKPT-FOUND > ZERO
025180         SET RCN-ANY-RESTART TO TRUE
025190         IF RCN-CKPT-FOUND NOT EQUAL RCN-NBR-PARTS
025200             DISPLAY "RCNDRIV: RESTART - PARTS OVERRIDDEN TO "
025210                 RCN-CKPT-FOUND
025220             MOVE RCN-CKPT-FOUND TO RCN-NBR-PARTS
025230         END-IF
025240         IF RCN-RUN-MODE-SWITCH NOT EQUAL RCN-CARD-MODE-SAVE
025250             DISPLAY "RCNDRIV: RESTART - RUNMODE OVERRIDDEN"
025260                 " TO " RCN-RUN-MODE-SWITCH
025270         END-IF
025280     END-IF.
025290 1200-EXIT.
025300     EXIT.
025310*
025320 1210-CHECK-ONE-RESTART.
025330     MOVE RCN-CUR-DEF-NAME TO RCN-CKPT-DEF-NAME
025340     MOVE RCN-SUB TO RCN-CKPT-PARTITION-NO
025350     READ RCN-CKPT-FILE
025360     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
025370         GO TO 1210-EXIT
025380     END-IF
025390     MOVE RCN-SUB TO RCN-CKPT-FOUND
025400     SET RCN-PART-IDX TO RCN-SUB
025410     MOVE RCN-SUB TO RCN-PARTITION-NO (RCN-PART-IDX)
025420     MOVE RCN-CKPT-LOW-ACCT TO
025430         RCN-PARTITION-LOW (RCN-PART-IDX)
025440     MOVE RCN-CKPT-HIGH-ACCT TO
025450         RCN-PARTITION-HIGH (RCN-PART-IDX)
025460     MOVE RCN-CKPT-RUN-DATE TO RCN-RUN-STAMP
025470     MOVE RCN-CKPT-RUN-MODE TO RCN-RUN-MODE-SWITCH
025480     MOVE RCN-CKPT-SINCE-TS TO RCN-SINCE-TS
025490     EVALUATE TRUE
025500         WHEN RCN-CKPT-COMPLETE
025510             SET RCN-PARTITION-DONE (RCN-PART-IDX) TO TRUE
025520             MOVE RCN-CKPT-ROWS-READ TO
025530                 RCN-PARTITION-ROWS (RCN-PART-IDX)
025540             MOVE RCN-CKPT-ROWS-EXCP TO
025550                 RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX)
025560             MOVE RCN-CKPT-MASTER-TOTAL TO
025570                 RCN-PARTITION-MASTER-TOTAL (RCN-PART-IDX)
025580             DISPLAY "RCNDRIV: PARTITION "
025590                 RCN-PARTITION-NO (RCN-PART-IDX)
025600                 " ALREADY COMPLETE"
025610         WHEN RCN-CKPT-IN-PROGRESS
025620             SET RCN-PARTITION-RESTART (RCN-PART-IDX) TO TRUE
025630             MOVE RCN-CKPT-LAST-ACCT TO
025640                 RCN-PARTITION-RESTART-KEY (RCN-PART-IDX)
025650             MOVE RCN-CKPT-ROWS-READ TO
025660                 RCN-PARTITION-ROWS-READ (RCN-PART-IDX)
025670             MOVE RCN-CKPT-ROWS-EXCP TO
025680                 RCN-PARTITION-EXCP-READ (RCN-PART-IDX)
025690             MOVE RCN-CKPT-MASTER-TOTAL TO
025700                 RCN-PARTITION-MASTER-READ (RCN-PART-IDX)
025710             DISPLAY "RCNDRIV: PARTITION "
025720                 RCN-PARTITION-NO (RCN-PART-IDX)
025730                 " RESUMING PAST " RCN-CKPT-LAST-ACCT
025740         WHEN OTHER
025750*    State N - never started; it runs fresh over its stored
025760*    bounds.
025770             CONTINUE
025780     END-EVALUATE.
025790 1210-EXIT.
025800     EXIT.
025810*
025820******************************************************************
025830* 1250-WRITE-BOUNDS
025840*    A fresh run writes every partition's bounds row (state N)
025850*    before any thread starts, so an abend at any point leaves
025860*    a complete picture of the run's cut for 1200-CHECK-RESTART
025870*    to rebuild from.
025880******************************************************************
025890 1250-WRITE-BOUNDS.
025900     IF RCN-SIM-RUN
025910         GO TO 1250-EXIT
025920     END-IF
025930     OPEN I-O RCN-CKPT-FILE
025940     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
025950         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCKPT, STATUS="
025960             RCN-CKPT-FILE-STATUS
025970         GO TO 1250-EXIT
025980     END-IF
025990     PERFORM 1260-WRITE-ONE-BOUND THRU 1260-EXIT
026000         VARYING RCN-SUB FROM 1 BY 1
026010         UNTIL RCN-SUB > RCN-NBR-PARTS
026020     CLOSE RCN-CKPT-FILE.
026030 1250-EXIT.
026040     EXIT.
026050*
026060 1260-WRITE-ONE-BOUND.
026070     SET RCN-PART-IDX TO RCN-SUB
026080     MOVE RCN-CUR-DEF-NAME TO RCN-CKPT-DEF-NAME
026090     MOVE RCN-SUB TO RCN-CKPT-PARTITION-NO
026100     SET RCN-CKPT-NOT-STARTED TO TRUE
026110     MOVE RCN-PARTITION-LOW (RCN-PART-IDX) TO RCN-CKPT-LOW-ACCT
026120     MOVE RCN-PARTITION-HIGH (RCN-PART-IDX) TO
026130         RCN-CKPT-HIGH-ACCT
026140     MOVE ZERO TO RCN-CKPT-LAST-ACCT
026150                  RCN-CKPT-ROWS-READ
026160                  RCN-CKPT-ROWS-EXCP
026170                  RCN-CKPT-MASTER-TOTAL
026180     MOVE RCN-RUN-STAMP TO RCN-CKPT-RUN-DATE
026190     MOVE RCN-RUN-MODE-SWITCH TO RCN-CKPT-RUN-MODE
026200     MOVE RCN-SINCE-TS TO RCN-CKPT-SINCE-TS
026210     WRITE RCN-CKPT-RECORD
026220     IF RCN-CKPT-FILE-STATUS EQUAL "22"
026230         REWRITE RCN-CKPT-RECORD
026240     END-IF
026250     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
026260         DISPLAY "RCNDRIV: RCNCKPT WRITE FAILED, STATUS="
026270             RCN-CKPT-FILE-STATUS
026280     END-IF.
026290 1260-EXIT.
026300     EXIT.
026310*
026320******************************************************************
026330* 1300-PREPARE-EXCEPTIONS
026340*    Makes sure RCNEXCP exists before any worker thread opens it
026350*    I-O - created fresh (or truncated of the prior night's rows)
026360*    for a new run, but left exactly as found when any partition
026370*    is resuming, since the abended run's rows are part of this
026380*    run's extract.  Done here, once, before any CBL_THREAD_START,
026390*    for the same reason 1200-CHECK-RESTART pre-creates RCNCKPT.
026400******************************************************************
026410 1300-PREPARE-EXCEPTIONS.
026420     IF RCN-JOB-RESTART
026430         OPEN INPUT RCN-EXCP-FILE
026440         IF RCN-EXCP-FILE-STATUS EQUAL "35"
026450             OPEN OUTPUT RCN-EXCP-FILE
026460         END-IF
026470         CLOSE RCN-EXCP-FILE
026480     ELSE
026490         OPEN OUTPUT RCN-EXCP-FILE
026500         CLOSE RCN-EXCP-FILE
026510     END-IF
026520     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
026530         DISPLAY "RCNDRIV: UNABLE TO CREATE " RCN-EXCP-FILE-NAME
026540             ", STATUS=" RCN-EXCP-FILE-STATUS
026550     END-IF.
026560 1300-EXIT.
026570     EXIT.
026580*
026590******************************************************************
026600* 1350-PREPARE-STATUS
026610*    Seeds the live-status file fresh for this run - one row per
026620*    partition, phase S (or C for a partition the restart scan
026630*    already found complete), carrying the resume point and row
026640*    count where there is one.  A status file that cannot be
026650*    had never stops the job - the run is merely dark again,
026660*    as it always used to be.
026670******************************************************************
026680 1350-PREPARE-STATUS.
026690*    A simulation stays off the live-status file - the morning
026700*    monitor reads the night's rows from it.
026710     IF RCN-SIM-RUN
026720         GO TO 1350-EXIT
026730     END-IF
026740*    Created empty, once, at job start - each definition pass
026750*    seeds its own rows through 1355-SEED-STATUS.
026760     OPEN OUTPUT RCN-STAT-FILE
026770     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
026780         DISPLAY "RCNDRIV: UNABLE TO CREATE RCNSTAT, STATUS="
026790             RCN-STAT-FILE-STATUS
026800         GO TO 1350-EXIT
026810     END-IF
026820     CLOSE RCN-STAT-FILE.
026830 1350-EXIT.
026840     EXIT.
026850*
026860 1355-SEED-STATUS.
026870     IF RCN-SIM-RUN
026880         GO TO 1355-EXIT
026890     END-IF
026900*    One row per partition for the definition about to run -
026910*    phase S, or C for a partition the restart scan already
026920*    found complete.  A status file that cannot be had never
026930*    stops the job - the run is merely dark again.
026940     OPEN I-O RCN-STAT-FILE
026950     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
026960         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNSTAT, STATUS="
026970             RCN-STAT-FILE-STATUS
026980         GO TO 1355-EXIT
026990     END-IF
027000     PERFORM 1360-SEED-ONE-STATUS THRU 1360-EXIT
027010         VARYING RCN-SUB FROM 1 BY 1
027020         UNTIL RCN-SUB > RCN-NBR-PARTS
027030     CLOSE RCN-STAT-FILE.
027040 1355-EXIT.
027050     EXIT.
027060*
027070 1360-SEED-ONE-STATUS.
027080     SET RCN-PART-IDX TO RCN-SUB
027090     INITIALIZE RCN-STAT-RECORD
027100     MOVE RCN-CUR-DEF-NAME TO RCN-STAT-DEF-NAME
027110     MOVE RCN-SUB TO RCN-STAT-PARTITION-NO
027120     MOVE RCN-PARTITION-LOW (RCN-PART-IDX) TO
027130         RCN-STAT-LOW-ACCT
027140     MOVE RCN-PARTITION-HIGH (RCN-PART-IDX) TO
027150         RCN-STAT-HIGH-ACCT
027160     EVALUATE TRUE
027170         WHEN RCN-PARTITION-DONE (RCN-PART-IDX)
027180             SET RCN-STAT-DONE TO TRUE
027190             MOVE RCN-PARTITION-HIGH (RCN-PART-IDX) TO
027200                 RCN-STAT-LAST-ACCT
027210             MOVE RCN-PARTITION-ROWS (RCN-PART-IDX) TO
027220                 RCN-STAT-ROWS-READ
027230*    The exception count rides along - a completed partition's
027240*    row is never refreshed again, and the MAXEXCP breaker
027250*    sums exactly these rows.
027260             MOVE RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX) TO
027270                 RCN-STAT-ROWS-EXCP
027280         WHEN RCN-PARTITION-RESTART (RCN-PART-IDX)
027290             SET RCN-STAT-WAITING TO TRUE
027300             MOVE RCN-PARTITION-RESTART-KEY (RCN-PART-IDX) TO
027310                 RCN-STAT-LAST-ACCT
027320             MOVE RCN-PARTITION-ROWS-READ (RCN-PART-IDX) TO
027330                 RCN-STAT-ROWS-READ
027340             MOVE RCN-PARTITION-EXCP-READ (RCN-PART-IDX) TO
027350                 RCN-STAT-ROWS-EXCP
027360         WHEN OTHER
027370             SET RCN-STAT-WAITING TO TRUE
027380             COMPUTE RCN-STAT-LAST-ACCT =
027390                 RCN-PARTITION-LOW (RCN-PART-IDX) - 1
027400     END-EVALUATE
027410     MOVE RCN-RUN-DATE TO RCN-STAT-DATE
027420     MOVE RCN-RUN-TIME-HHMMSS TO RCN-STAT-TIME
027430     MOVE RCN-PARM-DEADLINE TO RCN-STAT-DEADLINE
027440     WRITE RCN-STAT-RECORD
027450     IF RCN-STAT-FILE-STATUS EQUAL "22"
027460         REWRITE RCN-STAT-RECORD
027470     END-IF
027480     IF RCN-STAT-FILE-STATUS NOT EQUAL "00"
027490         DISPLAY "RCNDRIV: RCNSTAT WRITE FAILED, STATUS="
027500             RCN-STAT-FILE-STATUS
027510     END-IF.
027520 1360-EXIT.
027530     EXIT.
027540*
027550******************************************************************
027560* 1380-VALIDATE-LEDGER
027570*    Proves the nightly ledger extract before 1400-LOAD-LEDGER
027580*    trusts it - the HDR header must carry this run's date, the
027590*    accounts must arrive in strict ascending order, and the TRL
027600*    trailer's record count and net balance hash total must
027610*    match what this pass counted and summed to the penny.
027620*    Anything wrong is itemized on the RCNGLRJO reject report
027630*    and the extract is rejected outright - a truncated or
027640*    re-sent file reconciled against is worse than no file.
027650*    Skipped on a restart, where RCNGLIX is carried from the
027660*    abended run and the raw extract is not re-read at all.
027670******************************************************************
027680 1380-VALIDATE-LEDGER.
027690     IF RCN-ANY-RESTART
027700         OR RCN-SIM-RUN
027710         GO TO 1380-EXIT
027720     END-IF
027730     OPEN INPUT RCN-GLEX-FILE
027740     IF RCN-GLEX-FILE-STATUS NOT EQUAL "00"
027750*    Missing extract - 1400-LOAD-LEDGER already owns that path
027760*    and its retcode; nothing to validate here.
027770         GO TO 1380-EXIT
027780     END-IF
027790     IF RCN-GLRJ-USED
027800         OPEN EXTEND RCN-GLRJ-FILE
027810     ELSE
027820         OPEN OUTPUT RCN-GLRJ-FILE
027830     END-IF
027840     IF RCN-GLRJ-FILE-STATUS EQUAL "00"
027850         SET RCN-GLRJ-FILE-OPEN TO TRUE
027860         SET RCN-GLRJ-USED TO TRUE
027870         MOVE RCN-RUN-DATE TO RCN-GLRJ-HDG-DATE
027880         WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-HEADING
027890             AFTER ADVANCING 1 LINE
027900         MOVE RCN-CUR-DEF-NAME TO RCN-GLRJ-DEF-NAME
027910         MOVE RCN-CUR-GLEX-NAME TO RCN-GLRJ-DEF-GLEX
027920         WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-DEF-LINE
027930             AFTER ADVANCING 1 LINE
027940     ELSE
027950         SET RCN-GLRJ-FILE-NOT-OPEN TO TRUE
027960         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNGLRJO, STATUS="
027970             RCN-GLRJ-FILE-STATUS
027980     END-IF
027990     PERFORM 1385-VALIDATE-ONE-GLEX THRU 1385-EXIT
028000         UNTIL RCN-GLEX-EOF
028010     CLOSE RCN-GLEX-FILE
028020     IF NOT RCN-GL-TRL-SEEN
028030         SET RCN-GL-REJECTED TO TRUE
028040         IF RCN-GLRJ-FILE-OPEN
028050             WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-NOTRL-LINE
028060                 AFTER ADVANCING 1 LINE
028070         END-IF
028080     END-IF
028090     IF RCN-GL-SEQ-ERRORS > RCN-GL-SEQ-PRINT-MAX
028100         MOVE RCN-GL-SEQ-ERRORS TO RCN-GLRJ-SEQ-TOTAL
028110         IF RCN-GLRJ-FILE-OPEN
028120             WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-SEQ-MORE-LINE
028130                 AFTER ADVANCING 1 LINE
028140         END-IF
028150     END-IF
028160     IF RCN-GL-TRL-SEEN
028170         IF RCN-GL-TRL-COUNT-SAVE NOT EQUAL RCN-GL-VAL-COUNT
028180             SET RCN-GL-REJECTED TO TRUE
028190             MOVE RCN-GL-TRL-COUNT-SAVE TO RCN-GLRJ-CNT-TRL
028200             MOVE RCN-GL-VAL-COUNT TO RCN-GLRJ-CNT-ACTUAL
028210             IF RCN-GLRJ-FILE-OPEN
028220                 WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-CNT-LINE
028230                     AFTER ADVANCING 1 LINE
028240             END-IF
028250         END-IF
028260         IF RCN-GL-TRL-HASH-SAVE NOT EQUAL RCN-GL-VAL-HASH
028270             SET RCN-GL-REJECTED TO TRUE
028280             COMPUTE RCN-GL-HASH-DIFF =
028290                 RCN-GL-TRL-HASH-SAVE - RCN-GL-VAL-HASH
028300             MOVE RCN-GL-HASH-DIFF TO RCN-GLRJ-HASH-DIFF
028310             IF RCN-GLRJ-FILE-OPEN
028320                 WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-HASH-LINE
028330                     AFTER ADVANCING 1 LINE
028340             END-IF
028350         END-IF
028360     END-IF
028370     IF RCN-GL-REJECTED
028380         IF RCN-GLRJ-FILE-OPEN
028390             WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-REJECT-LINE
028400                 AFTER ADVANCING 2 LINES
028410         END-IF
028420         DISPLAY "RCNDRIV: RCNGLEX REJECTED - SEE VALIDATION"
028430             " REPORT"
028440         MOVE "GLREJECT" TO RCN-EVT-CODE
028450         SET RCN-EVT-CRITICAL TO TRUE
028460         MOVE RCN-CUR-DEF-NAME TO RCN-EVT-DEF-NAME
028470         MOVE ZERO TO RCN-EVT-PARTITION-NO RCN-EVT-RETCODE
028480         MOVE SPACES TO RCN-EVT-TEXT
028490         STRING RCN-CUR-GLEX-NAME DELIMITED BY SPACE
028500                " LEDGER EXTRACT REJECTED - SEE RCNGLRJO"
028510                    DELIMITED BY SIZE
028520             INTO RCN-EVT-TEXT
028530         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
028540     ELSE
028550         MOVE RCN-GL-VAL-COUNT TO RCN-GLRJ-OK-COUNT
028560         MOVE RCN-GL-VAL-HASH TO RCN-GLRJ-OK-HASH
028570         IF RCN-GLRJ-FILE-OPEN
028580             WRITE RCN-GLRJ-RECORD FROM RCN-GLRJ-OK-LINE
028590                 AFTER ADVANCING 1 LINE
028600         END-IF
028610         DISPLAY "RCNDRIV: RCNGLEX VALIDATED, RECORDS="
028620             RCN-GL-VAL-COUNT
028630     END-IF
028640     IF RCN-GLRJ-FILE-OPEN
028650         CLOSE RCN-GLRJ-FILE
028660         SET RCN-GLRJ-FILE-NOT-OPEN TO TRUE
028670     END-IF
028680*    The load pass re-reads the extract from the top.
028690     SET RCN-GLEX-NOT-EOF TO TRUE.
028700 1380-EXIT.
028710     EXIT.
028720*
028730 1385-VALIDATE-ONE-GLEX.
028740     READ RCN-GLEX-FILE
028750         AT END
028760             SET RCN-GLEX-EOF TO TRUE
028770     END-READ
028780     IF RCN-GLEX-EOF
028790         GO TO 1385-EXIT
028800     END-IF
028810     IF RCN-GLEX-FILE-STATUS NOT EQUAL "00"
028820         DISPLAY "RCNDRIV: RCNGLEX VALIDATION READ FAILED,"
028830             " STATUS=" RCN-GLEX-FILE-STATUS
028840         SET RCN-GL-REJECTED TO TRUE
028850         SET RCN-GLEX-EOF TO TRUE
028860         GO TO 1385-EXIT
028870     END-IF
028880     EVALUATE TRUE
028890         WHEN RCN-GL-TRL-SEEN
028900*    Nothing belongs after the trailer - said once, whatever
028910*    the overrun runs to.
028920             SET RCN-GL-REJECTED TO TRUE
028930             IF NOT RCN-GL-AFTER-WRITTEN
028940                 SET RCN-GL-AFTER-WRITTEN TO TRUE
028950                 IF RCN-GLRJ-FILE-OPEN
028960                     WRITE RCN-GLRJ-RECORD
028970                         FROM RCN-GLRJ-AFTER-LINE
028980                         AFTER ADVANCING 1 LINE
028990                 END-IF
029000             END-IF
029010         WHEN RCN-GLEX-HDR-ID EQUAL "HDR"
029020             IF RCN-GL-HDR-SEEN
029030                 SET RCN-GL-REJECTED TO TRUE
029040                 IF RCN-GLRJ-FILE-OPEN
029050                     WRITE RCN-GLRJ-RECORD
029060                         FROM RCN-GLRJ-DUPHDR-LINE
029070                         AFTER ADVANCING 1 LINE
029080                 END-IF
029090             ELSE
029100                 SET RCN-GL-HDR-SEEN TO TRUE
029110                 MOVE RCN-GLEX-HDR-DATE TO RCN-GL-HDR-DATE-SAVE
029120                 IF RCN-GL-HDR-DATE-SAVE NOT EQUAL RCN-RUN-DATE
029130                     SET RCN-GL-REJECTED TO TRUE
029140                     MOVE RCN-GL-HDR-DATE-SAVE TO
029150                         RCN-GLRJ-STALE-EXT
029160                     MOVE RCN-RUN-DATE TO RCN-GLRJ-STALE-RUN
029170                     IF RCN-GLRJ-FILE-OPEN
029180                         WRITE RCN-GLRJ-RECORD
029190                             FROM RCN-GLRJ-STALE-LINE
029200                             AFTER ADVANCING 1 LINE
029210                     END-IF
029220                 END-IF
029230             END-IF
029240         WHEN RCN-GLEX-TRL-ID EQUAL "TRL"
029250             SET RCN-GL-TRL-SEEN TO TRUE
029260             MOVE RCN-GLEX-TRL-COUNT TO RCN-GL-TRL-COUNT-SAVE
029270             MOVE RCN-GLEX-TRL-HASH TO RCN-GL-TRL-HASH-SAVE
029280         WHEN OTHER
029290             IF NOT RCN-GL-HDR-SEEN
029300                 AND NOT RCN-GL-NOHDR-WRITTEN
029310                 SET RCN-GL-REJECTED TO TRUE
029320                 SET RCN-GL-NOHDR-WRITTEN TO TRUE
029330                 IF RCN-GLRJ-FILE-OPEN
029340                     WRITE RCN-GLRJ-RECORD
029350                         FROM RCN-GLRJ-NOHDR-LINE
029360                         AFTER ADVANCING 1 LINE
029370                 END-IF
029380             END-IF
029390             ADD 1 TO RCN-GL-VAL-COUNT
029400             ADD RCN-GLEX-BALANCE TO RCN-GL-VAL-HASH
029410             IF RCN-GLEX-ACCT-NO NOT GREATER RCN-GL-PREV-ACCT
029420                 AND RCN-GL-VAL-COUNT > 1
029430                 SET RCN-GL-REJECTED TO TRUE
029440                 ADD 1 TO RCN-GL-SEQ-ERRORS
029450                 IF RCN-GL-SEQ-ERRORS NOT GREATER
029460                     RCN-GL-SEQ-PRINT-MAX
029470                     MOVE RCN-GLEX-ACCT-NO TO RCN-GLRJ-SEQ-ACCT
029480                     IF RCN-GLRJ-FILE-OPEN
029490                         WRITE RCN-GLRJ-RECORD
029500                             FROM RCN-GLRJ-SEQ-LINE
029510                             AFTER ADVANCING 1 LINE
029520                     END-IF
029530                 END-IF
029540             END-IF
029550             MOVE RCN-GLEX-ACCT-NO TO RCN-GL-PREV-ACCT
029560     END-EVALUATE.
029570 1385-EXIT.
029580     EXIT.
029590*
029600******************************************************************
029610* 1400-LOAD-LEDGER
029620*    Loads the nightly sequential ledger extract into RCNGLIX,
029630*    keyed by account with the matched flag off, before any
029640*    worker thread starts.  On a restart the work file is kept
029650*    exactly as the abended run left it - the flags already set
029660*    are this run's matches too, since resumed partitions do not
029670*    reread what they already reconciled.  A missing or broken
029680*    extract does not stop the master-side pass; the job runs
029690*    one-sided, says so, and carries retcode 8 so the shortfall
029700*    is visible at the end of the night.
029710******************************************************************
029720 1400-LOAD-LEDGER.
029730*    A simulation matches against the work file the night loaded
029740*    from its proved extract, read only - the matched flags on it
029750*    are the night's and stay exactly as the night left them.
029760     IF RCN-SIM-RUN
029770         OPEN INPUT RCN-GLIX-FILE
029780         IF RCN-GLIX-FILE-STATUS EQUAL "00"
029790             CLOSE RCN-GLIX-FILE
029800             SET RCN-GL-USABLE TO TRUE
029810             DISPLAY "RCNDRIV: SIMULATION - " RCN-GLIX-FILE-NAME
029820                 " READ AS THE LAST RUN LOADED IT"
029830         ELSE
029840             DISPLAY "RCNDRIV: SIMULATION - NO "
029850                 RCN-GLIX-FILE-NAME
029860                 ", STATUS=" RCN-GLIX-FILE-STATUS
029870                 " - RECONCILING MASTER SIDE ONLY"
029880             MOVE 8 TO RCN-JOB-RETCODE
029890         END-IF
029900         GO TO 1400-EXIT
029910     END-IF
029920     IF RCN-ANY-RESTART
029930*    Kept on trust only after proving it is really there - the
029940*    abended night may have run one-sided, and both of that
029950*    run's failure paths delete the work file.
029960         OPEN INPUT RCN-GLIX-FILE
029970         IF RCN-GLIX-FILE-STATUS EQUAL "00"
029980             CLOSE RCN-GLIX-FILE
029990             SET RCN-GL-USABLE TO TRUE
030000             DISPLAY "RCNDRIV: RESTART - RCNGLIX KEPT FROM"
030010                 " PRIOR RUN"
030020         ELSE
030030             DISPLAY "RCNDRIV: RESTART - NO RCNGLIX, STATUS="
030040                 RCN-GLIX-FILE-STATUS
030050                 " - RECONCILING MASTER SIDE ONLY"
030060             MOVE 8 TO RCN-JOB-RETCODE
030070         END-IF
030080         GO TO 1400-EXIT
030090     END-IF
030100     IF RCN-GL-REJECTED
030110*    Validation already itemized what is wrong; from here the
030120*    night runs exactly as if no extract had arrived.
030130         DISPLAY "RCNDRIV: LEDGER LOAD SKIPPED - EXTRACT"
030140             " REJECTED - RECONCILING MASTER SIDE ONLY"
030150         MOVE 8 TO RCN-JOB-RETCODE
030160         CALL "CBL_DELETE_FILE" USING RCN-GLIX-FILE-NAME
030170         GO TO 1400-EXIT
030180     END-IF
030190     OPEN INPUT RCN-GLEX-FILE
030200     IF RCN-GLEX-FILE-STATUS NOT EQUAL "00"
030210         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNGLEX, STATUS="
030220             RCN-GLEX-FILE-STATUS
030230             " - RECONCILING MASTER SIDE ONLY"
030240         MOVE 8 TO RCN-JOB-RETCODE
030250*    Last night's work file must not linger - the workers would
030260*    match tonight's balances against stale ledger figures.
030270         CALL "CBL_DELETE_FILE" USING RCN-GLIX-FILE-NAME
030280         GO TO 1400-EXIT
030290     END-IF
030300     OPEN OUTPUT RCN-GLIX-FILE
030310     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
030320         DISPLAY "RCNDRIV: UNABLE TO CREATE RCNGLIX, STATUS="
030330             RCN-GLIX-FILE-STATUS
030340             " - RECONCILING MASTER SIDE ONLY"
030350         MOVE 8 TO RCN-JOB-RETCODE
030360         CLOSE RCN-GLEX-FILE
030370         CALL "CBL_DELETE_FILE" USING RCN-GLIX-FILE-NAME
030380         GO TO 1400-EXIT
030390     END-IF
030400     PERFORM 1410-LOAD-ONE-LEDGER THRU 1410-EXIT
030410         UNTIL RCN-GLEX-EOF
030420     CLOSE RCN-GLEX-FILE RCN-GLIX-FILE
030430     IF RCN-GL-LOAD-FAILED
030440*    A partly loaded work file would report every ledger account
030450*    after the break as unmatched, so it is removed outright -
030460*    the partitions then run one-sided, the same as when no
030470*    extract arrived at all.
030480         CALL "CBL_DELETE_FILE" USING RCN-GLIX-FILE-NAME
030490     ELSE
030500         SET RCN-GL-USABLE TO TRUE
030510         DISPLAY "RCNDRIV: LEDGER ACCOUNTS LOADED="
030520             RCN-GL-LOAD-COUNT
030530     END-IF.
030540 1400-EXIT.
030550     EXIT.
030560*
030570 1410-LOAD-ONE-LEDGER.
030580     READ RCN-GLEX-FILE
030590         AT END
030600             SET RCN-GLEX-EOF TO TRUE
030610     END-READ
030620     IF RCN-GLEX-EOF
030630         GO TO 1410-EXIT
030640     END-IF
030650*    The header and trailer proved the file; only the detail
030660*    records between them belong on the work file.
030670     IF RCN-GLEX-HDR-ID EQUAL "HDR"
030680         OR RCN-GLEX-TRL-ID EQUAL "TRL"
030690         GO TO 1410-EXIT
030700     END-IF
030710     MOVE SPACES TO RCN-GL-RECORD
030720     MOVE RCN-GLEX-ACCT-NO TO RCN-GL-ACCT-NO
030730     MOVE RCN-GLEX-BALANCE TO RCN-GL-BALANCE
030740     SET RCN-GL-NOT-MATCHED TO TRUE
030750     WRITE RCN-GL-RECORD
030760     IF RCN-GLIX-FILE-STATUS EQUAL "00"
030770         ADD 1 TO RCN-GL-LOAD-COUNT
030780     ELSE
030790*    An out-of-sequence or duplicate extract record stops the
030800*    load cold rather than leaving a half-usable work file.
030810         DISPLAY "RCNDRIV: RCNGLIX LOAD FAILED AT ACCOUNT "
030820             RCN-GLEX-ACCT-NO " STATUS=" RCN-GLIX-FILE-STATUS
030830             " - RECONCILING MASTER SIDE ONLY"
030840         MOVE 8 TO RCN-JOB-RETCODE
030850         SET RCN-GL-LOAD-FAILED TO TRUE
030860         SET RCN-GLEX-EOF TO TRUE
030870     END-IF.
030880 1410-EXIT.
030890     EXIT.
030900*
030910******************************************************************
030920* 1450-LOAD-JOURNAL
030930*    Aggregates the nightly transaction journal extract into
030940*    RCNJRIX - net signed amount and transaction count per
030950*    account - before any worker thread starts, so the movement
030960*    proof can read the night's activity by account.  A missing
030970*    or broken journal never stops the master-side pass; the
030980*    work file is removed so the workers sit the movement
030990*    checks out rather than prove movement against half a
031000*    night's activity.  On a restart the work file is kept from
031010*    the abended run, the same arrangement as RCNGLIX.
031020******************************************************************
031030 1450-LOAD-JOURNAL.
031040     IF RCN-JRNL-FILE-NAME EQUAL SPACES
031050*    No journal defined for this definition - the movement
031060*    proof sits out by design, not by failure.
031070         GO TO 1450-EXIT
031080     END-IF
031090*    RCNSNAP has already rolled to the night's balances, so a
031100*    simulation has no prior snapshot to prove movement from.
031110     IF RCN-SIM-RUN
031120         DISPLAY "RCNDRIV: SIMULATION - MOVEMENT CHECKS SIT OUT"
031130         GO TO 1450-EXIT
031140     END-IF
031150     IF RCN-ANY-RESTART
031160         OPEN INPUT RCN-JRIX-FILE
031170         IF RCN-JRIX-FILE-STATUS EQUAL "00"
031180             CLOSE RCN-JRIX-FILE
031190             SET RCN-JRN-USABLE TO TRUE
031200             DISPLAY "RCNDRIV: RESTART - RCNJRIX KEPT FROM"
031210                 " PRIOR RUN"
031220         ELSE
031230             DISPLAY "RCNDRIV: RESTART - NO RCNJRIX, STATUS="
031240                 RCN-JRIX-FILE-STATUS
031250                 " - MOVEMENT CHECKS SIT OUT"
031260         END-IF
031270         GO TO 1450-EXIT
031280     END-IF
031290     OPEN INPUT RCN-JRNL-FILE
031300     IF RCN-JRNL-FILE-STATUS NOT EQUAL "00"
031310         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNJRNL, STATUS="
031320             RCN-JRNL-FILE-STATUS
031330             " - MOVEMENT CHECKS SIT OUT"
031340         CALL "CBL_DELETE_FILE" USING RCN-JRIX-FILE-NAME
031350         GO TO 1450-EXIT
031360     END-IF
031370     OPEN OUTPUT RCN-JRIX-FILE
031380     CLOSE RCN-JRIX-FILE
031390     OPEN I-O RCN-JRIX-FILE
031400     IF RCN-JRIX-FILE-STATUS NOT EQUAL "00"
031410         DISPLAY "RCNDRIV: UNABLE TO CREATE RCNJRIX, STATUS="
031420             RCN-JRIX-FILE-STATUS
031430             " - MOVEMENT CHECKS SIT OUT"
031440         CLOSE RCN-JRNL-FILE
031450         CALL "CBL_DELETE_FILE" USING RCN-JRIX-FILE-NAME
031460         GO TO 1450-EXIT
031470     END-IF
031480     PERFORM 1460-LOAD-ONE-JOURNAL THRU 1460-EXIT
031490         UNTIL RCN-JRNL-EOF
031500     CLOSE RCN-JRNL-FILE RCN-JRIX-FILE
031510     IF RCN-JRN-LOAD-FAILED
031520*    A half-aggregated work file would prove false NJ and MV
031530*    exceptions for every account after the break, so it goes
031540*    outright and the checks sit out.
031550         CALL "CBL_DELETE_FILE" USING RCN-JRIX-FILE-NAME
031560     ELSE
031570         SET RCN-JRN-USABLE TO TRUE
031580         DISPLAY "RCNDRIV: JOURNAL TRANSACTIONS LOADED="
031590             RCN-JRN-TXN-LOADED
031600             " ACCOUNTS=" RCN-JRN-ACCT-LOADED
031610     END-IF.
031620 1450-EXIT.
031630     EXIT.
031640*
031650 1460-LOAD-ONE-JOURNAL.
031660     READ RCN-JRNL-FILE
031670         AT END
031680             SET RCN-JRNL-EOF TO TRUE
031690     END-READ
031700     IF RCN-JRNL-EOF
031710         GO TO 1460-EXIT
031720     END-IF
031730     IF RCN-JRNL-FILE-STATUS NOT EQUAL "00"
031740         DISPLAY "RCNDRIV: RCNJRNL READ FAILED, STATUS="
031750             RCN-JRNL-FILE-STATUS
031760         SET RCN-JRN-LOAD-FAILED TO TRUE
031770         SET RCN-JRNL-EOF TO TRUE
031780         GO TO 1460-EXIT
031790     END-IF
031800     MOVE RCN-JRNL-ACCT-NO TO RCN-JRN-ACCT-NO
031810     READ RCN-JRIX-FILE
031820     EVALUATE TRUE
031830         WHEN RCN-JRIX-FILE-STATUS EQUAL "23"
031840             MOVE RCN-JRNL-ACCT-NO TO RCN-JRN-ACCT-NO
031850             MOVE RCN-JRNL-AMOUNT TO RCN-JRN-NET-AMOUNT
031860             MOVE 1 TO RCN-JRN-TXN-COUNT
031870             WRITE RCN-JRN-RECORD
031880             ADD 1 TO RCN-JRN-ACCT-LOADED
031890         WHEN RCN-JRIX-FILE-STATUS EQUAL "00"
031900             ADD RCN-JRNL-AMOUNT TO RCN-JRN-NET-AMOUNT
031910             ADD 1 TO RCN-JRN-TXN-COUNT
031920             REWRITE RCN-JRN-RECORD
031930         WHEN OTHER
031940             DISPLAY "RCNDRIV: RCNJRIX READ FAILED, STATUS="
031950                 RCN-JRIX-FILE-STATUS
031960             SET RCN-JRN-LOAD-FAILED TO TRUE
031970             SET RCN-JRNL-EOF TO TRUE
031980             GO TO 1460-EXIT
031990     END-EVALUATE
032000     IF RCN-JRIX-FILE-STATUS NOT EQUAL "00"
032010         DISPLAY "RCNDRIV: RCNJRIX LOAD FAILED AT ACCOUNT "
032020             RCN-JRNL-ACCT-NO " STATUS=" RCN-JRIX-FILE-STATUS
032030         SET RCN-JRN-LOAD-FAILED TO TRUE
032040         SET RCN-JRNL-EOF TO TRUE
032050     ELSE
032060         ADD 1 TO RCN-JRN-TXN-LOADED
032070     END-IF.
032080 1460-EXIT.
032090     EXIT.
032100*
032110******************************************************************
032120* 1470-PREPARE-NEW-SNAPSHOT
032130*    Makes sure RCNSNEW exists before any worker thread opens it
032140*    I-O - fresh for a new run, left exactly as found when any
032150*    partition is resuming, since the abended run's rows are
032160*    part of this run's snapshot too.  The same arrangement as
032170*    1300-PREPARE-EXCEPTIONS.
032180******************************************************************
032190 1470-PREPARE-NEW-SNAPSHOT.
032200     IF RCN-SNEW-FILE-NAME EQUAL SPACES
032210         OR RCN-SIM-RUN
032220         GO TO 1470-EXIT
032230     END-IF
032240     IF RCN-ANY-RESTART
032250         OPEN INPUT RCN-SNEW-FILE
032260         IF RCN-SNEW-FILE-STATUS EQUAL "35"
032270             OPEN OUTPUT RCN-SNEW-FILE
032280         END-IF
032290         CLOSE RCN-SNEW-FILE
032300     ELSE
032310         OPEN OUTPUT RCN-SNEW-FILE
032320         CLOSE RCN-SNEW-FILE
032330     END-IF
032340     IF RCN-SNEW-FILE-STATUS NOT EQUAL "00"
032350         DISPLAY "RCNDRIV: UNABLE TO CREATE RCNSNEW, STATUS="
032360             RCN-SNEW-FILE-STATUS
032370     END-IF.
032380 1470-EXIT.
032390     EXIT.
032400*
032410******************************************************************
032420* 1480-PREPARE-COMMANDS
032430*    Makes sure the operator command file exists and starts the
032440*    run with no rows in it - a PAUSE or QUIESCE left over from
032450*    last night must not steer tonight's run.  Done for fresh
032460*    runs and restarts alike; the operator re-issues whatever
032470*    still applies.  A command file that cannot be had never
032480*    stops the job - the run simply cannot be steered, as it
032490*    always used to be.
032500******************************************************************
032510 1480-PREPARE-COMMANDS.
032520     OPEN I-O RCN-CMND-FILE
032530     IF RCN-CMND-FILE-STATUS EQUAL "35"
032540         OPEN OUTPUT RCN-CMND-FILE
032550         CLOSE RCN-CMND-FILE
032560         GO TO 1480-EXIT
032570     END-IF
032580     IF RCN-CMND-FILE-STATUS NOT EQUAL "00"
032590         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCMND, STATUS="
032600             RCN-CMND-FILE-STATUS
032610         GO TO 1480-EXIT
032620     END-IF
032630     PERFORM 1490-CLEAR-ONE-COMMAND THRU 1490-EXIT
032640         VARYING RCN-SUB FROM 0 BY 1
032650         UNTIL RCN-SUB > RCN-MAX-PARTS
032660     CLOSE RCN-CMND-FILE.
032670 1480-EXIT.
032680     EXIT.
032690*
032700 1490-CLEAR-ONE-COMMAND.
032710     MOVE RCN-SUB TO RCN-CMND-PARTITION-NO
032720     DELETE RCN-CMND-FILE RECORD.
032730 1490-EXIT.
032740     EXIT.
032750*
032760******************************************************************
032770* 1495-PREPARE-ALERTS
032780*    Makes sure RCNALRT exists before any worker thread opens it
032790*    I-O to raise an event - created when absent, otherwise left
032800*    exactly as found, since rows the monitoring agent has not
032810*    yet taken are still owed to it.  Done here, once, before
032820*    any CBL_THREAD_START, for the reason 1300-PREPARE-
032830*    EXCEPTIONS pre-creates RCNEXCP.
032840******************************************************************
032850 1495-PREPARE-ALERTS.
032860     OPEN I-O RCN-ALRT-FILE
032870     IF RCN-ALRT-FILE-STATUS EQUAL "35"
032880         OPEN OUTPUT RCN-ALRT-FILE
032890     END-IF
032900     IF RCN-ALRT-FILE-STATUS NOT EQUAL "00"
032910         DISPLAY "RCNDRIV: UNABLE TO CREATE RCNALRT, STATUS="
032920             RCN-ALRT-FILE-STATUS
032930         GO TO 1495-EXIT
032940     END-IF
032950     CLOSE RCN-ALRT-FILE.
032960 1495-EXIT.
032970     EXIT.
032980*
032990******************************************************************
033000* 2000-START-THREADS
033010*    Starts one CBL_THREAD_START thread per partition, each
033020*    entering RCNWORK with that partition's block as its only
033030*    argument.  RCNWORK fills in the retcode/rows fields in
033040*    place when the thread completes.
033050******************************************************************
033060 2000-START-THREADS.
033070     MOVE ZERO TO RCN-SUB
033080     PERFORM 2100-START-ONE-THREAD THRU 2100-EXIT
033090         VARYING RCN-SUB FROM 1 BY 1
033100         UNTIL RCN-SUB > RCN-NBR-PARTS.
033110 2000-EXIT.
033120     EXIT.
033130*
033140 2100-START-ONE-THREAD.
033150     SET RCN-PART-IDX TO RCN-SUB
033160     IF RCN-PARTITION-DONE (RCN-PART-IDX)
033170         DISPLAY "RCNDRIV: PARTITION "
033180             RCN-PARTITION-NO (RCN-PART-IDX)
033190             " ALREADY COMPLETE - NO THREAD STARTED"
033200         GO TO 2100-EXIT
033210     END-IF
033220     CALL "CBL_THREAD_START" USING
033230         "RCNWORK"
033240         RCN-TBL-THREAD-HANDLE (RCN-PART-IDX)
033250         RCN-PARTITION-ENTRY (RCN-PART-IDX)
033260         RETURNING RCN-THREAD-RETCODE
033270     IF RCN-THREAD-RETCODE NOT = ZERO
033280         DISPLAY "RCNDRIV: UNABLE TO START PARTITION "
033290             RCN-PARTITION-NO (RCN-PART-IDX)
033300             " RETCODE=" RCN-THREAD-RETCODE
033310         MOVE 16 TO RCN-PARTITION-RETCODE (RCN-PART-IDX)
033320     END-IF.
033330 2100-EXIT.
033340     EXIT.
033350*
033360******************************************************************
033370* 3000-JOIN-THREADS
033380*    Waits for every partition's thread to finish before the
033390*    totals are trustworthy.
033400******************************************************************
033410 3000-JOIN-THREADS.
033420     MOVE ZERO TO RCN-SUB
033430     PERFORM 3100-JOIN-ONE-THREAD
033440         VARYING RCN-SUB FROM 1 BY 1
033450         UNTIL RCN-SUB > RCN-NBR-PARTS.
033460 3000-EXIT.
033470     EXIT.
033480*
033490 3100-JOIN-ONE-THREAD.
033500     SET RCN-PART-IDX TO RCN-SUB
033510     IF RCN-TBL-THREAD-HANDLE (RCN-PART-IDX) NOT = LOW-VALUE
033520         CALL "CBL_THREAD_JOIN" USING
033530             RCN-TBL-THREAD-HANDLE (RCN-PART-IDX)
033540             RETURNING RCN-THREAD-RETCODE
033550     END-IF.
033560 3100-EXIT.
033570     EXIT.
033580*
033590******************************************************************
033600* 3500-SWEEP-LEDGER
033610*    The ledger side of the reconciliation - after every
033620*    partition has joined, any RCNGLIX row inside the job's
033630*    account range still unflagged is a ledger account with no
033640*    ACCOUNT_MASTER row.  Each one is extracted to RCNEXCP as
033650*    reason NM (partition 0000) for the RCNXRPT report.  Skipped
033660*    when the work file never loaded - the shortfall was already
033670*    reported and retcoded by 1400-LOAD-LEDGER.
033680******************************************************************
033690 3500-SWEEP-LEDGER.
033700*    A delta run fetches only changed accounts, so unchanged
033710*    ledger rows are legitimately unmatched - the two-sided
033720*    sweep only means anything on a full sweep.
033730     IF RCN-RUN-DELTA
033740         DISPLAY "RCNDRIV: LEDGER SWEEP SKIPPED - DELTA RUN"
033750         GO TO 3500-EXIT
033760     END-IF
033770*    A simulation never flags RCNGLIX, and no rule or tolerance
033780*    moves an NM row, so there is nothing for it to sweep.
033790     IF RCN-SIM-RUN
033800         GO TO 3500-EXIT
033810     END-IF
033820     IF RCN-GL-LOAD-FAILED
033830         GO TO 3500-EXIT
033840     END-IF
033850*    A partition that died mid-range leaves its unread accounts
033860*    unmatched on the work file - sweeping then would extract
033870*    every one of them as a false NM, so the sweep only runs
033880*    when every partition finished clean.
033890     PERFORM 3520-CHECK-ONE-CLEAN
033900         VARYING RCN-SUB FROM 1 BY 1
033910         UNTIL RCN-SUB > RCN-NBR-PARTS
033920     IF RCN-PART-NOT-CLEAN
033930         DISPLAY "RCNDRIV: LEDGER SWEEP SKIPPED - PARTITION"
033940             " ERRORS"
033950         GO TO 3500-EXIT
033960     END-IF
033970     OPEN INPUT RCN-GLIX-FILE
033980     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
033990         DISPLAY "RCNDRIV: LEDGER SWEEP SKIPPED, RCNGLIX STATUS="
034000             RCN-GLIX-FILE-STATUS
034010         GO TO 3500-EXIT
034020     END-IF
034030     OPEN I-O RCN-EXCP-FILE
034040     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
034050         DISPLAY "RCNDRIV: LEDGER SWEEP SKIPPED, RCNEXCP STATUS="
034060             RCN-EXCP-FILE-STATUS
034070         CLOSE RCN-GLIX-FILE
034080         GO TO 3500-EXIT
034090     END-IF
034100     PERFORM 3510-SWEEP-ONE-LEDGER THRU 3510-EXIT
034110         UNTIL RCN-GLIX-EOF
034120     CLOSE RCN-GLIX-FILE RCN-EXCP-FILE
034130     DISPLAY "RCNDRIV: LEDGER ACCOUNTS NOT ON MASTER="
034140         RCN-GL-UNMATCHED.
034150 3500-EXIT.
034160     EXIT.
034170*
034180 3510-SWEEP-ONE-LEDGER.
034190     READ RCN-GLIX-FILE
034200         AT END
034210             SET RCN-GLIX-EOF TO TRUE
034220     END-READ
034230     IF RCN-GLIX-EOF
034240         GO TO 3510-EXIT
034250     END-IF
034260     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
034270         DISPLAY "RCNDRIV: LEDGER SWEEP READ FAILED, STATUS="
034280             RCN-GLIX-FILE-STATUS
034290         SET RCN-GLIX-EOF TO TRUE
034300         GO TO 3510-EXIT
034310     END-IF
034320     IF RCN-GL-ACCT-NO < RCN-JOB-LOW-ACCT
034330         OR RCN-GL-ACCT-NO > RCN-JOB-HIGH-ACCT
034340         GO TO 3510-EXIT
034350     END-IF
034360     IF RCN-GL-MATCHED
034370         GO TO 3510-EXIT
034380     END-IF
034390     ADD 1 TO RCN-GL-UNMATCHED
034400     MOVE RCN-CUR-DEF-NAME TO RCN-EXCP-DEF-NAME
034410     MOVE ZERO TO RCN-EXCP-PARTITION-NO
034420     MOVE RCN-GL-ACCT-NO TO RCN-EXCP-ACCT-NO
034430     MOVE "NM" TO RCN-EXCP-REASON-CODE
034440     MOVE ZERO TO RCN-EXCP-BALANCE
034450     MOVE RCN-GL-BALANCE TO RCN-EXCP-GL-BALANCE
034460     MOVE SPACES TO RCN-EXCP-STATUS
034470     MOVE SPACE TO RCN-EXCP-SEVERITY
034480     MOVE RCN-RUN-STAMP TO RCN-EXCP-RUN-STAMP
034490     WRITE RCN-EXCP-RECORD
034500     IF RCN-EXCP-FILE-STATUS EQUAL "22"
034510         REWRITE RCN-EXCP-RECORD
034520     END-IF
034530     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
034540         DISPLAY "RCNDRIV: RCNEXCP WRITE FAILED, STATUS="
034550             RCN-EXCP-FILE-STATUS
034560     END-IF.
034570 3510-EXIT.
034580     EXIT.
034590*
034600 3520-CHECK-ONE-CLEAN.
034610     SET RCN-PART-IDX TO RCN-SUB
034620     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) NOT EQUAL ZERO
034630         SET RCN-PART-NOT-CLEAN TO TRUE
034640     END-IF.
034650 3520-EXIT.
034660     EXIT.
034670*
034680******************************************************************
034690* 4000-REPORT-TOTALS
034700*    Rolls up the current definition's partition counts and
034710*    return codes - into the definition totals the coverage
034720*    check balances against, and into the job totals the end-
034730*    of-job summary carries.
034740******************************************************************
034750 4000-REPORT-TOTALS.
034760     MOVE ZERO TO RCN-SUB
034770     PERFORM 4100-REPORT-ONE-PARTITION
034780         VARYING RCN-SUB FROM 1 BY 1
034790         UNTIL RCN-SUB > RCN-NBR-PARTS
034800     ADD RCN-GL-UNMATCHED TO RCN-DEF-EXCP
034810     ADD RCN-GL-UNMATCHED TO RCN-TOTAL-EXCEPTIONS
034820     DISPLAY "RCNDRIV: DEFINITION " RCN-CUR-DEF-NAME
034830         " TOTAL ROWS=" RCN-DEF-ROWS
034840         " EXCEPTIONS=" RCN-DEF-EXCP.
034850 4000-EXIT.
034860     EXIT.
034870*
034880******************************************************************
034890* 4020-REPORT-JOB
034900*    The job-level summary, once every definition has run.
034910******************************************************************
034920 4020-REPORT-JOB.
034930     DISPLAY "RCNDRIV: JOB TOTAL ROWS=" RCN-TOTAL-ROWS
034940         " EXCEPTIONS=" RCN-TOTAL-EXCEPTIONS
034950         " RETCODE=" RCN-JOB-RETCODE
034960     IF RCN-JOB-HALTED
034970         DISPLAY "RCNDRIV: SUSPECT INPUT - RUN HALTED BY"
034980             " EXCEPTION LIMIT"
034990         PERFORM 4950-REPORT-DOMINANT-REASON THRU 4950-EXIT
035000     END-IF.
035010 4020-EXIT.
035020     EXIT.
035030*
035040 4100-REPORT-ONE-PARTITION.
035050     SET RCN-PART-IDX TO RCN-SUB
035060     ADD RCN-PARTITION-ROWS (RCN-PART-IDX) TO RCN-DEF-ROWS
035070     ADD RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX)
035080         TO RCN-DEF-EXCP
035090     ADD RCN-PARTITION-MASTER-TOTAL (RCN-PART-IDX)
035100         TO RCN-DEF-MASTER-TOTAL
035110     ADD RCN-PARTITION-ROWS (RCN-PART-IDX) TO RCN-TOTAL-ROWS
035120     ADD RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX)
035130         TO RCN-TOTAL-EXCEPTIONS
035140     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) > RCN-JOB-RETCODE
035150         MOVE RCN-PARTITION-RETCODE (RCN-PART-IDX)
035160             TO RCN-JOB-RETCODE
035170     END-IF
035180     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) NOT EQUAL ZERO
035190         SET RCN-JOB-NOT-CLEAN TO TRUE
035200     END-IF
035210     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) EQUAL 14
035220         SET RCN-JOB-HALTED TO TRUE
035230     END-IF
035240     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) EQUAL 6
035250         SET RCN-JOB-WOUND-DOWN TO TRUE
035260     END-IF
035270     DISPLAY "RCNDRIV: PARTITION "
035280         RCN-PARTITION-NO (RCN-PART-IDX)
035290         " ROWS=" RCN-PARTITION-ROWS (RCN-PART-IDX)
035300         " EXCEPTIONS=" RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX)
035310         " RETCODE=" RCN-PARTITION-RETCODE (RCN-PART-IDX)
035320     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) NOT EQUAL ZERO
035330         AND RCN-PARTITION-RETCODE (RCN-PART-IDX) NOT EQUAL 6
035340         AND RCN-PARTITION-RETCODE (RCN-PART-IDX) NOT EQUAL 14
035350*    A halt (14) is raised by the worker that tripped the
035360*    breaker, and a wind-down (6) is no failure at all.
035370         MOVE "PARTFAIL" TO RCN-EVT-CODE
035380         SET RCN-EVT-CRITICAL TO TRUE
035390         MOVE RCN-CUR-DEF-NAME TO RCN-EVT-DEF-NAME
035400         MOVE RCN-PARTITION-NO (RCN-PART-IDX)
035410             TO RCN-EVT-PARTITION-NO
035420         MOVE RCN-PARTITION-RETCODE (RCN-PART-IDX)
035430             TO RCN-EVT-RETCODE
035440         MOVE "PARTITION ENDED FAILED - SEE RCNWORK MESSAGES"
035450             TO RCN-EVT-TEXT
035460         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
035470     END-IF
035480     IF RCN-PARTITION-RETCODE (RCN-PART-IDX) EQUAL 6
035490         DISPLAY "RCNDRIV: PARTITION "
035500             RCN-PARTITION-NO (RCN-PART-IDX)
035510             " WOUND DOWN SHORT OF COMPLETION - RESTART"
035520             " WILL RESUME IT"
035530     END-IF.
035540 4100-EXIT.
035550     EXIT.
035560*
035570******************************************************************
035580* 4500-CLEAR-CHECKPOINTS
035590*    One job-level pass, after every definition has run - a
035600*    wholly clean job clears every definition's checkpoint rows
035610*    so the next run starts fresh and cuts its own partitions.
035620******************************************************************
035630 4500-CLEAR-CHECKPOINTS.
035640     IF RCN-SIM-RUN
035650         GO TO 4500-EXIT
035660     END-IF
035670*    The rows exist for one purpose - resuming work that did
035680*    not finish.  So they go by whether every partition of
035690*    every definition ended clean, not by the job retcode: a
035700*    ledger or coverage warning with everything complete must
035710*    still clear them, or the next night starts as an all-
035720*    complete restart that reconciles nothing.  Any abended,
035730*    halted or wound-down partition anywhere keeps the whole
035740*    set - completed definitions' rows sit in state C, which
035750*    the restart scan already knows to skip, so a restart
035760*    never re-reads a definition that finished.
035770*    A MAXEXCP halt is the one exception - everything read
035780*    tonight reconciled against suspect input, so a resume
035790*    past the checkpoints would keep (and report) the bogus
035800*    fallout.  The rows go, the kept extract goes with them
035810*    at the next fresh start, and the rerun after the
035820*    upstream fix re-reads the lot: ten minutes and a rerun,
035830*    not a week of unwinding.
035840     IF RCN-JOB-HALTED
035850         DISPLAY "RCNDRIV: SUSPECT-INPUT HALT - CHECKPOINTS"
035860             " CLEARED, RERUN FRESH AFTER THE UPSTREAM FIX"
035870     ELSE
035880         IF RCN-JOB-NOT-CLEAN
035890             DISPLAY "RCNDRIV: CHECKPOINTS RETAINED FOR"
035900                 " RESTART"
035910             GO TO 4500-EXIT
035920         END-IF
035930     END-IF
035940     OPEN I-O RCN-CKPT-FILE
035950     IF RCN-CKPT-FILE-STATUS NOT EQUAL "00"
035960         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCKPT, STATUS="
035970             RCN-CKPT-FILE-STATUS
035980         GO TO 4500-EXIT
035990     END-IF
036000     PERFORM 4505-CLEAR-ONE-DEF THRU 4505-EXIT
036010         VARYING RCN-DEF-SUB FROM 1 BY 1
036020         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
036030     CLOSE RCN-CKPT-FILE.
036040 4500-EXIT.
036050     EXIT.
036060*
036070 4505-CLEAR-ONE-DEF.
036080*    The full partition range, not the definition's final PARTS
036090*    - a restart override may have left rows above tonight's
036100*    count, and a DELETE against a key that is not there is a
036110*    harmless 23.
036120     MOVE RCN-RUN-DEF-ENTRY (RCN-DEF-SUB) TO RCN-CUR-DEF
036130     PERFORM 4510-CLEAR-ONE-CHECKPOINT THRU 4510-EXIT
036140         VARYING RCN-SUB FROM 1 BY 1
036150         UNTIL RCN-SUB > RCN-MAX-PARTS.
036160 4505-EXIT.
036170     EXIT.
036180*
036190 4510-CLEAR-ONE-CHECKPOINT.
036200     MOVE RCN-CUR-DEF-NAME TO RCN-CKPT-DEF-NAME
036210     MOVE RCN-SUB TO RCN-CKPT-PARTITION-NO
036220     DELETE RCN-CKPT-FILE RECORD.
036230 4510-EXIT.
036240     EXIT.
036250*
036260******************************************************************
036270* 4600-WRITE-HISTORY
036280*    One record per definition per run, clean or not, onto
036290*    the RCNHIST run-history file - what RCNHRPT trends from.
036300*    A same-second rerun REWRITEs rather than failing on the
036310*    duplicate key.
036320*    The record carries the definition's money too - the master
036330*    total the partitions summed and the ledger total over the
036340*    run's range (4620-SUM-LEDGER), flagged one-sided when the
036350*    ledger was not usable tonight - for RCNCERT.
036360******************************************************************
036370 4600-WRITE-HISTORY.
036380*    RCNHIST is the record of nights actually run - a simulation
036390*    is not one of them.
036400     IF RCN-SIM-RUN
036410         GO TO 4600-EXIT
036420     END-IF
036430     OPEN I-O RCN-HIST-FILE
036440     IF RCN-HIST-FILE-STATUS EQUAL "35"
036450         OPEN OUTPUT RCN-HIST-FILE
036460     END-IF
036470     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
036480         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNHIST, STATUS="
036490             RCN-HIST-FILE-STATUS
036500         GO TO 4600-EXIT
036510     END-IF
036520     INITIALIZE RCN-HIST-RECORD
036530     MOVE RCN-RUN-DATE TO RCN-HIST-RUN-DATE
036540     MOVE RCN-RUN-TIME-HHMMSS TO RCN-HIST-RUN-TIME
036550     MOVE RCN-CUR-DEF-NAME TO RCN-HIST-DEF-NAME
036560     MOVE RCN-JOB-LOW-ACCT TO RCN-HIST-LOW-ACCT
036570     MOVE RCN-JOB-HIGH-ACCT TO RCN-HIST-HIGH-ACCT
036580     MOVE RCN-NBR-PARTS TO RCN-HIST-NBR-PARTS
036590     MOVE RCN-DEF-ROWS TO RCN-HIST-TOTAL-ROWS
036600     MOVE RCN-DEF-EXCP TO RCN-HIST-TOTAL-EXCP
036610     MOVE RCN-JOB-RETCODE TO RCN-HIST-JOB-RETCODE
036620     ACCEPT RCN-TIME-RAW FROM TIME
036630     PERFORM 7000-TIME-TO-SECS THRU 7000-EXIT
036640     MOVE RCN-TIME-SECS TO RCN-END-SECS
036650     ACCEPT RCN-END-DAY FROM DAY
036660*    Elapsed is the definition pass's own, not the job's -
036670*    each history record trends one definition.
036680     COMPUTE RCN-DAY-DIFF = RCN-END-DAY - RCN-DEF-START-DAY
036690     IF RCN-DAY-DIFF < ZERO
036700         MOVE 1 TO RCN-DAY-DIFF
036710     END-IF
036720     COMPUTE RCN-ELAPSED-SECS =
036730         (RCN-DAY-DIFF * 86400)
036740             + RCN-END-SECS - RCN-DEF-START-SECS
036750     MOVE RCN-ELAPSED-SECS TO RCN-HIST-ELAPSED-SECS
036760     PERFORM 4620-SUM-LEDGER THRU 4620-EXIT
036770     MOVE RCN-DEF-MASTER-TOTAL TO RCN-HIST-MASTER-TOTAL
036780     MOVE RCN-DEF-LEDGER-TOTAL TO RCN-HIST-LEDGER-TOTAL
036790     IF RCN-GL-NOT-USABLE
036800         SET RCN-HIST-RAN-ONE-SIDED TO TRUE
036810     ELSE
036820         MOVE "N" TO RCN-HIST-ONE-SIDED
036830     END-IF
036840     MOVE RCN-RUN-MODE-SWITCH TO RCN-HIST-RUN-MODE
036850     PERFORM 4610-FILL-ONE-PART-HIST THRU 4610-EXIT
036860         VARYING RCN-SUB FROM 1 BY 1
036870         UNTIL RCN-SUB > RCN-NBR-PARTS
036880     WRITE RCN-HIST-RECORD
036890     IF RCN-HIST-FILE-STATUS EQUAL "22"
036900         REWRITE RCN-HIST-RECORD
036910     END-IF
036920     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
036930         DISPLAY "RCNDRIV: RCNHIST WRITE FAILED, STATUS="
036940             RCN-HIST-FILE-STATUS
036950     END-IF
036960     CLOSE RCN-HIST-FILE.
036970 4600-EXIT.
036980     EXIT.
036990*
037000 4610-FILL-ONE-PART-HIST.
037010     SET RCN-PART-IDX TO RCN-SUB
037020     MOVE RCN-PARTITION-ROWS (RCN-PART-IDX) TO
037030         RCN-HIST-PART-ROWS (RCN-SUB)
037040     MOVE RCN-PARTITION-EXCEPTIONS (RCN-PART-IDX) TO
037050         RCN-HIST-PART-EXCP (RCN-SUB)
037060     MOVE RCN-PARTITION-RETCODE (RCN-PART-IDX) TO
037070         RCN-HIST-PART-RETCODE (RCN-SUB)
037080     MOVE RCN-PARTITION-ELAPSED-SECS (RCN-PART-IDX) TO
037090         RCN-HIST-PART-SECS (RCN-SUB).
037100 4610-EXIT.
037110     EXIT.
037120*
037130******************************************************************
037140* 4620-SUM-LEDGER
037150*    Totals the ledger balances inside the run's account range
037160*    off the loaded RCNGLIX work file.  Nothing to total when
037170*    the ledger was not usable - the history record then says
037180*    the night ran one-sided.
037190******************************************************************
037200 4620-SUM-LEDGER.
037210     IF RCN-GL-NOT-USABLE
037220         GO TO 4620-EXIT
037230     END-IF
037240     OPEN INPUT RCN-GLIX-FILE
037250     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
037260         DISPLAY "RCNDRIV: NO LEDGER TOTAL, RCNGLIX STATUS="
037270             RCN-GLIX-FILE-STATUS
037280         GO TO 4620-EXIT
037290     END-IF
037300     SET RCN-GLIX-NOT-EOF TO TRUE
037310     PERFORM 4625-SUM-ONE-LEDGER THRU 4625-EXIT
037320         UNTIL RCN-GLIX-EOF
037330     CLOSE RCN-GLIX-FILE.
037340 4620-EXIT.
037350     EXIT.
037360*
037370 4625-SUM-ONE-LEDGER.
037380     READ RCN-GLIX-FILE
037390         AT END
037400             SET RCN-GLIX-EOF TO TRUE
037410     END-READ
037420     IF RCN-GLIX-EOF
037430         GO TO 4625-EXIT
037440     END-IF
037450     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
037460         DISPLAY "RCNDRIV: LEDGER TOTAL READ FAILED, STATUS="
037470             RCN-GLIX-FILE-STATUS
037480         SET RCN-GLIX-EOF TO TRUE
037490         GO TO 4625-EXIT
037500     END-IF
037510     IF RCN-GL-ACCT-NO < RCN-JOB-LOW-ACCT
037520         OR RCN-GL-ACCT-NO > RCN-JOB-HIGH-ACCT
037530         GO TO 4625-EXIT
037540     END-IF
037550     ADD RCN-GL-BALANCE TO RCN-DEF-LEDGER-TOTAL.
037560 4625-EXIT.
037570     EXIT.
037580******************************************************************
037590* 4700-CHECK-COVERAGE
037600*    The balancing step - the server's own row count for the
037610*    configured range must equal what the partitions together
037620*    read, or nothing proves the range was covered.  Only run
037630*    when every partition ended clean (an abended partition's
037640*    shortfall is expected - the restart finishes it); counts
037650*    taken while the table is being posted will not balance,
037660*    which is one more reason this job owns the batch window.
037670*    On a delta run the changed-since count also moves with
037680*    every posting AFTER the cursors passed - a restart the
037690*    next night can never balance - so a delta mismatch is an
037700*    advisory at retcode 4 and the weekly full sweep carries
037710*    the hard retcode-12 enforcement; the full COUNT(*) is
037720*    insensitive to updates and is the provable control.
037730******************************************************************
037740 4700-CHECK-COVERAGE.
037750     SET RCN-PART-ALL-CLEAN TO TRUE
037760     PERFORM 3520-CHECK-ONE-CLEAN
037770         VARYING RCN-SUB FROM 1 BY 1
037780         UNTIL RCN-SUB > RCN-NBR-PARTS
037790     IF RCN-PART-NOT-CLEAN
037800         DISPLAY "RCNDRIV: COVERAGE CHECK SKIPPED - PARTITION"
037810             " ERRORS"
037820         GO TO 4700-EXIT
037830     END-IF
037840     MOVE RCN-RUN-MODE-SWITCH TO RCN-CNT-DELTA-SW
037850     MOVE RCN-SINCE-TS TO RCN-CNT-SINCE-TS
037860     MOVE RCN-CUR-DEF-TABLE TO RCN-CNT-TABLE
037870     MOVE RCN-CUR-KEY-COL TO RCN-CNT-KEY-COL
037880     SET RCN-CNT-FUNC-CONNECT TO TRUE
037890     MOVE RCN-PARM-SERVER TO RCN-CNT-SERVER
037900     MOVE RCN-PARM-USERID TO RCN-CNT-USERID
037910     MOVE RCN-PARM-PASSWD TO RCN-CNT-PASSWD
037920     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
037930     IF RCN-CNT-RETCODE NOT EQUAL ZERO
037940         DISPLAY "RCNDRIV: COVERAGE CHECK UNAVAILABLE,"
037950             " SQLCODE=" RCN-CNT-SQLCODE
037960         IF RCN-JOB-RETCODE < 4
037970             MOVE 4 TO RCN-JOB-RETCODE
037980         END-IF
037990         GO TO 4700-EXIT
038000     END-IF
038010     SET RCN-CNT-FUNC-COUNT TO TRUE
038020     MOVE RCN-JOB-LOW-ACCT TO RCN-CNT-LOW-ACCT
038030     MOVE RCN-JOB-HIGH-ACCT TO RCN-CNT-HIGH-ACCT
038040     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
038050     IF RCN-CNT-RETCODE NOT EQUAL ZERO
038060         DISPLAY "RCNDRIV: COVERAGE CHECK UNAVAILABLE,"
038070             " SQLCODE=" RCN-CNT-SQLCODE
038080         IF RCN-JOB-RETCODE < 4
038090             MOVE 4 TO RCN-JOB-RETCODE
038100         END-IF
038110     ELSE
038120         MOVE RCN-CNT-ROW-COUNT TO RCN-COVERAGE-COUNT
038130         IF RCN-COVERAGE-COUNT = RCN-DEF-ROWS
038140             DISPLAY "RCNDRIV: COVERAGE PROVED - SERVER COUNT="
038150                 RCN-COVERAGE-COUNT " ROWS READ="
038160                 RCN-DEF-ROWS
038170         ELSE
038180             IF RCN-RUN-DELTA
038190                 DISPLAY "RCNDRIV: COVERAGE ADVISORY (DELTA) -"
038200                     " SERVER COUNT=" RCN-COVERAGE-COUNT
038210                     " ROWS READ=" RCN-DEF-ROWS
038220                 IF RCN-JOB-RETCODE < 4
038230                     MOVE 4 TO RCN-JOB-RETCODE
038240                 END-IF
038250                 SET RCN-EVT-WARNING TO TRUE
038260                 MOVE 4 TO RCN-EVT-RETCODE
038270                 PERFORM 4710-RAISE-COVERAGE THRU 4710-EXIT
038280             ELSE
038290                 DISPLAY "RCNDRIV: COVERAGE DISCREPANCY - SERVER"
038300                     " COUNT=" RCN-COVERAGE-COUNT
038310                     " ROWS READ=" RCN-DEF-ROWS
038320                     " - JOB RETCODE FORCED TO 12"
038330                 SET RCN-COVERAGE-SHORT TO TRUE
038340                 IF RCN-JOB-RETCODE < 12
038350                     MOVE 12 TO RCN-JOB-RETCODE
038360                 END-IF
038370                 SET RCN-EVT-CRITICAL TO TRUE
038380                 MOVE 12 TO RCN-EVT-RETCODE
038390                 PERFORM 4710-RAISE-COVERAGE THRU 4710-EXIT
038400             END-IF
038410         END-IF
038420     END-IF
038430     SET RCN-CNT-FUNC-DISCONNECT TO TRUE
038440     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS.
038450 4700-EXIT.
038460     EXIT.
038470*
038480 4710-RAISE-COVERAGE.
038490*    Severity and retcode come from the caller - a delta
038500*    advisory warns, a full-sweep discrepancy is critical.
038510     MOVE "COVERAGE" TO RCN-EVT-CODE
038520     MOVE RCN-CUR-DEF-NAME TO RCN-EVT-DEF-NAME
038530     MOVE ZERO TO RCN-EVT-PARTITION-NO
038540     MOVE RCN-COVERAGE-COUNT TO RCN-EVT-COUNT-1
038550     MOVE RCN-DEF-ROWS TO RCN-EVT-COUNT-2
038560     MOVE SPACES TO RCN-EVT-TEXT
038570     STRING "COVERAGE MISMATCH - SERVER COUNT=" DELIMITED BY SIZE
038580            RCN-EVT-COUNT-1 DELIMITED BY SIZE
038590            " READ=" DELIMITED BY SIZE
038600            RCN-EVT-COUNT-2 DELIMITED BY SIZE
038610         INTO RCN-EVT-TEXT
038620     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
038630 4710-EXIT.
038640     EXIT.
038650******************************************************************
038660* 4800-UPDATE-RUN-CONTROL
038670*    A clean, non-restart finish stamps this run's start as the
038680*    new delta baseline - rows maintained while the run was in
038690*    flight fall after it, so the next delta night picks them
038700*    up.  A restart never advances it: partitions that finished
038710*    on the original night are skipped, so rows maintained
038720*    between that night and the restart would fall below the
038730*    restart's own start and be lost to every later delta.  The
038740*    old baseline stands and the next delta re-covers the whole
038750*    abended window - wider than needed, never narrower.
038760*    Anything nonzero also leaves the old baseline standing.
038770******************************************************************
038780 4800-UPDATE-RUN-CONTROL.
038790     IF RCN-JOB-RETCODE NOT EQUAL ZERO
038800         OR RCN-JOB-RESTART
038810         OR RCN-SIM-RUN
038820         GO TO 4800-EXIT
038830     END-IF
038840     OPEN I-O RCN-CTL-FILE
038850     IF RCN-CTL-FILE-STATUS EQUAL "35"
038860         OPEN OUTPUT RCN-CTL-FILE
038870     END-IF
038880     IF RCN-CTL-FILE-STATUS NOT EQUAL "00"
038890         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNCTL, STATUS="
038900             RCN-CTL-FILE-STATUS
038910         GO TO 4800-EXIT
038920     END-IF
038930     MOVE "LASTRUN" TO RCN-CTL-ID
038940     MOVE RCN-RUN-DATE TO RCN-CTL-LAST-DATE
038950     MOVE RCN-RUN-TIME-HHMMSS TO RCN-CTL-LAST-TIME
038960     MOVE RCN-RUN-DATE TO RCN-DATE-SPLIT-N
038970     MOVE RCN-SPLIT-YYYY TO RCN-TS-YYYY
038980     MOVE RCN-SPLIT-MM TO RCN-TS-MM
038990     MOVE RCN-SPLIT-DD TO RCN-TS-DD
039000     MOVE RCN-RUN-TIME-HHMMSS TO RCN-TIME-SPLIT-N
039010     MOVE RCN-SPLIT-HH TO RCN-TS-HH
039020     MOVE RCN-SPLIT-MI TO RCN-TS-MI
039030     MOVE RCN-SPLIT-SS TO RCN-TS-SS
039040     MOVE RCN-TS-BUILD TO RCN-CTL-LAST-TS
039050     WRITE RCN-CTL-RECORD
039060     IF RCN-CTL-FILE-STATUS EQUAL "22"
039070         REWRITE RCN-CTL-RECORD
039080     END-IF
039090     IF RCN-CTL-FILE-STATUS NOT EQUAL "00"
039100         DISPLAY "RCNDRIV: RCNCTL WRITE FAILED, STATUS="
039110             RCN-CTL-FILE-STATUS
039120     ELSE
039130         DISPLAY "RCNDRIV: DELTA BASELINE SET TO "
039140             RCN-CTL-LAST-TS
039150     END-IF
039160     CLOSE RCN-CTL-FILE.
039170 4800-EXIT.
039180     EXIT.
039190*
039200******************************************************************
039210* 4850-ROLL-SNAPSHOT
039220*    Advances the movement baseline - tonight's fetched balances
039230*    become the prior-run snapshot the next run proves movement
039240*    against.  Guarded exactly like 4800-UPDATE-RUN-CONTROL: a
039250*    dirty or restarted run leaves the old snapshot standing,
039260*    wider coverage next delta being the safe side.  A full
039270*    sweep rewrites RCNSNAP wholesale; a delta run fetched only
039280*    changed accounts, so its rows merge in over the old ones.
039290******************************************************************
039300 4850-ROLL-SNAPSHOT.
039310     IF RCN-SNAP-FILE-NAME EQUAL SPACES
039320         OR RCN-SNEW-FILE-NAME EQUAL SPACES
039330         OR RCN-SIM-RUN
039340         GO TO 4850-EXIT
039350     END-IF
039360*    Per-definition guard - the baseline advances only off a
039370*    complete, clean, fresh read of this definition's range:
039380*    a restart, a dirty partition or an unproved coverage
039390*    total leaves the old snapshot standing.
039400     SET RCN-PART-ALL-CLEAN TO TRUE
039410     PERFORM 3520-CHECK-ONE-CLEAN
039420         VARYING RCN-SUB FROM 1 BY 1
039430         UNTIL RCN-SUB > RCN-NBR-PARTS
039440     IF RCN-PART-NOT-CLEAN
039450         OR RCN-ANY-RESTART
039460         OR RCN-COVERAGE-SHORT
039470         GO TO 4850-EXIT
039480     END-IF
039490     OPEN INPUT RCN-SNEW-FILE
039500     IF RCN-SNEW-FILE-STATUS NOT EQUAL "00"
039510         DISPLAY "RCNDRIV: SNAPSHOT ROLL SKIPPED, RCNSNEW"
039520             " STATUS=" RCN-SNEW-FILE-STATUS
039530         GO TO 4850-EXIT
039540     END-IF
039550     IF RCN-RUN-DELTA
039560         OPEN I-O RCN-SNAP-FILE
039570         IF RCN-SNAP-FILE-STATUS EQUAL "35"
039580             OPEN OUTPUT RCN-SNAP-FILE
039590             CLOSE RCN-SNAP-FILE
039600             OPEN I-O RCN-SNAP-FILE
039610         END-IF
039620     ELSE
039630         OPEN OUTPUT RCN-SNAP-FILE
039640     END-IF
039650     IF RCN-SNAP-FILE-STATUS NOT EQUAL "00"
039660         DISPLAY "RCNDRIV: SNAPSHOT ROLL SKIPPED, RCNSNAP"
039670             " STATUS=" RCN-SNAP-FILE-STATUS
039680         CLOSE RCN-SNEW-FILE
039690         GO TO 4850-EXIT
039700     END-IF
039710     PERFORM 4860-ROLL-ONE-SNAPSHOT THRU 4860-EXIT
039720         UNTIL RCN-SNEW-EOF
039730     CLOSE RCN-SNEW-FILE RCN-SNAP-FILE
039740     DISPLAY "RCNDRIV: SNAPSHOT BASELINE ROLLED, ACCOUNTS="
039750         RCN-SNAP-ROLLED.
039760 4850-EXIT.
039770     EXIT.
039780*
039790 4860-ROLL-ONE-SNAPSHOT.
039800     READ RCN-SNEW-FILE NEXT RECORD
039810         AT END
039820             SET RCN-SNEW-EOF TO TRUE
039830     END-READ
039840     IF RCN-SNEW-EOF
039850         GO TO 4860-EXIT
039860     END-IF
039870     IF RCN-SNEW-FILE-STATUS NOT EQUAL "00"
039880         DISPLAY "RCNDRIV: RCNSNEW SCAN FAILED, STATUS="
039890             RCN-SNEW-FILE-STATUS
039900         SET RCN-SNEW-EOF TO TRUE
039910         GO TO 4860-EXIT
039920     END-IF
039930     MOVE RCN-SNEW-ACCT-NO TO RCN-SNAP-ACCT-NO
039940     MOVE RCN-SNEW-BALANCE TO RCN-SNAP-BALANCE
039950     WRITE RCN-SNAP-RECORD
039960     IF RCN-SNAP-FILE-STATUS EQUAL "22"
039970         REWRITE RCN-SNAP-RECORD
039980     END-IF
039990     IF RCN-SNAP-FILE-STATUS NOT EQUAL "00"
040000         DISPLAY "RCNDRIV: RCNSNAP WRITE FAILED, STATUS="
040010             RCN-SNAP-FILE-STATUS
040020         SET RCN-SNEW-EOF TO TRUE
040030     ELSE
040040         ADD 1 TO RCN-SNAP-ROLLED
040050     END-IF.
040060 4860-EXIT.
040070     EXIT.
040080*
040090******************************************************************
040100* 4900-UPDATE-EXCP-HISTORY
040110*    Rolls tonight's extract into the exception-history file so
040120*    the morning listing can tell a fresh break from a known
040130*    repeat.  Every extract row opens (or ages) its account/
040140*    reason history row; open history rows that stopped
040150*    extracting are marked cleared tonight, and rows cleared on
040160*    the prior run age off.  Only run once every partition has
040170*    ended clean - an incomplete extract would clear every
040180*    account the dead partition never reached.
040190******************************************************************
040200 4900-UPDATE-EXCP-HISTORY.
040210*    The history ages off the night's extract only - RCNSIMX
040220*    is a what-if, and clears nothing.
040230     IF RCN-SIM-RUN
040240         GO TO 4900-EXIT
040250     END-IF
040260     IF RCN-JOB-NOT-CLEAN
040270         DISPLAY "RCNDRIV: EXCEPTION HISTORY NOT UPDATED -"
040280             " PARTITION ERRORS"
040290         GO TO 4900-EXIT
040300     END-IF
040310     OPEN I-O RCN-XHST-FILE
040320     IF RCN-XHST-FILE-STATUS EQUAL "35"
040330         OPEN OUTPUT RCN-XHST-FILE
040340         CLOSE RCN-XHST-FILE
040350         OPEN I-O RCN-XHST-FILE
040360     END-IF
040370     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
040380         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNXHST, STATUS="
040390             RCN-XHST-FILE-STATUS
040400         GO TO 4900-EXIT
040410     END-IF
040420     OPEN INPUT RCN-EXCP-FILE
040430     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
040440         DISPLAY "RCNDRIV: HISTORY ROLL SKIPPED, RCNEXCP STATUS="
040450             RCN-EXCP-FILE-STATUS
040460         CLOSE RCN-XHST-FILE
040470         GO TO 4900-EXIT
040480     END-IF
040490     PERFORM 4910-ROLL-ONE-EXCEPTION THRU 4910-EXIT
040500         UNTIL RCN-EXCP-SCAN-EOF
040510     CLOSE RCN-EXCP-FILE
040520     PERFORM 4920-SWEEP-HISTORY THRU 4920-EXIT
040530     CLOSE RCN-XHST-FILE
040540     DISPLAY "RCNDRIV: EXCEPTION HISTORY NEW=" RCN-XHST-NEW-COUNT
040550         " REPEAT=" RCN-XHST-AGED-COUNT
040560         " CLEARED=" RCN-XHST-CLEAR-COUNT.
040570 4900-EXIT.
040580     EXIT.
040590*
040600 4910-ROLL-ONE-EXCEPTION.
040610     READ RCN-EXCP-FILE NEXT RECORD
040620         AT END
040630             SET RCN-EXCP-SCAN-EOF TO TRUE
040640     END-READ
040650     IF RCN-EXCP-SCAN-EOF
040660         GO TO 4910-EXIT
040670     END-IF
040680     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
040690         DISPLAY "RCNDRIV: RCNEXCP SCAN FAILED, STATUS="
040700             RCN-EXCP-FILE-STATUS
040710         SET RCN-EXCP-SCAN-EOF TO TRUE
040720         GO TO 4910-EXIT
040730     END-IF
040740     MOVE RCN-EXCP-DEF-NAME TO RCN-XHST-DEF-NAME
040750     MOVE RCN-EXCP-ACCT-NO TO RCN-XHST-ACCT-NO
040760     MOVE RCN-EXCP-REASON-CODE TO RCN-XHST-REASON-CODE
040770     READ RCN-XHST-FILE
040780     EVALUATE TRUE
040790         WHEN RCN-XHST-FILE-STATUS EQUAL "23"
040800*    First night on the extract - a new break.
040810             MOVE RCN-EXCP-DEF-NAME TO RCN-XHST-DEF-NAME
040820             MOVE RCN-EXCP-ACCT-NO TO RCN-XHST-ACCT-NO
040830             MOVE RCN-EXCP-REASON-CODE TO RCN-XHST-REASON-CODE
040840             SET RCN-XHST-OPEN TO TRUE
040850             MOVE RCN-RUN-DATE TO RCN-XHST-FIRST-DATE
040860             MOVE RCN-RUN-DATE TO RCN-XHST-LAST-DATE
040870             MOVE 1 TO RCN-XHST-NIGHTS
040880             MOVE ZERO TO RCN-XHST-CLEARED-DATE
040890             WRITE RCN-XHST-RECORD
040900             ADD 1 TO RCN-XHST-NEW-COUNT
040910         WHEN RCN-XHST-FILE-STATUS NOT EQUAL "00"
040920             DISPLAY "RCNDRIV: RCNXHST READ FAILED, STATUS="
040930                 RCN-XHST-FILE-STATUS
040940             SET RCN-EXCP-SCAN-EOF TO TRUE
040950         WHEN RCN-XHST-OPEN
040960             AND RCN-XHST-LAST-DATE EQUAL RCN-RUN-DATE
040970*    Already rolled tonight - a same-date rerun must not
040980*    double-count the night.
040990             CONTINUE
041000         WHEN RCN-XHST-OPEN
041010             MOVE RCN-RUN-DATE TO RCN-XHST-LAST-DATE
041020             ADD 1 TO RCN-XHST-NIGHTS
041030             REWRITE RCN-XHST-RECORD
041040             ADD 1 TO RCN-XHST-AGED-COUNT
041050         WHEN OTHER
041060*    Cleared on an earlier night and back again - a fresh
041070*    break, not night N of the old one.
041080             SET RCN-XHST-OPEN TO TRUE
041090             MOVE RCN-RUN-DATE TO RCN-XHST-FIRST-DATE
041100             MOVE RCN-RUN-DATE TO RCN-XHST-LAST-DATE
041110             MOVE 1 TO RCN-XHST-NIGHTS
041120             MOVE ZERO TO RCN-XHST-CLEARED-DATE
041130             REWRITE RCN-XHST-RECORD
041140             ADD 1 TO RCN-XHST-NEW-COUNT
041150     END-EVALUATE
041160     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
041170         DISPLAY "RCNDRIV: RCNXHST UPDATE FAILED, STATUS="
041180             RCN-XHST-FILE-STATUS
041190     END-IF.
041200 4910-EXIT.
041210     EXIT.
041220*
041230 4920-SWEEP-HISTORY.
041240     MOVE LOW-VALUES TO RCN-XHST-KEY
041250     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
041260     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
041270         GO TO 4920-EXIT
041280     END-IF
041290     PERFORM 4930-SWEEP-ONE-HISTORY THRU 4930-EXIT
041300         UNTIL RCN-XHST-SCAN-EOF.
041310 4920-EXIT.
041320     EXIT.
041330*
041340 4930-SWEEP-ONE-HISTORY.
041350     READ RCN-XHST-FILE NEXT RECORD
041360         AT END
041370             SET RCN-XHST-SCAN-EOF TO TRUE
041380     END-READ
041390     IF RCN-XHST-SCAN-EOF
041400         GO TO 4930-EXIT
041410     END-IF
041420     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
041430         DISPLAY "RCNDRIV: RCNXHST SCAN FAILED, STATUS="
041440             RCN-XHST-FILE-STATUS
041450         SET RCN-XHST-SCAN-EOF TO TRUE
041460         GO TO 4930-EXIT
041470     END-IF
041480     EVALUATE TRUE
041490         WHEN RCN-XHST-CLEARED-TONIGHT
041500             AND RCN-XHST-CLEARED-DATE NOT EQUAL RCN-RUN-DATE
041510*    Cleared on the prior run - ages off so the report's
041520*    cleared section carries one night only.
041530             SET RCN-XHST-CLEARED-PRIOR TO TRUE
041540             REWRITE RCN-XHST-RECORD
041550         WHEN RCN-XHST-OPEN
041560             AND RCN-XHST-LAST-DATE NOT EQUAL RCN-RUN-DATE
041570             PERFORM 4940-CLEAR-ONE-OPEN THRU 4940-EXIT
041580         WHEN OTHER
041590             CONTINUE
041600     END-EVALUATE
041610     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
041620         DISPLAY "RCNDRIV: RCNXHST REWRITE FAILED, STATUS="
041630             RCN-XHST-FILE-STATUS
041640         SET RCN-XHST-SCAN-EOF TO TRUE
041650     END-IF.
041660 4930-EXIT.
041670     EXIT.
041680*
041690******************************************************************
041700* 4940-CLEAR-ONE-OPEN
041710*    An open row off tonight's extract is only a cleared break
041720*    when tonight actually looked everywhere it could hide -
041730*    a delta night never fetches unmaintained accounts, and a
041740*    definition not on tonight's cards was not read at all, so
041750*    neither may clear anything.  A false clear would reset the
041760*    consecutive-nights count and re-flag a three-week-old
041770*    break as NEW on the next full sweep.
041780******************************************************************
041790 4940-CLEAR-ONE-OPEN.
041800     IF RCN-RUN-DELTA
041810         GO TO 4940-EXIT
041820     END-IF
041830     MOVE ZERO TO RCN-SEL-HIT
041840     PERFORM 4945-MATCH-ONE-DEF THRU 4945-EXIT
041850         VARYING RCN-SEL-SUB FROM 1 BY 1
041860         UNTIL RCN-SEL-SUB > RCN-NBR-SEL-DEFS
041870     IF RCN-SEL-HIT EQUAL ZERO
041880         GO TO 4940-EXIT
041890     END-IF
041900     IF RCN-DEF-RAN-FLAG (RCN-SEL-HIT) NOT EQUAL "Y"
041910         GO TO 4940-EXIT
041920     END-IF
041930*    Full sweep and the definition ran - but the row may still
041940*    only clear if the check that would have re-extracted it
041950*    actually had its side files tonight.  A check that sat
041960*    out proves nothing; status-class reasons (ST and the
041970*    rule codes) always run with the fetch, so they fall to
041980*    WHEN OTHER and clear.
041990     EVALUATE RCN-XHST-REASON-CODE
042000         WHEN "BD"
042010         WHEN "NG"
042020         WHEN "NM"
042030             IF RCN-DEF-LEDGER-OK-FLAG (RCN-SEL-HIT)
042040                 NOT EQUAL "Y"
042050                 GO TO 4940-EXIT
042060             END-IF
042070         WHEN "MV"
042080         WHEN "CA"
042090         WHEN "NJ"
042100             IF RCN-DEF-MOVE-OK-FLAG (RCN-SEL-HIT)
042110                 NOT EQUAL "Y"
042120                 GO TO 4940-EXIT
042130             END-IF
042140         WHEN "DS"
042150         WHEN "DP"
042160         WHEN "DM"
042170             IF RCN-DEF-STBY-OK-FLAG (RCN-SEL-HIT)
042180                 NOT EQUAL "Y"
042190                 GO TO 4940-EXIT
042200             END-IF
042210         WHEN OTHER
042220             CONTINUE
042230     END-EVALUATE
042240*    Everything that could re-extract this row ran tonight and
042250*    extracted nothing - the break really is gone.
042260     SET RCN-XHST-CLEARED-TONIGHT TO TRUE
042270     MOVE RCN-RUN-DATE TO RCN-XHST-CLEARED-DATE
042280     REWRITE RCN-XHST-RECORD
042290     ADD 1 TO RCN-XHST-CLEAR-COUNT.
042300 4940-EXIT.
042310     EXIT.
042320*
042330 4945-MATCH-ONE-DEF.
042340     IF RCN-SEL-DEF-NAME (RCN-SEL-SUB) EQUAL
042350         RCN-XHST-DEF-NAME
042360         MOVE RCN-SEL-SUB TO RCN-SEL-HIT
042370     END-IF.
042380 4945-EXIT.
042390     EXIT.
042400*
042410******************************************************************
042420* 4950-REPORT-DOMINANT-REASON
042430*    Which reason code drowned the run - tallied off the extract
042440*    so the halt message points at the upstream job to fix, not
042450*    just at a number.
042460******************************************************************
042470 4950-REPORT-DOMINANT-REASON.
042480     OPEN INPUT RCN-EXCP-FILE
042490     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
042500         DISPLAY "RCNDRIV: REASON TALLY SKIPPED, RCNEXCP"
042510             " STATUS=" RCN-EXCP-FILE-STATUS
042520         GO TO 4950-EXIT
042530     END-IF
042540     SET RCN-EXCP-SCAN-MORE TO TRUE
042550     PERFORM 4960-COUNT-ONE-REASON THRU 4960-EXIT
042560         UNTIL RCN-EXCP-SCAN-EOF
042570     CLOSE RCN-EXCP-FILE
042580     IF RCN-RSN-USED EQUAL ZERO
042590         GO TO 4950-EXIT
042600     END-IF
042610     MOVE 1 TO RCN-RSN-BEST
042620     PERFORM 4970-PICK-ONE-REASON THRU 4970-EXIT
042630         VARYING RCN-RSN-SUB FROM 2 BY 1
042640         UNTIL RCN-RSN-SUB > RCN-RSN-USED
042650     DISPLAY "RCNDRIV: DOMINANT REASON CODE "
042660         RCN-RSN-CODE (RCN-RSN-BEST)
042670         " COUNT=" RCN-RSN-COUNT (RCN-RSN-BEST).
042680 4950-EXIT.
042690     EXIT.
042700*
042710 4960-COUNT-ONE-REASON.
042720     READ RCN-EXCP-FILE NEXT RECORD
042730         AT END
042740             SET RCN-EXCP-SCAN-EOF TO TRUE
042750     END-READ
042760     IF RCN-EXCP-SCAN-EOF
042770         GO TO 4960-EXIT
042780     END-IF
042790     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
042800         SET RCN-EXCP-SCAN-EOF TO TRUE
042810         GO TO 4960-EXIT
042820     END-IF
042830     MOVE ZERO TO RCN-RSN-HIT
042840     PERFORM 4965-MATCH-ONE-REASON THRU 4965-EXIT
042850         VARYING RCN-RSN-SUB FROM 1 BY 1
042860         UNTIL RCN-RSN-SUB > RCN-RSN-USED
042870     IF RCN-RSN-HIT EQUAL ZERO
042880         IF RCN-RSN-USED >= RCN-RSN-MAX
042890             GO TO 4960-EXIT
042900         END-IF
042910         ADD 1 TO RCN-RSN-USED
042920         MOVE RCN-EXCP-REASON-CODE TO
042930             RCN-RSN-CODE (RCN-RSN-USED)
042940         MOVE ZERO TO RCN-RSN-COUNT (RCN-RSN-USED)
042950         MOVE RCN-RSN-USED TO RCN-RSN-HIT
042960     END-IF
042970     ADD 1 TO RCN-RSN-COUNT (RCN-RSN-HIT).
042980 4960-EXIT.
042990     EXIT.
043000*
043010 4965-MATCH-ONE-REASON.
043020     IF RCN-RSN-CODE (RCN-RSN-SUB) EQUAL RCN-EXCP-REASON-CODE
043030         MOVE RCN-RSN-SUB TO RCN-RSN-HIT
043040     END-IF.
043050 4965-EXIT.
043060     EXIT.
043070*
043080 4970-PICK-ONE-REASON.
043090     IF RCN-RSN-COUNT (RCN-RSN-SUB) >
043100         RCN-RSN-COUNT (RCN-RSN-BEST)
043110         MOVE RCN-RSN-SUB TO RCN-RSN-BEST
043120     END-IF.
043130 4970-EXIT.
043140     EXIT.
043150*
043160*
043170******************************************************************
043180* 6000-RAISE-ALERT
043190*    Writes one event row on the RCNALRT outbound alert file for
043200*    the monitoring agent.  The caller fills in the RCN-EVT-
043210*    fields; this paragraph routes the event off the RCNARTE
043220*    table (first matching card wins, LOG when none matches),
043230*    stamps it and writes it.  Only ever performed while no
043240*    worker thread is running, so a file that is not there yet
043250*    is simply created.  An alert that cannot be written is
043260*    DISPLAYed and the job goes on - monitoring is never a
043270*    reason to fail the reconciliation.
043280******************************************************************
043290 6000-RAISE-ALERT.
043300     MOVE "LOG" TO RCN-EVT-ROUTE
043310     SET RCN-ARTE-NOT-MATCHED TO TRUE
043320     PERFORM 6010-MATCH-ONE-ROUTE THRU 6010-EXIT
043330         VARYING RCN-ARTE-SUB FROM 1 BY 1
043340         UNTIL RCN-ARTE-SUB > RCN-ARTE-USED
043350             OR RCN-ARTE-MATCHED
043360     DISPLAY "RCNDRIV: ALERT " RCN-EVT-CODE
043370         " SEVERITY " RCN-EVT-SEVERITY
043380         " ROUTED " RCN-EVT-ROUTE
043390*    A simulation pages nobody - its events are DISPLAYed only.
043400     IF RCN-SIM-RUN
043410         DISPLAY "RCNDRIV: SIMULATION - ALERT NOT SENT"
043420         GO TO 6000-EXIT
043430     END-IF
043440     OPEN I-O RCN-ALRT-FILE
043450     IF RCN-ALRT-FILE-STATUS EQUAL "35"
043460         OPEN OUTPUT RCN-ALRT-FILE
043470     END-IF
043480     IF RCN-ALRT-FILE-STATUS NOT EQUAL "00"
043490         DISPLAY "RCNDRIV: UNABLE TO OPEN RCNALRT, STATUS="
043500             RCN-ALRT-FILE-STATUS " - ALERT NOT SENT"
043510         GO TO 6000-EXIT
043520     END-IF
043530     INITIALIZE RCN-ALRT-RECORD
043540     ACCEPT RCN-ALRT-DATE FROM DATE YYYYMMDD
043550     ACCEPT RCN-ALRT-TIME FROM TIME
043560     MOVE RCN-EVT-DEF-NAME TO RCN-ALRT-DEF-NAME
043570     MOVE RCN-EVT-PARTITION-NO TO RCN-ALRT-PARTITION-NO
043580     ADD 1 TO RCN-ALRT-SEQ-NEXT
043590     MOVE RCN-ALRT-SEQ-NEXT TO RCN-ALRT-SEQ
043600     MOVE "RCNDRIV" TO RCN-ALRT-SOURCE
043610     MOVE RCN-EVT-CODE TO RCN-ALRT-EVENT
043620     MOVE RCN-EVT-SEVERITY TO RCN-ALRT-SEVERITY
043630     MOVE RCN-EVT-ROUTE TO RCN-ALRT-ROUTE
043640     MOVE RCN-EVT-RETCODE TO RCN-ALRT-RETCODE
043650     SET RCN-ALRT-NEW TO TRUE
043660     MOVE RCN-EVT-TEXT TO RCN-ALRT-TEXT
043670     WRITE RCN-ALRT-RECORD
043680     IF RCN-ALRT-FILE-STATUS NOT EQUAL "00"
043690         DISPLAY "RCNDRIV: RCNALRT WRITE FAILED, STATUS="
043700             RCN-ALRT-FILE-STATUS " - ALERT NOT SENT"
043710     END-IF
043720     CLOSE RCN-ALRT-FILE.
043730 6000-EXIT.
043740     EXIT.
043750*
043760 6010-MATCH-ONE-ROUTE.
043770     IF (RCN-TBL-ARTE-EVENT (RCN-ARTE-SUB) EQUAL RCN-EVT-CODE
043780         OR RCN-TBL-ARTE-EVENT (RCN-ARTE-SUB) EQUAL "ALL")
043790         AND (RCN-TBL-ARTE-SEV (RCN-ARTE-SUB) EQUAL SPACE
043800         OR RCN-TBL-ARTE-SEV (RCN-ARTE-SUB)
043810             EQUAL RCN-EVT-SEVERITY)
043820         MOVE RCN-TBL-ARTE-ROUTE (RCN-ARTE-SUB) TO RCN-EVT-ROUTE
043830         SET RCN-ARTE-MATCHED TO TRUE
043840     END-IF.
043850 6010-EXIT.
043860     EXIT.
043870*
043880******************************************************************
043890* 6100-RAISE-JOB-END
043900*    The job's last word to monitoring - its retcode, graded:
043910*    clean is information, anything short of 8 a warning, 8 and
043920*    over critical.  The caller supplies the text.
043930******************************************************************
043940 6100-RAISE-JOB-END.
043950     MOVE "JOBEND" TO RCN-EVT-CODE
043960     MOVE SPACES TO RCN-EVT-DEF-NAME
043970     MOVE ZERO TO RCN-EVT-PARTITION-NO
043980     MOVE RCN-JOB-RETCODE TO RCN-EVT-RETCODE
043990     EVALUATE TRUE
044000         WHEN RCN-JOB-RETCODE EQUAL ZERO
044010             SET RCN-EVT-INFO TO TRUE
044020         WHEN RCN-JOB-RETCODE < 8
044030             SET RCN-EVT-WARNING TO TRUE
044040         WHEN OTHER
044050             SET RCN-EVT-CRITICAL TO TRUE
044060     END-EVALUATE
044070     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
044080 6100-EXIT.
044090     EXIT.
044100*
044110******************************************************************
044120* 7000-TIME-TO-SECS
044130*    Folds the HHMMSSss in RCN-TIME-RAW down to whole seconds
044140*    since midnight in RCN-TIME-SECS.
044150******************************************************************
044160 7000-TIME-TO-SECS.
044170     COMPUTE RCN-TIME-SECS =
044180         (RCN-TIME-HH * 3600)
044190             + (RCN-TIME-MM * 60)
044200             + RCN-TIME-SS.
044210 7000-EXIT.
044220     EXIT.
044230*
