000010******************************************************************
000020* RCNPREF.CBL
000030*    Pre-flight readiness check for the account reconciliation
000040*    run.
000050*
000060*    Runs as the step ahead of RCNDRIV and answers one question
000070*    for the scheduler: are both sides of tonight's
000080*    reconciliation actually here?  Off the same RCNPARM deck
000090*    the driver will read, it checks
000100*      - that RCNDEFS, RCNSRULE and the CREDFILE the deck names
000110*        can be opened and read, and that every RECONDEF on the
000120*        deck is on RCNDEFS;
000130*      - that the primary SERVER, and the STBYSRVR when the deck
000140*        names one, accept a connect - through RCNCOUNT, the
000150*        same subprogram and credentials the driver uses;
000160*      - that every selected definition's ledger extract (GLEX)
000170*        and journal (JRNL) file from RCNDEFS has landed, the
000180*        ledger carrying tonight's date on its HDR record.
000190*    Late feeds are polled for every PREFPOLL seconds until
000200*    they land or PREFWAIT minutes have gone by, so the night
000210*    starts twenty minutes late with both sides instead of on
000220*    time with one.  Nothing is waited for when a control file
000230*    or the primary server has already failed - no amount of
000240*    waiting fixes those.
000250*
000260*    The findings go to the RCNPREFO readiness report and the
000270*    verdict to the step's return code:
000280*       0  GO    - everything is in place, start RCNDRIV.
000290*       4  HOLD  - a feed is still missing or stale at the wait
000300*                  limit, or the standby will not connect;
000310*                  hold the job and rerun this step.
000320*       8  PAGE  - a control file, a definition, the
000330*                  credentials or the primary server is
000340*                  broken; a person has to fix it.
000350*    Read-only throughout - nothing the driver reads is opened
000360*    for anything but INPUT.
000370*
000380*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000390*    INSTALLATION.  DATA CENTER SERVICES.
000400*    DATE-WRITTEN.  10/06/2026.
000410*    DATE-COMPILED.
000420*
000430*    MODIFICATION HISTORY
000440*    10/06/2026  JH   Initial version - control files, servers
000450*                     and per-definition feeds checked ahead of
000460*                     RCNDRIV, late feeds polled for up to the
000470*                     deck's wait limit, GO/HOLD/PAGE retcode.
000480*    10/12/2026  JH   A RECONDEF naming a definition retired on
000490*                     RCNDEFS pages, as the driver will refuse
000500*                     the job for it; its feeds are not waited
000510*                     for.
000520*    10/15/2026  JH   More than 8 RECONDEF cards pages, as the
000530*                     driver will refuse the deck for them,
000540*                     instead of checking the first 8 only.
000550*    10/15/2026  JH   A ledger extract that opens but fails
000560*                     its HDR read stays missing.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. RCNPREF.
000600 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000610 INSTALLATION. DATA CENTER SERVICES.
000620 DATE-WRITTEN. 10/06/2026.
000630 DATE-COMPILED.
000640*
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680*    The driver's own run-control deck, read for the keywords
000690*    that say what tonight needs - every other card passes.
000700     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS RCN-PARM-FILE-STATUS.
000730     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS RCN-DEFS-FILE-STATUS.
000760     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RCN-CRED-FILE-STATUS.
000790     SELECT RCN-SRUL-FILE ASSIGN TO "RCNSRULE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS RCN-SRUL-FILE-STATUS.
000820*    The feeds themselves, opened by name one definition at a
000830*    time - the ledger extract for its HDR date, the journal
000840*    only to prove it is there.
000850     SELECT RCN-GLEX-FILE ASSIGN TO RCN-GLEX-FILE-NAME
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS RCN-GLEX-FILE-STATUS.
000880     SELECT RCN-JRNL-FILE ASSIGN TO RCN-JRNL-FILE-NAME
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS RCN-JRNL-FILE-STATUS.
000910*
000920     SELECT RCN-RPT-FILE ASSIGN TO "RCNPREFO"
000930         FILE STATUS IS RCN-RPT-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  RCN-PARM-FILE.
000980 01  RCN-PARM-CARD.
000990     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
001000     05 FILLER                 PIC X(79).
001010*
001020 FD  RCN-DEFS-FILE.
001030 01  RCN-DEF-RECORD.
001040     COPY "rcndef.cbl".
001050*
001060 FD  RCN-CRED-FILE.
001070 01  RCN-CRED-CARD.
001080     05 RCN-CRED-CARD-BYTE-1   PIC X(01).
001090     05 FILLER                 PIC X(79).
001100*
001110 FD  RCN-SRUL-FILE.
001120 01  RCN-SRUL-RECORD.
001130     COPY "rcnsrul.cbl".
001140*
001150 FD  RCN-GLEX-FILE.
001160 01  RCN-GLEX-HEADER-REC.
001170     05 RCN-GLEX-HDR-ID        PIC X(03).
001180     05 RCN-GLEX-HDR-DATE      PIC 9(08).
001190     05 FILLER                 PIC X(23).
001200*
001210 FD  RCN-JRNL-FILE.
001220 01  RCN-JRNL-RECORD           PIC X(34).
001230*
001240 FD  RCN-RPT-FILE.
001250 01  RCN-RPT-RECORD            PIC X(132).
001260*
001270 WORKING-STORAGE SECTION.
001280*
001290******************************************************************
001300* Standalone counters and switches
001310******************************************************************
001320 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001330 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001340 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
001350 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
001360 77  RCN-GLEX-FILE-STATUS  PIC X(02) VALUE "00".
001370 77  RCN-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
001380 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001390*
001400 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001410     88 RCN-PARM-EOF              VALUE "Y".
001420     88 RCN-PARM-NOT-EOF          VALUE "N".
001430*
001440 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
001450     88 RCN-CRED-EOF              VALUE "Y".
001460     88 RCN-CRED-NOT-EOF          VALUE "N".
001470*
001480 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001490     88 RCN-DEFS-EOF              VALUE "Y".
001500     88 RCN-DEFS-NOT-EOF          VALUE "N".
001510*
001520 77  RCN-DEF-FOUND-SWITCH  PIC X(01) VALUE "N".
001530     88 RCN-DEF-FOUND             VALUE "Y".
001540     88 RCN-DEF-NOT-FOUND         VALUE "N".
001550*
001560*    Worst finding so far - GO until something says otherwise,
001570*    and a finding can only ever raise it.
001580 77  RCN-VERDICT-SWITCH    PIC X(01) VALUE "G".
001590     88 RCN-VERDICT-GO            VALUE "G".
001600     88 RCN-VERDICT-HOLD          VALUE "H".
001610     88 RCN-VERDICT-PAGE          VALUE "P".
001620*
001630 77  RCN-FEEDS-SWITCH      PIC X(01) VALUE "N".
001640     88 RCN-FEEDS-ALL-IN          VALUE "Y".
001650     88 RCN-FEEDS-MISSING         VALUE "N".
001660*
001670 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
001680 77  RCN-PARM-SERVER       PIC X(30) VALUE SPACES.
001690 77  RCN-PARM-STBY-SERVER  PIC X(30) VALUE SPACES.
001700 77  RCN-PARM-USERID       PIC X(30) VALUE SPACES.
001710 77  RCN-PARM-PASSWD       PIC X(30) VALUE SPACES.
001720 77  RCN-GLEX-FILE-NAME    PIC X(08) VALUE SPACES.
001730 77  RCN-JRNL-FILE-NAME    PIC X(08) VALUE SPACES.
001740*
001750*    PREFWAIT (minutes) and PREFPOLL (seconds) off the deck -
001760*    no PREFWAIT card means look once and report; the poll
001770*    interval defaults to a minute.
001780 77  RCN-WAIT-LIMIT-MINS   PIC 9(04) COMP VALUE ZERO.
001790 77  RCN-WAIT-LIMIT-SECS   PIC 9(07) COMP VALUE ZERO.
001800 77  RCN-POLL-SECS         PIC 9(04) COMP VALUE 60.
001810 77  RCN-WAITED-SECS       PIC 9(07) COMP VALUE ZERO.
001820 77  RCN-POLL-COUNT        PIC 9(05) COMP VALUE ZERO.
001830 77  RCN-POLL-WAIT-MS      PIC 9(09) COMP-5 VALUE ZERO.
001840*
001850 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
001860 77  RCN-MAX-DEFS          PIC 9(04) COMP VALUE 8.
001870 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
001880 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
001890 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
001900 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
001910*
001920******************************************************************
001930* The selected definitions and what tonight's look found for
001940* each one's feeds.  State L landed, M missing, S stale (a
001950* ledger extract whose HDR is not tonight's), N not carried
001960* (blank name - the journal proof sits out by design).
001970******************************************************************
001980 01  RCN-PF-DEF-TABLE.
001990     05 RCN-PF-DEF-ENTRY       OCCURS 8 TIMES.
002000        10 RCN-PF-DEF-NAME     PIC X(08).
002010        10 RCN-PF-DEF-FOUND    PIC X(01).
002020        10 RCN-PF-GLEX-NAME    PIC X(08).
002030        10 RCN-PF-GLEX-STATE   PIC X(01).
002040        10 RCN-PF-GLEX-HDR     PIC 9(08).
002050        10 RCN-PF-JRNL-NAME    PIC X(08).
002060        10 RCN-PF-JRNL-STATE   PIC X(01).
002070*
002080******************************************************************
002090* RCNPARM keyword/value split and the number scan, laid out as
002100* RCNDRIV's so the two read the same cards the same way.
002110******************************************************************
002120 01  RCN-PARM-WORK.
002130     05 RCN-PARM-KEYWORD       PIC X(12).
002140     05 RCN-PARM-VALUE         PIC X(60).
002150     05 RCN-PARM-VALUE-R REDEFINES RCN-PARM-VALUE.
002160        10 RCN-PARM-VAL-CHAR   OCCURS 60 TIMES PIC X(01).
002170     05 RCN-PARM-DIGIT-X       PIC X(01).
002180     05 RCN-PARM-DIGIT-9 REDEFINES RCN-PARM-DIGIT-X PIC 9(01).
002190     05 RCN-PARM-NUMBER        PIC 9(09) COMP.
002200     05 RCN-PARM-DIGIT-COUNT   PIC 9(04) COMP.
002210     05 RCN-PARM-SUB           PIC 9(04) COMP.
002220     05 RCN-PARM-NUM-SWITCH    PIC X(01).
002230        88 RCN-PARM-NUM-BAD         VALUE "Y".
002240        88 RCN-PARM-NUM-OK          VALUE "N".
002250     05 RCN-PARM-DONE-SWITCH   PIC X(01).
002260        88 RCN-PARM-NUM-DONE        VALUE "Y".
002270        88 RCN-PARM-NUM-SCANNING    VALUE "N".
002280*
002290******************************************************************
002300* RCNCOUNT's parameter block - only connect and disconnect are
002310* asked of it here.
002320******************************************************************
002330 01  RCN-COUNTER-PARMS.
002340     COPY "rcncnt.cbl".
002350*
002360******************************************************************
002370* Run date and time, captured once for the headings and the
002380* ledger header check
002390******************************************************************
002400 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002410 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002420     05 RCN-RUN-YYYY           PIC X(04).
002430     05 RCN-RUN-MM             PIC X(02).
002440     05 RCN-RUN-DD             PIC X(02).
002450 01  RCN-RUN-TIME-RAW      PIC 9(08) VALUE ZERO.
002460 01  RCN-RUN-TIME-X REDEFINES RCN-RUN-TIME-RAW.
002470     05 RCN-RUN-HH             PIC X(02).
002480     05 RCN-RUN-MI             PIC X(02).
002490     05 FILLER                 PIC X(04).
002500*
002510******************************************************************
002520* Report lines
002530******************************************************************
002540 01  RCN-HEADING-1.
002550     05 FILLER                 PIC X(24) VALUE SPACES.
002560     05 FILLER                 PIC X(42) VALUE
002570         "RECONCILIATION PRE-FLIGHT READINESS".
002580     05 FILLER                 PIC X(06) VALUE "DATE ".
002590     05 RCN-HDG-MM             PIC X(02).
002600     05 FILLER                 PIC X(01) VALUE "/".
002610     05 RCN-HDG-DD             PIC X(02).
002620     05 FILLER                 PIC X(01) VALUE "/".
002630     05 RCN-HDG-YYYY           PIC X(04).
002640     05 FILLER                 PIC X(03) VALUE SPACES.
002650     05 FILLER                 PIC X(05) VALUE "PAGE ".
002660     05 RCN-HDG-PAGE           PIC ZZZ9.
002670     05 FILLER                 PIC X(38) VALUE SPACES.
002680*
002690 01  RCN-HEADING-2.
002700     05 FILLER                 PIC X(04) VALUE SPACES.
002710     05 FILLER                 PIC X(12) VALUE "CHECK".
002720     05 FILLER                 PIC X(10) VALUE "DEFINITION".
002730     05 FILLER                 PIC X(10) VALUE "  FILE".
002740     05 FILLER                 PIC X(32) VALUE "  OBJECT".
002750     05 FILLER                 PIC X(10) VALUE "RESULT".
002760     05 FILLER                 PIC X(54) VALUE "DETAIL".
002770*
002780 01  RCN-CHECK-LINE.
002790     05 FILLER                 PIC X(04) VALUE SPACES.
002800     05 RCN-CHK-TYPE           PIC X(12).
002810     05 RCN-CHK-DEF            PIC X(08).
002820     05 FILLER                 PIC X(04) VALUE SPACES.
002830     05 RCN-CHK-FILE           PIC X(08).
002840     05 FILLER                 PIC X(02) VALUE SPACES.
002850     05 RCN-CHK-OBJECT         PIC X(30).
002860     05 FILLER                 PIC X(02) VALUE SPACES.
002870     05 RCN-CHK-RESULT         PIC X(08).
002880     05 FILLER                 PIC X(02) VALUE SPACES.
002890     05 RCN-CHK-DETAIL         PIC X(52).
002900*
002910 01  RCN-WAIT-LINE.
002920     05 FILLER                 PIC X(04) VALUE SPACES.
002930     05 FILLER                 PIC X(20) VALUE
002940         "FEEDS POLLED".
002950     05 RCN-WT-POLLS           PIC ZZZZ9.
002960     05 FILLER                 PIC X(16) VALUE
002970         " TIMES OVER ".
002980     05 RCN-WT-MINS            PIC ZZZ9.
002990     05 FILLER                 PIC X(17) VALUE
003000         " MINUTES, LIMIT ".
003010     05 RCN-WT-LIMIT           PIC ZZZ9.
003020     05 FILLER                 PIC X(62) VALUE SPACES.
003030*
003040 01  RCN-VERDICT-LINE.
003050     05 FILLER                 PIC X(04) VALUE SPACES.
003060     05 FILLER                 PIC X(20) VALUE
003070         "READINESS VERDICT".
003080     05 RCN-VRD-TEXT           PIC X(06).
003090     05 FILLER                 PIC X(10) VALUE " RETCODE ".
003100     05 RCN-VRD-RETCODE        PIC 9.
003110     05 FILLER                 PIC X(04) VALUE SPACES.
003120     05 RCN-VRD-MEANING        PIC X(50).
003130     05 FILLER                 PIC X(37) VALUE SPACES.
003140*
003150 01  RCN-MIN-WORK              PIC 9(05) COMP VALUE ZERO.
003160 01  RCN-SQLCODE-DISP          PIC -(9)9.
003170*
003180 PROCEDURE DIVISION.
003190*
003200******************************************************************
003210* 0000-MAINLINE
003220******************************************************************
003230 0000-MAINLINE.
003240     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
003250     ACCEPT RCN-RUN-TIME-RAW FROM TIME
003260     MOVE RCN-RUN-MM TO RCN-HDG-MM
003270     MOVE RCN-RUN-DD TO RCN-HDG-DD
003280     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
003290     OPEN OUTPUT RCN-RPT-FILE
003300     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
003310         DISPLAY "RCNPREF: UNABLE TO OPEN RCNPREFO, STATUS="
003320             RCN-RPT-FILE-STATUS
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
003370     PERFORM 0100-READ-PARMS THRU 0100-EXIT
003380     PERFORM 0200-READ-CREDENTIALS THRU 0200-EXIT
003390     PERFORM 0300-READ-DEFINITIONS THRU 0300-EXIT
003400     PERFORM 0400-CHECK-RULES THRU 0400-EXIT
003410     PERFORM 1000-CHECK-SERVERS THRU 1000-EXIT
003420     PERFORM 2000-WAIT-FOR-FEEDS THRU 2000-EXIT
003430     PERFORM 2500-REPORT-FEEDS THRU 2500-EXIT
003440     PERFORM 4000-REPORT-VERDICT THRU 4000-EXIT
003450     CLOSE RCN-RPT-FILE
003460     STOP RUN.
003470*
003480******************************************************************
003490* 0100-READ-PARMS
003500*    The deck as the driver will see it - RECONDEF, SERVER,
003510*    STBYSRVR and CREDFILE say what has to be in place, the
003520*    PREFWAIT/PREFPOLL cards say how long to wait for it.
003530*    Validating the rest of the deck stays the driver's job.
003540******************************************************************
003550 0100-READ-PARMS.
003560     OPEN INPUT RCN-PARM-FILE
003570     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
003580         MOVE "CONTROL" TO RCN-CHK-TYPE
003590         MOVE "RCNPARM" TO RCN-CHK-FILE
003600         MOVE "RUN-CONTROL DECK" TO RCN-CHK-OBJECT
003610         MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
003620         STRING "OPEN FAILED, STATUS=" RCN-PARM-FILE-STATUS
003630             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
003640         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
003650         GO TO 0100-EXIT
003660     END-IF
003670     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
003680         UNTIL RCN-PARM-EOF
003690     CLOSE RCN-PARM-FILE
003700     COMPUTE RCN-WAIT-LIMIT-SECS = RCN-WAIT-LIMIT-MINS * 60
003710     IF RCN-POLL-SECS < 1
003720         MOVE 60 TO RCN-POLL-SECS
003730     END-IF
003740     IF RCN-NBR-DEFS EQUAL ZERO
003750*    No RECONDEF card - the driver synthesizes ACCOUNT_MASTER
003760*    on its default file names, so that is what must be here.
003770         MOVE 1 TO RCN-NBR-DEFS
003780         MOVE "ACCOUNT" TO RCN-PF-DEF-NAME (1)
003790         MOVE "Y" TO RCN-PF-DEF-FOUND (1)
003800         MOVE "RCNGLEX" TO RCN-PF-GLEX-NAME (1)
003810         MOVE "RCNJRNL" TO RCN-PF-JRNL-NAME (1)
003820     END-IF.
003830 0100-EXIT.
003840     EXIT.
003850*
003860 0110-PARSE-ONE-PARM.
003870     READ RCN-PARM-FILE
003880         AT END
003890             SET RCN-PARM-EOF TO TRUE
003900             GO TO 0110-EXIT
003910     END-READ
003920     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
003930         MOVE "CONTROL" TO RCN-CHK-TYPE
003940         MOVE "RCNPARM" TO RCN-CHK-FILE
003950         MOVE "RUN-CONTROL DECK" TO RCN-CHK-OBJECT
003960         MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
003970         STRING "READ FAILED, STATUS=" RCN-PARM-FILE-STATUS
003980             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
003990         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
004000         SET RCN-PARM-EOF TO TRUE
004010         GO TO 0110-EXIT
004020     END-IF
004030     IF RCN-PARM-CARD EQUAL SPACES
004040         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
004050         GO TO 0110-EXIT
004060     END-IF
004070     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
004080     UNSTRING RCN-PARM-CARD DELIMITED BY "="
004090         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
004100     EVALUATE RCN-PARM-KEYWORD
004110         WHEN "RECONDEF"
004120             IF RCN-NBR-DEFS >= RCN-MAX-DEFS
004130                 DISPLAY "RCNPREF: AT MOST 8 RECONDEF CARDS"
004140                 MOVE "CONTROL" TO RCN-CHK-TYPE
004150                 MOVE "RCNPARM" TO RCN-CHK-FILE
004160                 MOVE "RECONDEF CARD" TO RCN-CHK-OBJECT
004170                 MOVE RCN-PARM-VALUE TO RCN-CHK-DEF
004180                 MOVE "AT MOST 8 RECONDEF CARDS - DRIVER REFUSES"
004190                     TO RCN-CHK-DETAIL
004200                 PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
004210             ELSE
004220                 ADD 1 TO RCN-NBR-DEFS
004230                 MOVE RCN-PARM-VALUE TO
004240                     RCN-PF-DEF-NAME (RCN-NBR-DEFS)
004250                 MOVE "N" TO RCN-PF-DEF-FOUND (RCN-NBR-DEFS)
004260             END-IF
004270         WHEN "SERVER"
004280             MOVE RCN-PARM-VALUE TO RCN-PARM-SERVER
004290         WHEN "STBYSRVR"
004300             MOVE RCN-PARM-VALUE TO RCN-PARM-STBY-SERVER
004310         WHEN "CREDFILE"
004320             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
004330         WHEN "PREFWAIT"
004340             PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
004350             IF RCN-PARM-NUM-OK
004360                 MOVE RCN-PARM-NUMBER TO RCN-WAIT-LIMIT-MINS
004370             END-IF
004380         WHEN "PREFPOLL"
004390             PERFORM 0150-PARSE-NUMBER THRU 0150-EXIT
004400             IF RCN-PARM-NUM-OK
004410                 MOVE RCN-PARM-NUMBER TO RCN-POLL-SECS
004420             END-IF
004430         WHEN OTHER
004440             CONTINUE
004450     END-EVALUATE.
004460 0110-EXIT.
004470     EXIT.
004480*
004490*    Whole numbers only; a bad value is said once and the
004500*    default stands, so the check still runs.
004510 0150-PARSE-NUMBER.
004520     MOVE ZERO TO RCN-PARM-NUMBER
004530                  RCN-PARM-DIGIT-COUNT
004540     SET RCN-PARM-NUM-OK TO TRUE
004550     SET RCN-PARM-NUM-SCANNING TO TRUE
004560     PERFORM 0160-PARSE-ONE-CHAR THRU 0160-EXIT
004570         VARYING RCN-PARM-SUB FROM 1 BY 1
004580         UNTIL RCN-PARM-SUB > 60
004590             OR RCN-PARM-NUM-DONE
004600             OR RCN-PARM-NUM-BAD
004610     IF RCN-PARM-DIGIT-COUNT EQUAL ZERO
004620         OR RCN-PARM-NUMBER > 9999
004630         SET RCN-PARM-NUM-BAD TO TRUE
004640     END-IF
004650     IF RCN-PARM-NUM-BAD
004660         DISPLAY "RCNPREF: BAD NUMERIC VALUE FOR "
004670             RCN-PARM-KEYWORD " - DEFAULT USED"
004680     END-IF.
004690 0150-EXIT.
004700     EXIT.
004710*
004720 0160-PARSE-ONE-CHAR.
004730     MOVE RCN-PARM-VAL-CHAR (RCN-PARM-SUB) TO RCN-PARM-DIGIT-X
004740     EVALUATE TRUE
004750         WHEN RCN-PARM-DIGIT-X EQUAL SPACE
004760             SET RCN-PARM-NUM-DONE TO TRUE
004770         WHEN RCN-PARM-DIGIT-X NUMERIC
004780             COMPUTE RCN-PARM-NUMBER =
004790                 (RCN-PARM-NUMBER * 10) + RCN-PARM-DIGIT-9
004800                 ON SIZE ERROR
004810                     SET RCN-PARM-NUM-BAD TO TRUE
004820             END-COMPUTE
004830             ADD 1 TO RCN-PARM-DIGIT-COUNT
004840         WHEN OTHER
004850             SET RCN-PARM-NUM-BAD TO TRUE
004860     END-EVALUATE.
004870 0160-EXIT.
004880     EXIT.
004890*
004900******************************************************************
004910* 0200-READ-CREDENTIALS
004920*    The CREDFILE must open and must supply both cards.  The
004930*    values go into RCNCOUNT's block and nowhere else - never
004940*    into a DISPLAY or onto the report.
004950******************************************************************
004960 0200-READ-CREDENTIALS.
004970     MOVE "CONTROL" TO RCN-CHK-TYPE
004980     MOVE "CREDFILE" TO RCN-CHK-FILE
004990     MOVE RCN-CRED-FILE-NAME TO RCN-CHK-OBJECT
005000     MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
005010     IF RCN-CRED-FILE-NAME EQUAL SPACES
005020         MOVE "NO CREDFILE CARD ON RCNPARM" TO RCN-CHK-DETAIL
005030         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
005040         GO TO 0200-EXIT
005050     END-IF
005060     OPEN INPUT RCN-CRED-FILE
005070     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
005080         STRING "OPEN FAILED, STATUS=" RCN-CRED-FILE-STATUS
005090             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
005100         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
005110         GO TO 0200-EXIT
005120     END-IF
005130     PERFORM 0210-PARSE-ONE-CRED THRU 0210-EXIT
005140         UNTIL RCN-CRED-EOF
005150     CLOSE RCN-CRED-FILE
005160     IF RCN-PARM-USERID EQUAL SPACES
005170         OR RCN-PARM-PASSWD EQUAL SPACES
005180         MOVE "USERID OR PASSWORD CARD MISSING"
005190             TO RCN-CHK-DETAIL
005200         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
005210         GO TO 0200-EXIT
005220     END-IF
005230     MOVE "READABLE" TO RCN-CHK-DETAIL
005240     PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT.
005250 0200-EXIT.
005260     EXIT.
005270*
005280 0210-PARSE-ONE-CRED.
005290     READ RCN-CRED-FILE
005300         AT END
005310             SET RCN-CRED-EOF TO TRUE
005320             GO TO 0210-EXIT
005330     END-READ
005340     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
005350         SET RCN-CRED-EOF TO TRUE
005360         GO TO 0210-EXIT
005370     END-IF
005380     IF RCN-CRED-CARD EQUAL SPACES
005390         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
005400         GO TO 0210-EXIT
005410     END-IF
005420     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
005430     UNSTRING RCN-CRED-CARD DELIMITED BY "="
005440         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
005450     EVALUATE RCN-PARM-KEYWORD
005460         WHEN "USERID"
005470             MOVE RCN-PARM-VALUE TO RCN-PARM-USERID
005480         WHEN "PASSWORD"
005490             MOVE RCN-PARM-VALUE TO RCN-PARM-PASSWD
005500         WHEN OTHER
005510             CONTINUE
005520     END-EVALUATE
005530     MOVE SPACES TO RCN-PARM-VALUE.
005540 0210-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580* 0300-READ-DEFINITIONS
005590*    RCNDEFS must open, and every RECONDEF on the deck must be
005600*    on it - the driver refuses the job otherwise.  The feed
005610*    names for the wait come off the records found.
005620******************************************************************
005630 0300-READ-DEFINITIONS.
005640     MOVE "CONTROL" TO RCN-CHK-TYPE
005650     MOVE "RCNDEFS" TO RCN-CHK-FILE
005660     MOVE "DEFINITION FILE" TO RCN-CHK-OBJECT
005670     MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
005680     OPEN INPUT RCN-DEFS-FILE
005690     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
005700         STRING "OPEN FAILED, STATUS=" RCN-DEFS-FILE-STATUS
005710             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
005720         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
005730         GO TO 0300-EXIT
005740     END-IF
005750     CLOSE RCN-DEFS-FILE
005760     MOVE "READABLE" TO RCN-CHK-DETAIL
005770     PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
005780     PERFORM 0310-FIND-ONE-DEF THRU 0310-EXIT
005790         VARYING RCN-DEF-SUB FROM 1 BY 1
005800         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS.
005810 0300-EXIT.
005820     EXIT.
005830*
005840 0310-FIND-ONE-DEF.
005850     IF RCN-PF-DEF-FOUND (RCN-DEF-SUB) EQUAL "Y"
005860         GO TO 0310-EXIT
005870     END-IF
005880     OPEN INPUT RCN-DEFS-FILE
005890     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
005900         GO TO 0310-EXIT
005910     END-IF
005920     SET RCN-DEF-NOT-FOUND TO TRUE
005930     SET RCN-DEFS-NOT-EOF TO TRUE
005940     PERFORM 0320-MATCH-ONE-DEF THRU 0320-EXIT
005950         UNTIL RCN-DEFS-EOF OR RCN-DEF-FOUND
005960     CLOSE RCN-DEFS-FILE
005970     IF RCN-DEF-NOT-FOUND
005980         MOVE "CONTROL" TO RCN-CHK-TYPE
005990         MOVE RCN-PF-DEF-NAME (RCN-DEF-SUB) TO RCN-CHK-DEF
006000         MOVE "RCNDEFS" TO RCN-CHK-FILE
006010         MOVE "RECONDEF CARD" TO RCN-CHK-OBJECT
006020         MOVE "DEFINITION NOT ON RCNDEFS" TO RCN-CHK-DETAIL
006030         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006040     END-IF.
006050 0310-EXIT.
006060     EXIT.
006070*
006080 0320-MATCH-ONE-DEF.
006090     READ RCN-DEFS-FILE
006100         AT END
006110             SET RCN-DEFS-EOF TO TRUE
006120             GO TO 0320-EXIT
006130     END-READ
006140     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
006150         SET RCN-DEFS-EOF TO TRUE
006160         GO TO 0320-EXIT
006170     END-IF
006180     IF RCN-DEF-NAME NOT EQUAL RCN-PF-DEF-NAME (RCN-DEF-SUB)
006190         GO TO 0320-EXIT
006200     END-IF
006210     SET RCN-DEF-FOUND TO TRUE
006220     IF RCN-DEF-RETIRED
006230         MOVE "R" TO RCN-PF-DEF-FOUND (RCN-DEF-SUB)
006240         MOVE "CONTROL" TO RCN-CHK-TYPE
006250         MOVE RCN-PF-DEF-NAME (RCN-DEF-SUB) TO RCN-CHK-DEF
006260         MOVE "RCNDEFS" TO RCN-CHK-FILE
006270         MOVE "RECONDEF CARD" TO RCN-CHK-OBJECT
006280         MOVE "DEFINITION RETIRED ON RCNDEFS" TO RCN-CHK-DETAIL
006290         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006300         GO TO 0320-EXIT
006310     END-IF
006320     MOVE "Y" TO RCN-PF-DEF-FOUND (RCN-DEF-SUB)
006330     MOVE RCN-DEF-GLEX-NAME TO RCN-PF-GLEX-NAME (RCN-DEF-SUB)
006340     MOVE RCN-DEF-JRNL-NAME TO RCN-PF-JRNL-NAME (RCN-DEF-SUB).
006350 0320-EXIT.
006360     EXIT.
006370*
006380******************************************************************
006390* 0400-CHECK-RULES
006400*    The status-rules deck must open and read.  RCNWORK runs
006410*    without one, but then every odd status extracts as plain
006420*    ST - a missing deck here is a lost file, not a choice.
006430******************************************************************
006440 0400-CHECK-RULES.
006450     MOVE "CONTROL" TO RCN-CHK-TYPE
006460     MOVE "RCNSRULE" TO RCN-CHK-FILE
006470     MOVE "STATUS-RULES DECK" TO RCN-CHK-OBJECT
006480     MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
006490     OPEN INPUT RCN-SRUL-FILE
006500     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
006510         STRING "OPEN FAILED, STATUS=" RCN-SRUL-FILE-STATUS
006520             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
006530         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006540         GO TO 0400-EXIT
006550     END-IF
006560     READ RCN-SRUL-FILE
006570         AT END
006580             CONTINUE
006590     END-READ
006600     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
006610         AND RCN-SRUL-FILE-STATUS NOT EQUAL "10"
006620         STRING "READ FAILED, STATUS=" RCN-SRUL-FILE-STATUS
006630             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
006640         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006650     ELSE
006660         MOVE "READABLE" TO RCN-CHK-DETAIL
006670         PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
006680     END-IF
006690     CLOSE RCN-SRUL-FILE.
006700 0400-EXIT.
006710     EXIT.
006720*
006730******************************************************************
006740* 1000-CHECK-SERVERS
006750*    A connect and disconnect through RCNCOUNT on each server -
006760*    the driver's own route in, so a pass here means the
006770*    driver's density probe will get in too.  The primary
006780*    refusing is a page; the standby refusing only holds, as
006790*    RCNWORK would sit the drift compare out without it.
006800******************************************************************
006810 1000-CHECK-SERVERS.
006820     IF RCN-PARM-USERID EQUAL SPACES
006830         OR RCN-PARM-PASSWD EQUAL SPACES
006840         GO TO 1000-EXIT
006850     END-IF
006860     MOVE "SERVER" TO RCN-CHK-TYPE
006870     MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
006880     MOVE "SERVER" TO RCN-CHK-FILE
006890     MOVE RCN-PARM-SERVER TO RCN-CHK-OBJECT
006900     IF RCN-PARM-SERVER EQUAL SPACES
006910         MOVE "NO SERVER CARD ON RCNPARM" TO RCN-CHK-DETAIL
006920         PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006930     ELSE
006940         MOVE RCN-PARM-SERVER TO RCN-CNT-SERVER
006950         PERFORM 1100-TRY-CONNECT THRU 1100-EXIT
006960         IF RCN-CNT-RETCODE NOT EQUAL ZERO
006970             PERFORM 3300-WRITE-PAGE-CHECK THRU 3300-EXIT
006980         ELSE
006990             PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
007000         END-IF
007010     END-IF
007020     IF RCN-PARM-STBY-SERVER EQUAL SPACES
007030         GO TO 1000-EXIT
007040     END-IF
007050     MOVE "SERVER" TO RCN-CHK-TYPE
007060     MOVE SPACES TO RCN-CHK-DEF RCN-CHK-DETAIL
007070     MOVE "STBYSRVR" TO RCN-CHK-FILE
007080     MOVE RCN-PARM-STBY-SERVER TO RCN-CHK-OBJECT
007090     MOVE RCN-PARM-STBY-SERVER TO RCN-CNT-SERVER
007100     PERFORM 1100-TRY-CONNECT THRU 1100-EXIT
007110     IF RCN-CNT-RETCODE NOT EQUAL ZERO
007120         PERFORM 3400-WRITE-HOLD-CHECK THRU 3400-EXIT
007130     ELSE
007140         PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
007150     END-IF.
007160 1000-EXIT.
007170     EXIT.
007180*
007190 1100-TRY-CONNECT.
007200     MOVE RCN-PARM-USERID TO RCN-CNT-USERID
007210     MOVE RCN-PARM-PASSWD TO RCN-CNT-PASSWD
007220     SET RCN-CNT-FUNC-CONNECT TO TRUE
007230     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
007240     IF RCN-CNT-RETCODE NOT EQUAL ZERO
007250         MOVE RCN-CNT-SQLCODE TO RCN-SQLCODE-DISP
007260         MOVE SPACES TO RCN-CHK-DETAIL
007270         STRING "CONNECT REFUSED, SQLCODE=" RCN-SQLCODE-DISP
007280             DELIMITED BY SIZE INTO RCN-CHK-DETAIL
007290         DISPLAY "RCNPREF: CONNECT TO " RCN-CNT-SERVER
007300             " FAILED, SQLCODE=" RCN-CNT-SQLCODE
007310         GO TO 1100-EXIT
007320     END-IF
007330     MOVE "CONNECT ACCEPTED" TO RCN-CHK-DETAIL
007340     SET RCN-CNT-FUNC-DISCONNECT TO TRUE
007350     CALL "RCNCOUNT" USING RCN-COUNTER-PARMS
007360     MOVE ZERO TO RCN-CNT-RETCODE.
007370 1100-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410* 2000-WAIT-FOR-FEEDS
007420*    Looks for every selected definition's feeds, then keeps
007430*    looking every PREFPOLL seconds until they have all landed
007440*    or PREFWAIT minutes have gone by.  Once something already
007450*    calls for a page there is no point waiting - the job is
007460*    not going to start on time whatever lands.
007470******************************************************************
007480 2000-WAIT-FOR-FEEDS.
007490     PERFORM 2100-LOOK-FOR-FEEDS THRU 2100-EXIT
007500     IF RCN-VERDICT-PAGE
007510         GO TO 2000-EXIT
007520     END-IF
007530     COMPUTE RCN-POLL-WAIT-MS = RCN-POLL-SECS * 1000
007540     PERFORM 2050-POLL-ONCE THRU 2050-EXIT
007550         UNTIL RCN-FEEDS-ALL-IN
007560             OR RCN-WAITED-SECS NOT LESS RCN-WAIT-LIMIT-SECS.
007570 2000-EXIT.
007580     EXIT.
007590*
007600 2050-POLL-ONCE.
007610     CALL "CBL_THREAD_SLEEP" USING BY VALUE RCN-POLL-WAIT-MS
007620     ADD RCN-POLL-SECS TO RCN-WAITED-SECS
007630     ADD 1 TO RCN-POLL-COUNT
007640     PERFORM 2100-LOOK-FOR-FEEDS THRU 2100-EXIT
007650     IF RCN-FEEDS-MISSING
007660         DISPLAY "RCNPREF: FEEDS STILL OUTSTANDING AFTER "
007670             RCN-WAITED-SECS " SECONDS"
007680     END-IF.
007690 2050-EXIT.
007700     EXIT.
007710*
007720 2100-LOOK-FOR-FEEDS.
007730     SET RCN-FEEDS-ALL-IN TO TRUE
007740     PERFORM 2110-LOOK-ONE-DEF THRU 2110-EXIT
007750         VARYING RCN-DEF-SUB FROM 1 BY 1
007760         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS.
007770 2100-EXIT.
007780     EXIT.
007790*
007800*    A definition RCNDEFS does not carry has no feed names to
007810*    look for - it is already a page of its own.  A feed that
007820*    has landed stays landed; only the outstanding ones are
007830*    opened again.
007840 2110-LOOK-ONE-DEF.
007850     IF RCN-PF-DEF-FOUND (RCN-DEF-SUB) NOT EQUAL "Y"
007860         GO TO 2110-EXIT
007870     END-IF
007880     IF RCN-PF-GLEX-STATE (RCN-DEF-SUB) NOT EQUAL "L"
007890         PERFORM 2120-LOOK-GLEX THRU 2120-EXIT
007900     END-IF
007910     IF RCN-PF-JRNL-STATE (RCN-DEF-SUB) NOT EQUAL "L"
007920         AND RCN-PF-JRNL-STATE (RCN-DEF-SUB) NOT EQUAL "N"
007930         PERFORM 2130-LOOK-JRNL THRU 2130-EXIT
007940     END-IF.
007950 2110-EXIT.
007960     EXIT.
007970*
007980*    The ledger extract has landed when it opens and its HDR
007990*    record carries tonight's date - yesterday's file still
008000*    sitting there is stale, exactly what 1380-VALIDATE-LEDGER
008010*    in the driver would reject.  An extract with no HDR at all
008020*    is the driver's to reject; for readiness it is there.  One
008030*    that opens but will not read is still being written, and
008040*    is looked at again on the next poll.
008050 2120-LOOK-GLEX.
008060     MOVE RCN-PF-GLEX-NAME (RCN-DEF-SUB) TO RCN-GLEX-FILE-NAME
008070     MOVE "M" TO RCN-PF-GLEX-STATE (RCN-DEF-SUB)
008080     OPEN INPUT RCN-GLEX-FILE
008090     IF RCN-GLEX-FILE-STATUS NOT EQUAL "00"
008100         SET RCN-FEEDS-MISSING TO TRUE
008110         GO TO 2120-EXIT
008120     END-IF
008130     READ RCN-GLEX-FILE
008140         AT END
008150             MOVE SPACES TO RCN-GLEX-HDR-ID
008160     END-READ
008170     IF RCN-GLEX-FILE-STATUS NOT EQUAL "00"
008180         AND RCN-GLEX-FILE-STATUS NOT EQUAL "10"
008190         SET RCN-FEEDS-MISSING TO TRUE
008200         CLOSE RCN-GLEX-FILE
008210         GO TO 2120-EXIT
008220     END-IF
008230     MOVE "L" TO RCN-PF-GLEX-STATE (RCN-DEF-SUB)
008240     IF RCN-GLEX-HDR-ID EQUAL "HDR"
008250         MOVE RCN-GLEX-HDR-DATE TO RCN-PF-GLEX-HDR (RCN-DEF-SUB)
008260         IF RCN-GLEX-HDR-DATE NOT EQUAL RCN-RUN-DATE
008270             MOVE "S" TO RCN-PF-GLEX-STATE (RCN-DEF-SUB)
008280             SET RCN-FEEDS-MISSING TO TRUE
008290         END-IF
008300     END-IF
008310     CLOSE RCN-GLEX-FILE.
008320 2120-EXIT.
008330     EXIT.
008340*
008350 2130-LOOK-JRNL.
008360     IF RCN-PF-JRNL-NAME (RCN-DEF-SUB) EQUAL SPACES
008370         MOVE "N" TO RCN-PF-JRNL-STATE (RCN-DEF-SUB)
008380         GO TO 2130-EXIT
008390     END-IF
008400     MOVE RCN-PF-JRNL-NAME (RCN-DEF-SUB) TO RCN-JRNL-FILE-NAME
008410     OPEN INPUT RCN-JRNL-FILE
008420     IF RCN-JRNL-FILE-STATUS NOT EQUAL "00"
008430         MOVE "M" TO RCN-PF-JRNL-STATE (RCN-DEF-SUB)
008440         SET RCN-FEEDS-MISSING TO TRUE
008450         GO TO 2130-EXIT
008460     END-IF
008470     MOVE "L" TO RCN-PF-JRNL-STATE (RCN-DEF-SUB)
008480     CLOSE RCN-JRNL-FILE.
008490 2130-EXIT.
008500     EXIT.
008510*
008520******************************************************************
008530* 2500-REPORT-FEEDS
008540*    One line per feed as the wait left it, and how long the
008550*    wait ran.  A feed still missing or stale holds the job.
008560******************************************************************
008570 2500-REPORT-FEEDS.
008580     IF RCN-VERDICT-PAGE AND RCN-POLL-COUNT EQUAL ZERO
008590         AND RCN-WAIT-LIMIT-SECS > ZERO
008600         DISPLAY "RCNPREF: PAGE CONDITION FOUND - FEEDS NOT"
008610             " WAITED FOR"
008620     END-IF
008630     PERFORM 2510-REPORT-ONE-DEF THRU 2510-EXIT
008640         VARYING RCN-DEF-SUB FROM 1 BY 1
008650         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
008660     MOVE RCN-POLL-COUNT TO RCN-WT-POLLS
008670     DIVIDE RCN-WAITED-SECS BY 60 GIVING RCN-MIN-WORK
008680     MOVE RCN-MIN-WORK TO RCN-WT-MINS
008690     MOVE RCN-WAIT-LIMIT-MINS TO RCN-WT-LIMIT
008700     IF RCN-LINE-COUNT + 2 >= RCN-LINES-PER-PAGE
008710         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
008720     END-IF
008730     WRITE RCN-RPT-RECORD FROM RCN-WAIT-LINE
008740         AFTER ADVANCING 2 LINES
008750     ADD 2 TO RCN-LINE-COUNT.
008760 2500-EXIT.
008770     EXIT.
008780*
008790 2510-REPORT-ONE-DEF.
008800     IF RCN-PF-DEF-FOUND (RCN-DEF-SUB) NOT EQUAL "Y"
008810         GO TO 2510-EXIT
008820     END-IF
008830     MOVE "FEED" TO RCN-CHK-TYPE
008840     MOVE RCN-PF-DEF-NAME (RCN-DEF-SUB) TO RCN-CHK-DEF
008850     MOVE "GLEX" TO RCN-CHK-FILE
008860     MOVE RCN-PF-GLEX-NAME (RCN-DEF-SUB) TO RCN-CHK-OBJECT
008870     MOVE SPACES TO RCN-CHK-DETAIL
008880     EVALUATE RCN-PF-GLEX-STATE (RCN-DEF-SUB)
008890         WHEN "L"
008900             MOVE "LANDED" TO RCN-CHK-DETAIL
008910             PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
008920         WHEN "S"
008930             STRING "STALE - HDR DATED "
008940                 RCN-PF-GLEX-HDR (RCN-DEF-SUB)
008950                 DELIMITED BY SIZE INTO RCN-CHK-DETAIL
008960             PERFORM 3400-WRITE-HOLD-CHECK THRU 3400-EXIT
008970         WHEN OTHER
008980             MOVE "NOT LANDED" TO RCN-CHK-DETAIL
008990             PERFORM 3400-WRITE-HOLD-CHECK THRU 3400-EXIT
009000     END-EVALUATE
009010     MOVE "FEED" TO RCN-CHK-TYPE
009020     MOVE RCN-PF-DEF-NAME (RCN-DEF-SUB) TO RCN-CHK-DEF
009030     MOVE "JRNL" TO RCN-CHK-FILE
009040     MOVE RCN-PF-JRNL-NAME (RCN-DEF-SUB) TO RCN-CHK-OBJECT
009050     MOVE SPACES TO RCN-CHK-DETAIL
009060     EVALUATE RCN-PF-JRNL-STATE (RCN-DEF-SUB)
009070         WHEN "L"
009080             MOVE "LANDED" TO RCN-CHK-DETAIL
009090             PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
009100         WHEN "N"
009110             MOVE "NOT CARRIED - MOVEMENT PROOF SITS OUT"
009120                 TO RCN-CHK-DETAIL
009130             PERFORM 3200-WRITE-OK-CHECK THRU 3200-EXIT
009140         WHEN OTHER
009150             MOVE "NOT LANDED" TO RCN-CHK-DETAIL
009160             PERFORM 3400-WRITE-HOLD-CHECK THRU 3400-EXIT
009170     END-EVALUATE.
009180 2510-EXIT.
009190     EXIT.
009200*
009210******************************************************************
009220* 3100-NEW-PAGE / 3200-3400 check lines
009230*    Each check line carries its own result word and raises
009240*    the verdict as far as its finding calls for.
009250******************************************************************
009260 3100-NEW-PAGE.
009270     ADD 1 TO RCN-PAGE-COUNT
009280     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
009290     IF RCN-PAGE-COUNT = 1
009300         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009310             AFTER ADVANCING 1 LINE
009320     ELSE
009330         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009340             AFTER ADVANCING PAGE
009350     END-IF
009360     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
009370         AFTER ADVANCING 2 LINES
009380     MOVE 3 TO RCN-LINE-COUNT.
009390 3100-EXIT.
009400     EXIT.
009410*
009420 3200-WRITE-OK-CHECK.
009430     MOVE "OK" TO RCN-CHK-RESULT
009440     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT.
009450 3200-EXIT.
009460     EXIT.
009470*
009480 3300-WRITE-PAGE-CHECK.
009490     MOVE "PAGE" TO RCN-CHK-RESULT
009500     SET RCN-VERDICT-PAGE TO TRUE
009510     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT.
009520 3300-EXIT.
009530     EXIT.
009540*
009550 3400-WRITE-HOLD-CHECK.
009560     MOVE "HOLD" TO RCN-CHK-RESULT
009570     IF RCN-VERDICT-GO
009580         SET RCN-VERDICT-HOLD TO TRUE
009590     END-IF
009600     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT.
009610 3400-EXIT.
009620     EXIT.
009630*
009640 3500-WRITE-CHECK.
009650     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009660         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009670     END-IF
009680     WRITE RCN-RPT-RECORD FROM RCN-CHECK-LINE
009690         AFTER ADVANCING 1 LINE
009700     ADD 1 TO RCN-LINE-COUNT
009710     IF RCN-CHK-RESULT NOT EQUAL "OK"
009720         DISPLAY "RCNPREF: " RCN-CHK-RESULT " " RCN-CHK-TYPE
009730             RCN-CHK-DEF " " RCN-CHK-FILE " " RCN-CHK-DETAIL
009740     END-IF.
009750 3500-EXIT.
009760     EXIT.
009770*
009780******************************************************************
009790* 4000-REPORT-VERDICT
009800*    The worst finding becomes the step's retcode - 0 GO,
009810*    4 HOLD, 8 PAGE - for the scheduler to act on.
009820******************************************************************
009830 4000-REPORT-VERDICT.
009840     EVALUATE TRUE
009850         WHEN RCN-VERDICT-PAGE
009860             MOVE "PAGE" TO RCN-VRD-TEXT
009870             MOVE 8 TO RCN-VRD-RETCODE
009880             MOVE "CONTROL FILE OR SERVER BROKEN - CALL SUPPORT"
009890                 TO RCN-VRD-MEANING
009900         WHEN RCN-VERDICT-HOLD
009910             MOVE "HOLD" TO RCN-VRD-TEXT
009920             MOVE 4 TO RCN-VRD-RETCODE
009930             MOVE "INPUTS NOT READY - HOLD RCNDRIV AND RERUN"
009940                 TO RCN-VRD-MEANING
009950         WHEN OTHER
009960             MOVE "GO" TO RCN-VRD-TEXT
009970             MOVE ZERO TO RCN-VRD-RETCODE
009980             MOVE "ALL INPUTS IN PLACE - START RCNDRIV"
009990                 TO RCN-VRD-MEANING
010000     END-EVALUATE
010010     WRITE RCN-RPT-RECORD FROM RCN-VERDICT-LINE
010020         AFTER ADVANCING 2 LINES
010030     DISPLAY "RCNPREF: VERDICT " RCN-VRD-TEXT
010040         " RETCODE=" RCN-VRD-RETCODE
010050     MOVE RCN-VRD-RETCODE TO RETURN-CODE.
010060 4000-EXIT.
010070     EXIT.
