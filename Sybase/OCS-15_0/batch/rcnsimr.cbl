000010******************************************************************
000020* RCNSIMR.CBL
000030*    Simulation comparison report for the account
000040*    reconciliation job.
000050*
000060*    When finance asks for a looser balance tolerance or a
000070*    status treated differently on RCNSRULE, RCNDRIV is run
000080*    in the day with SIMULATE=Y on the RCNPARM deck - the
000090*    proposed rules deck named by SIMRULES, the proposed
000100*    tolerance on SIMTOL - and its partitions extract to
000110*    RCNSIMX instead of RCNEXCP.  This step sets that
000120*    simulated extract beside the last nightly RCNEXCP and
000130*    prints, on RCNSIMRO:
000140*      - every account that would newly appear on the
000150*        listing under the proposal, and every one that
000160*        would drop off it, with its reason, balances and
000170*        status;
000180*      - counts by definition and reason, the night's
000190*        against the simulation's;
000200*      - the run totals.
000210*    A row is the same exception on both sides when its
000220*    definition, account and reason agree - the partition
000230*    that found it is not compared, since the two passes
000240*    cut their partitions on different nights' densities.
000250*
000260*    Only the reasons a simulation re-decides are compared:
000270*    the balance test (BD), the ledger match (NG) and the
000280*    status rules (ST and every rule's own code).  The
000290*    movement (MV, CA, NJ), standby drift (DS, DP, DM) and
000300*    ledger-only (NM) checks do not run in a simulation, so
000310*    the night's rows under those codes are counted as left
000320*    out rather than reported as dropping off.  Only the
000330*    definitions on the deck's RECONDEF cards (ACCOUNT when
000340*    there are none) are compared.  Master maintenance since
000350*    the night shows up as differences too - run the
000360*    simulation the morning after the night it is to be
000370*    judged against, and only after a full-sweep night.
000380*
000390*    Plain batch COBOL - no SQL; everything it needs is on
000400*    the two extracts.
000410*
000420*    Return codes:
000430*       0  the comparison was printed.
000440*       8  RCNPARM, RCNEXCP or RCNSIMX could not be opened
000450*          or read, or the report could not be opened - no
000460*          comparison made.
000470*
000480*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000490*    INSTALLATION.  DATA CENTER SERVICES.
000500*    DATE-WRITTEN.  10/13/2026.
000510*    DATE-COMPILED.
000520*
000530*    MODIFICATION HISTORY
000540*    10/13/2026  JH   Initial version - RCNSIMX simulated
000550*                     extract against the night's RCNEXCP,
000560*                     newly appearing and dropping-off
000570*                     accounts and counts by reason.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. RCNSIMR.
000610 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000620 INSTALLATION. DATA CENTER SERVICES.
000630 DATE-WRITTEN. 10/13/2026.
000640 DATE-COMPILED.
000650*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690*    The driver's run-control deck - the RECONDEF cards say
000700*    which definitions the simulation covered, and SIMRULES,
000710*    SIMTOL and TOLERANCE what it was run with.
000720     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS RCN-PARM-FILE-STATUS.
000750*    RCNEXCP and then RCNSIMX through the one SELECT - the two
000760*    extracts share the layout, and are read one after the
000770*    other into the sort.
000780     SELECT RCN-EXCP-FILE ASSIGN TO RCN-EXCP-FILE-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS RCN-EXCP-KEY
000820         FILE STATUS IS RCN-EXCP-FILE-STATUS.
000830*
000840     SELECT RCN-RPT-FILE ASSIGN TO "RCNSIMRO"
000850         FILE STATUS IS RCN-RPT-FILE-STATUS.
000860*
000870     SELECT RCN-SORT-FILE ASSIGN TO "SORTWK01".
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RCN-PARM-FILE.
000920 01  RCN-PARM-CARD.
000930     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
000940     05 FILLER                 PIC X(79).
000950*
000960 FD  RCN-EXCP-FILE.
000970 01  RCN-EXCP-RECORD.
000980     COPY "rcnexcp.cbl".
000990*
001000 FD  RCN-RPT-FILE.
001010 01  RCN-RPT-RECORD            PIC X(132).
001020*
001030*    Both extracts' rows in definition, account and reason
001040*    order, the night's row (A) ahead of the simulation's (S)
001050*    for the same exception, so one look behind pairs them.
001060 SD  RCN-SORT-FILE.
001070 01  RCN-SORT-RECORD.
001080     05 RCN-SORT-DEF-NAME      PIC X(08).
001090     05 RCN-SORT-ACCT-NO       PIC 9(09).
001100     05 RCN-SORT-REASON        PIC X(02).
001110     05 RCN-SORT-SOURCE        PIC X(01).
001120        88 RCN-SORT-ACTUAL          VALUE "A".
001130        88 RCN-SORT-SIMULATED       VALUE "S".
001140     05 RCN-SORT-DEF-SUB       PIC 9(04).
001150     05 RCN-SORT-BALANCE       PIC S9(11)V99.
001160     05 RCN-SORT-GL-BALANCE    PIC S9(11)V99.
001170     05 RCN-SORT-STATUS        PIC X(02).
001180     05 RCN-SORT-SEVERITY      PIC X(01).
001190*
001200 WORKING-STORAGE SECTION.
001210*
001220******************************************************************
001230* Standalone counters and switches
001240******************************************************************
001250 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001260 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
001270 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001280*
001290 77  RCN-EXCP-FILE-NAME    PIC X(08) VALUE SPACES.
001300*
001310 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001320     88 RCN-PARM-EOF              VALUE "Y".
001330     88 RCN-PARM-NOT-EOF          VALUE "N".
001340*
001350 77  RCN-EXCP-EOF-SWITCH   PIC X(01) VALUE "N".
001360     88 RCN-EXCP-EOF              VALUE "Y".
001370     88 RCN-EXCP-NOT-EOF          VALUE "N".
001380*
001390 77  RCN-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
001400     88 RCN-SORT-EOF              VALUE "Y".
001410     88 RCN-SORT-NOT-EOF          VALUE "N".
001420*
001430*    A file failure - once set, the comparison is not printed
001440*    and the retcode is 8.
001450 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
001460     88 RCN-RUN-FAILED            VALUE "Y".
001470     88 RCN-RUN-OK                VALUE "N".
001480*
001490*    Which extract the input procedure is reading.
001500 77  RCN-SOURCE-SWITCH     PIC X(01) VALUE "A".
001510     88 RCN-READING-ACTUAL        VALUE "A".
001520     88 RCN-READING-SIMULATED     VALUE "S".
001530*
001540*    The row held back for pairing with the next one.
001550 77  RCN-HOLD-SWITCH       PIC X(01) VALUE "N".
001560     88 RCN-HOLDING               VALUE "Y".
001570     88 RCN-NOT-HOLDING           VALUE "N".
001580*
001590 77  RCN-DEF-FOUND-SWITCH  PIC X(01) VALUE "N".
001600     88 RCN-DEF-FOUND             VALUE "Y".
001610     88 RCN-DEF-NOT-FOUND         VALUE "N".
001620*
001630 77  RCN-SIM-CARD-SWITCH   PIC X(01) VALUE "N".
001640     88 RCN-SIM-CARD-SEEN         VALUE "Y".
001650*
001660 77  RCN-RSN-PICK-SWITCH   PIC X(01) VALUE "N".
001670     88 RCN-RSN-ALL-PRINTED       VALUE "Y".
001680     88 RCN-RSN-MORE              VALUE "N".
001690*
001700*    The reasons a simulation does not re-decide - left out
001710*    of the compare.
001720 77  RCN-EDIT-REASON       PIC X(02) VALUE SPACES.
001730     88 RCN-NOT-SIMULATED-REASON
001740         VALUE "MV" "CA" "NJ" "DS" "DP" "DM" "NM".
001750*
001760 77  RCN-PARM-SIM-RULES    PIC X(08) VALUE SPACES.
001770 77  RCN-PARM-SIM-TOL      PIC X(12) VALUE SPACES.
001780 77  RCN-PARM-TOLERANCE    PIC X(12) VALUE SPACES.
001790*
001800 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
001810 77  RCN-MAX-DEFS          PIC 9(04) COMP VALUE 8.
001820 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
001830 77  RCN-LAST-DEF-SUB      PIC 9(04) COMP VALUE ZERO.
001840 77  RCN-RSN-USED          PIC 9(04) COMP VALUE ZERO.
001850 77  RCN-RSN-MAX           PIC 9(04) COMP VALUE 200.
001860 77  RCN-RSN-SUB           PIC 9(04) COMP VALUE ZERO.
001870 77  RCN-RSN-BEST          PIC 9(04) COMP VALUE ZERO.
001880 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
001890 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
001900 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
001910*
001920 77  RCN-TOTAL-ACTUAL      PIC 9(09) COMP VALUE ZERO.
001930 77  RCN-TOTAL-SIMULATED   PIC 9(09) COMP VALUE ZERO.
001940 77  RCN-TOTAL-NEW         PIC 9(09) COMP VALUE ZERO.
001950 77  RCN-TOTAL-GONE        PIC 9(09) COMP VALUE ZERO.
001960 77  RCN-TOTAL-LEFT-OUT    PIC 9(09) COMP VALUE ZERO.
001970 77  RCN-RSN-OVERFLOW      PIC 9(09) COMP VALUE ZERO.
001980 77  RCN-HOLD-RSN-SUB      PIC 9(04) COMP VALUE ZERO.
001990 77  RCN-CHANGE-WORK       PIC S9(09) COMP VALUE ZERO.
002000*
002010******************************************************************
002020* RCNPARM keyword-value split
002030******************************************************************
002040 01  RCN-PARM-WORK.
002050     05 RCN-PARM-KEYWORD       PIC X(12).
002060     05 RCN-PARM-VALUE         PIC X(60).
002070*
002080******************************************************************
002090* The definitions compared, in RECONDEF card order, with
002100* their totals either side.
002110******************************************************************
002120 01  RCN-DEF-TABLE.
002130     05 RCN-DEF-ENTRY          OCCURS 8 TIMES.
002140        10 RCN-TBL-DEF-NAME    PIC X(08).
002150        10 RCN-TBL-DEF-ACTUAL  PIC 9(09) COMP.
002160        10 RCN-TBL-DEF-SIM     PIC 9(09) COMP.
002170        10 RCN-TBL-DEF-NEW     PIC 9(09) COMP.
002180        10 RCN-TBL-DEF-GONE    PIC 9(09) COMP.
002190        10 RCN-TBL-DEF-LEFT-OUT PIC 9(09) COMP.
002200*
002210******************************************************************
002220* Counts by definition and reason - one entry per pair met,
002230* in the order met; the summary prints each definition's
002240* reasons in code order.
002250******************************************************************
002260 01  RCN-RSN-TABLE.
002270     05 RCN-RSN-ENTRY          OCCURS 200 TIMES.
002280        10 RCN-TBL-RSN-DEF-SUB PIC 9(04) COMP.
002290        10 RCN-TBL-RSN-CODE    PIC X(02).
002300        10 RCN-TBL-RSN-PRINTED PIC X(01).
002310           88 RCN-TBL-RSN-DONE      VALUE "Y".
002320        10 RCN-TBL-RSN-ACTUAL  PIC 9(09) COMP.
002330        10 RCN-TBL-RSN-SIM     PIC 9(09) COMP.
002340        10 RCN-TBL-RSN-NEW     PIC 9(09) COMP.
002350        10 RCN-TBL-RSN-GONE    PIC 9(09) COMP.
002360*
002370*    The row held back, and its reason entry.
002380 01  RCN-HOLD-RECORD.
002390     05 RCN-HOLD-DEF-NAME      PIC X(08).
002400     05 RCN-HOLD-ACCT-NO       PIC 9(09).
002410     05 RCN-HOLD-REASON        PIC X(02).
002420     05 RCN-HOLD-SOURCE        PIC X(01).
002430        88 RCN-HOLD-ACTUAL          VALUE "A".
002440     05 RCN-HOLD-DEF-SUB       PIC 9(04).
002450     05 RCN-HOLD-BALANCE       PIC S9(11)V99.
002460     05 RCN-HOLD-GL-BALANCE    PIC S9(11)V99.
002470     05 RCN-HOLD-STATUS        PIC X(02).
002480     05 RCN-HOLD-SEVERITY      PIC X(01).
002490*
002500******************************************************************
002510* Run date
002520******************************************************************
002530 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002540 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002550     05 RCN-RUN-YYYY           PIC X(04).
002560     05 RCN-RUN-MM             PIC X(02).
002570     05 RCN-RUN-DD             PIC X(02).
002580*
002590******************************************************************
002600* Report lines
002610******************************************************************
002620 01  RCN-HEADING-1.
002630     05 FILLER                 PIC X(24) VALUE SPACES.
002640     05 FILLER                 PIC X(42) VALUE
002650         "RECONCILIATION RULES/TOLERANCE SIMULATION".
002660     05 FILLER                 PIC X(06) VALUE "DATE ".
002670     05 RCN-HDG-MM             PIC X(02).
002680     05 FILLER                 PIC X(01) VALUE "/".
002690     05 RCN-HDG-DD             PIC X(02).
002700     05 FILLER                 PIC X(01) VALUE "/".
002710     05 RCN-HDG-YYYY           PIC X(04).
002720     05 FILLER                 PIC X(03) VALUE SPACES.
002730     05 FILLER                 PIC X(05) VALUE "PAGE ".
002740     05 RCN-HDG-PAGE           PIC ZZZ9.
002750     05 FILLER                 PIC X(38) VALUE SPACES.
002760*
002770 01  RCN-HEADING-2.
002780     05 FILLER                 PIC X(04) VALUE SPACES.
002790     05 FILLER                 PIC X(10) VALUE "DEFINITION".
002800     05 FILLER                 PIC X(02) VALUE SPACES.
002810     05 FILLER                 PIC X(11) VALUE "ACCOUNT".
002820     05 FILLER                 PIC X(08) VALUE "REASON".
002830     05 FILLER                 PIC X(16) VALUE "UNDER PROPOSAL".
002840     05 FILLER                 PIC X(08) VALUE "STATUS".
002850     05 FILLER                 PIC X(05) VALUE "SEV".
002860     05 FILLER                 PIC X(20) VALUE
002870         "    MASTER BALANCE".
002880     05 FILLER                 PIC X(20) VALUE
002890         "    LEDGER BALANCE".
002900     05 FILLER                 PIC X(28) VALUE SPACES.
002910*
002920 01  RCN-DETAIL-LINE.
002930     05 FILLER                 PIC X(04).
002940     05 RCN-DTL-DEF-NAME       PIC X(08).
002950     05 FILLER                 PIC X(04).
002960     05 RCN-DTL-ACCT-NO        PIC 9(09).
002970     05 FILLER                 PIC X(02).
002980     05 RCN-DTL-REASON         PIC X(02).
002990     05 FILLER                 PIC X(06).
003000     05 RCN-DTL-CHANGE         PIC X(14).
003010     05 FILLER                 PIC X(02).
003020     05 RCN-DTL-STATUS         PIC X(02).
003030     05 FILLER                 PIC X(06).
003040     05 RCN-DTL-SEVERITY       PIC X(01).
003050     05 FILLER                 PIC X(04).
003060     05 RCN-DTL-BALANCE        PIC -(11)9.99.
003070     05 FILLER                 PIC X(05).
003080     05 RCN-DTL-GL-BALANCE     PIC -(11)9.99.
003090     05 FILLER                 PIC X(33).
003100*
003110 01  RCN-SUMMARY-HEADING.
003120     05 FILLER                 PIC X(04) VALUE SPACES.
003130     05 FILLER                 PIC X(12) VALUE "DEFINITION".
003140     05 FILLER                 PIC X(10) VALUE "REASON".
003150     05 FILLER                 PIC X(14) VALUE "   ACTUAL".
003160     05 FILLER                 PIC X(14) VALUE "SIMULATED".
003170     05 FILLER                 PIC X(14) VALUE "   CHANGE".
003180     05 FILLER                 PIC X(16) VALUE "NEWLY APPEAR".
003190     05 FILLER                 PIC X(48) VALUE "DROP OFF".
003200*
003210 01  RCN-SUMMARY-LINE.
003220     05 FILLER                 PIC X(04).
003230     05 RCN-SUM-DEF-NAME       PIC X(08).
003240     05 FILLER                 PIC X(04).
003250     05 RCN-SUM-REASON         PIC X(05).
003260     05 FILLER                 PIC X(01).
003270     05 RCN-SUM-ACTUAL         PIC ZZZ,ZZZ,ZZ9.
003280     05 FILLER                 PIC X(03).
003290     05 RCN-SUM-SIM            PIC ZZZ,ZZZ,ZZ9.
003300     05 FILLER                 PIC X(03).
003310     05 RCN-SUM-CHANGE         PIC -ZZZ,ZZZ,ZZ9.
003320     05 FILLER                 PIC X(03).
003330     05 RCN-SUM-NEW            PIC ZZZ,ZZZ,ZZ9.
003340     05 FILLER                 PIC X(03).
003350     05 RCN-SUM-GONE           PIC ZZZ,ZZZ,ZZ9.
003360     05 FILLER                 PIC X(42).
003370*
003380 01  RCN-SECTION-LINE.
003390     05 FILLER                 PIC X(02) VALUE SPACES.
003400     05 RCN-SEC-TEXT           PIC X(80).
003410     05 FILLER                 PIC X(50) VALUE SPACES.
003420*
003430 01  RCN-NOTE-LINE.
003440     05 FILLER                 PIC X(04) VALUE SPACES.
003450     05 RCN-NOTE-TEXT          PIC X(100).
003460     05 FILLER                 PIC X(28) VALUE SPACES.
003470*
003480 01  RCN-COUNT-LINE.
003490     05 FILLER                 PIC X(04) VALUE SPACES.
003500     05 RCN-CNT-LABEL          PIC X(40).
003510     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003520     05 FILLER                 PIC X(77) VALUE SPACES.
003530*
003540 01  RCN-PRINT-AREA            PIC X(132).
003550 01  RCN-STATUS-TEXT           PIC X(02).
003560*
003570 PROCEDURE DIVISION.
003580*
003590******************************************************************
003600* 0000-MAINLINE
003610******************************************************************
003620 0000-MAINLINE.
003630     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
003640     MOVE RCN-RUN-MM TO RCN-HDG-MM
003650     MOVE RCN-RUN-DD TO RCN-HDG-DD
003660     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
003670     OPEN OUTPUT RCN-RPT-FILE
003680     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
003690         DISPLAY "RCNSIMR: UNABLE TO OPEN RCNSIMRO, STATUS="
003700             RCN-RPT-FILE-STATUS
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF
003740     PERFORM 7600-NEW-PAGE THRU 7600-EXIT
003750     PERFORM 0100-READ-PARMS THRU 0100-EXIT
003760     IF RCN-RUN-OK
003770         PERFORM 0300-PRINT-SETTINGS THRU 0300-EXIT
003780         SORT RCN-SORT-FILE
003790             ON ASCENDING KEY RCN-SORT-DEF-NAME
003800                              RCN-SORT-ACCT-NO
003810                              RCN-SORT-REASON
003820                              RCN-SORT-SOURCE
003830             INPUT PROCEDURE IS 2000-RELEASE-EXTRACTS
003840                 THRU 2000-EXIT
003850             OUTPUT PROCEDURE IS 3000-COMPARE-EXTRACTS
003860                 THRU 3000-EXIT
003870     END-IF
003880     IF RCN-RUN-OK
003890         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003900     END-IF
003910     PERFORM 5000-REPORT-TOTALS THRU 5000-EXIT
003920     CLOSE RCN-RPT-FILE
003930     STOP RUN.
003940*
003950******************************************************************
003960* 0100-READ-PARMS
003970*    RECONDEF, SIMULATE, SIMRULES, SIMTOL and TOLERANCE off
003980*    the driver's deck; every other card passes.  No
003990*    RECONDEF card means the ACCOUNT definition, as it does
004000*    to the driver.
004010******************************************************************
004020 0100-READ-PARMS.
004030     OPEN INPUT RCN-PARM-FILE
004040     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
004050         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
004060         MOVE SPACES TO RCN-NOTE-TEXT
004070         STRING "RCNPARM OPEN FAILED, STATUS=" RCN-STATUS-TEXT
004080             " - THE DEFINITIONS SIMULATED CANNOT BE KNOWN"
004090             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
004100         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004110         GO TO 0100-EXIT
004120     END-IF
004130     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
004140         UNTIL RCN-PARM-EOF
004150     CLOSE RCN-PARM-FILE
004160     IF RCN-NBR-DEFS EQUAL ZERO
004170         MOVE 1 TO RCN-NBR-DEFS
004180         MOVE "ACCOUNT" TO RCN-TBL-DEF-NAME (1)
004190     END-IF
004200     PERFORM 0150-CLEAR-ONE-DEF THRU 0150-EXIT
004210         VARYING RCN-DEF-SUB FROM 1 BY 1
004220         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS.
004230 0100-EXIT.
004240     EXIT.
004250*
004260 0110-PARSE-ONE-PARM.
004270     READ RCN-PARM-FILE
004280         AT END
004290             SET RCN-PARM-EOF TO TRUE
004300             GO TO 0110-EXIT
004310     END-READ
004320     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
004330         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
004340         MOVE SPACES TO RCN-NOTE-TEXT
004350         STRING "RCNPARM READ FAILED, STATUS=" RCN-STATUS-TEXT
004360             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
004370         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004380         SET RCN-PARM-EOF TO TRUE
004390         GO TO 0110-EXIT
004400     END-IF
004410     IF RCN-PARM-CARD EQUAL SPACES
004420         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
004430         GO TO 0110-EXIT
004440     END-IF
004450     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
004460     UNSTRING RCN-PARM-CARD DELIMITED BY "="
004470         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
004480     EVALUATE RCN-PARM-KEYWORD
004490         WHEN "RECONDEF"
004500             IF RCN-NBR-DEFS < RCN-MAX-DEFS
004510                 ADD 1 TO RCN-NBR-DEFS
004520                 MOVE RCN-PARM-VALUE TO
004530                     RCN-TBL-DEF-NAME (RCN-NBR-DEFS)
004540             END-IF
004550         WHEN "SIMULATE"
004560             IF RCN-PARM-VALUE EQUAL "Y"
004570                 SET RCN-SIM-CARD-SEEN TO TRUE
004580             END-IF
004590         WHEN "SIMRULES"
004600             MOVE RCN-PARM-VALUE TO RCN-PARM-SIM-RULES
004610         WHEN "SIMTOL"
004620             MOVE RCN-PARM-VALUE TO RCN-PARM-SIM-TOL
004630         WHEN "TOLERANCE"
004640             MOVE RCN-PARM-VALUE TO RCN-PARM-TOLERANCE
004650         WHEN OTHER
004660             CONTINUE
004670     END-EVALUATE.
004680 0110-EXIT.
004690     EXIT.
004700*
004710 0150-CLEAR-ONE-DEF.
004720     MOVE ZERO TO RCN-TBL-DEF-ACTUAL (RCN-DEF-SUB)
004730                  RCN-TBL-DEF-SIM (RCN-DEF-SUB)
004740                  RCN-TBL-DEF-NEW (RCN-DEF-SUB)
004750                  RCN-TBL-DEF-GONE (RCN-DEF-SUB)
004760                  RCN-TBL-DEF-LEFT-OUT (RCN-DEF-SUB).
004770 0150-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810* 0300-PRINT-SETTINGS
004820*    What the simulation was run with, as the deck gives it,
004830*    and what the comparison leaves out.
004840******************************************************************
004850 0300-PRINT-SETTINGS.
004860     MOVE SPACES TO RCN-NOTE-TEXT
004870     IF RCN-PARM-SIM-RULES EQUAL SPACES
004880         MOVE "RCNSRULE" TO RCN-PARM-SIM-RULES
004890     END-IF
004900     IF RCN-PARM-SIM-TOL EQUAL SPACES
004910         MOVE RCN-PARM-TOLERANCE TO RCN-PARM-SIM-TOL
004920     END-IF
004930     IF RCN-PARM-SIM-TOL EQUAL SPACES
004940         MOVE "0" TO RCN-PARM-SIM-TOL
004950     END-IF
004960     STRING "PROPOSED RULES DECK " DELIMITED BY SIZE
004970            RCN-PARM-SIM-RULES DELIMITED BY SPACE
004980            "   PROPOSED TOLERANCE " DELIMITED BY SIZE
004990            RCN-PARM-SIM-TOL DELIMITED BY SPACE
005000         INTO RCN-NOTE-TEXT
005010     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
005020     MOVE SPACES TO RCN-NOTE-TEXT
005030     STRING "ACTUAL IS THE NIGHT'S RCNEXCP EXTRACT, SIMULATED"
005040         " IS RCNSIMX - COMPARED BY DEFINITION, ACCOUNT AND"
005050         " REASON"
005060         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005070     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
005080     MOVE SPACES TO RCN-NOTE-TEXT
005090     STRING "NOT SIMULATED, LEFT OUT OF THE COMPARE: MV CA NJ"
005100         " (MOVEMENT)  DS DP DM (STANDBY)  NM (LEDGER ONLY)"
005110         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005120     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
005130     MOVE SPACES TO RCN-NOTE-TEXT
005140     STRING "MASTER MAINTENANCE SINCE THE NIGHT'S RUN ALSO"
005150         " SHOWS AS A DIFFERENCE"
005160         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005170     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
005180     IF NOT RCN-SIM-CARD-SEEN
005190         MOVE SPACES TO RCN-NOTE-TEXT
005200         STRING "*** RCNPARM CARRIES NO SIMULATE=Y CARD - CHECK"
005210             " THAT RCNSIMX IS FROM THE DECK PRINTED HERE ***"
005220             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005230         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
005240     END-IF.
005250 0300-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 2000-RELEASE-EXTRACTS
005300*    Sort input procedure - the night's RCNEXCP rows, then the
005310*    simulation's RCNSIMX rows, for the definitions compared
005320*    and the reasons a simulation re-decides.
005330******************************************************************
005340 2000-RELEASE-EXTRACTS.
005350     MOVE "RCNEXCP" TO RCN-EXCP-FILE-NAME
005360     SET RCN-READING-ACTUAL TO TRUE
005370     PERFORM 2100-RELEASE-ONE-FILE THRU 2100-EXIT
005380     IF RCN-RUN-FAILED
005390         GO TO 2000-EXIT
005400     END-IF
005410     MOVE "RCNSIMX" TO RCN-EXCP-FILE-NAME
005420     SET RCN-READING-SIMULATED TO TRUE
005430     PERFORM 2100-RELEASE-ONE-FILE THRU 2100-EXIT.
005440 2000-EXIT.
005450     EXIT.
005460*
005470 2100-RELEASE-ONE-FILE.
005480     SET RCN-EXCP-NOT-EOF TO TRUE
005490     OPEN INPUT RCN-EXCP-FILE
005500     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
005510         MOVE RCN-EXCP-FILE-STATUS TO RCN-STATUS-TEXT
005520         MOVE SPACES TO RCN-NOTE-TEXT
005530         STRING RCN-EXCP-FILE-NAME DELIMITED BY SPACE
005540             " OPEN FAILED, STATUS=" DELIMITED BY SIZE
005550             RCN-STATUS-TEXT DELIMITED BY SIZE
005560             " - NO COMPARISON MADE" DELIMITED BY SIZE
005570             INTO RCN-NOTE-TEXT
005580         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005590         GO TO 2100-EXIT
005600     END-IF
005610     PERFORM 2200-RELEASE-ONE-ROW THRU 2200-EXIT
005620         UNTIL RCN-EXCP-EOF
005630     CLOSE RCN-EXCP-FILE.
005640 2100-EXIT.
005650     EXIT.
005660*
005670 2200-RELEASE-ONE-ROW.
005680     READ RCN-EXCP-FILE
005690         AT END
005700             SET RCN-EXCP-EOF TO TRUE
005710             GO TO 2200-EXIT
005720     END-READ
005730     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
005740         MOVE RCN-EXCP-FILE-STATUS TO RCN-STATUS-TEXT
005750         MOVE SPACES TO RCN-NOTE-TEXT
005760         STRING RCN-EXCP-FILE-NAME DELIMITED BY SPACE
005770             " READ FAILED, STATUS=" DELIMITED BY SIZE
005780             RCN-STATUS-TEXT DELIMITED BY SIZE
005790             " - NO COMPARISON MADE" DELIMITED BY SIZE
005800             INTO RCN-NOTE-TEXT
005810         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005820         SET RCN-EXCP-EOF TO TRUE
005830         GO TO 2200-EXIT
005840     END-IF
005850     SET RCN-DEF-NOT-FOUND TO TRUE
005860     PERFORM 2300-FIND-ONE-DEF THRU 2300-EXIT
005870         VARYING RCN-DEF-SUB FROM 1 BY 1
005880         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
005890             OR RCN-DEF-FOUND
005900     IF RCN-DEF-NOT-FOUND
005910         GO TO 2200-EXIT
005920     END-IF
005930*    The VARYING stepped once past the hit.
005940     SUBTRACT 1 FROM RCN-DEF-SUB
005950     MOVE RCN-EXCP-REASON-CODE TO RCN-EDIT-REASON
005960     IF RCN-NOT-SIMULATED-REASON
005970         IF RCN-READING-ACTUAL
005980             ADD 1 TO RCN-TBL-DEF-LEFT-OUT (RCN-DEF-SUB)
005990             ADD 1 TO RCN-TOTAL-LEFT-OUT
006000         END-IF
006010         GO TO 2200-EXIT
006020     END-IF
006030     MOVE RCN-EXCP-DEF-NAME TO RCN-SORT-DEF-NAME
006040     MOVE RCN-EXCP-ACCT-NO TO RCN-SORT-ACCT-NO
006050     MOVE RCN-EXCP-REASON-CODE TO RCN-SORT-REASON
006060     MOVE RCN-SOURCE-SWITCH TO RCN-SORT-SOURCE
006070     MOVE RCN-DEF-SUB TO RCN-SORT-DEF-SUB
006080     MOVE RCN-EXCP-BALANCE TO RCN-SORT-BALANCE
006090     MOVE RCN-EXCP-GL-BALANCE TO RCN-SORT-GL-BALANCE
006100     MOVE RCN-EXCP-STATUS TO RCN-SORT-STATUS
006110     MOVE RCN-EXCP-SEVERITY TO RCN-SORT-SEVERITY
006120     RELEASE RCN-SORT-RECORD.
006130 2200-EXIT.
006140     EXIT.
006150*
006160 2300-FIND-ONE-DEF.
006170     IF RCN-TBL-DEF-NAME (RCN-DEF-SUB) EQUAL RCN-EXCP-DEF-NAME
006180         SET RCN-DEF-FOUND TO TRUE
006190     END-IF.
006200 2300-EXIT.
006210     EXIT.
006220*
006230******************************************************************
006240* 3000-COMPARE-EXTRACTS
006250*    Sort output procedure.  Each row is counted on its own
006260*    side, then held back one row: a held night's row with
006270*    the simulation's same exception right behind it is the
006280*    same on both sides and prints nothing; a held row with
006290*    no partner prints - the night's as dropping off, the
006300*    simulation's as newly appearing.
006310******************************************************************
006320 3000-COMPARE-EXTRACTS.
006330     IF RCN-RUN-FAILED
006340         GO TO 3000-EXIT
006350     END-IF
006360     SET RCN-NOT-HOLDING TO TRUE
006370     MOVE ZERO TO RCN-LAST-DEF-SUB
006380     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
006390         UNTIL RCN-SORT-EOF
006400     PERFORM 3300-FLUSH-HOLD THRU 3300-EXIT
006410     IF RCN-TOTAL-NEW EQUAL ZERO
006420         AND RCN-TOTAL-GONE EQUAL ZERO
006430         MOVE "NO ACCOUNT WOULD NEWLY APPEAR OR DROP OFF"
006440             TO RCN-NOTE-TEXT
006450         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
006460     END-IF.
006470 3000-EXIT.
006480     EXIT.
006490*
006500 3100-RETURN-ONE.
006510     RETURN RCN-SORT-FILE
006520         AT END
006530             SET RCN-SORT-EOF TO TRUE
006540             GO TO 3100-EXIT
006550     END-RETURN
006560     PERFORM 3400-COUNT-ONE-ROW THRU 3400-EXIT
006570     IF RCN-HOLDING
006580         AND RCN-HOLD-ACTUAL
006590         AND RCN-SORT-SIMULATED
006600         AND RCN-HOLD-DEF-NAME EQUAL RCN-SORT-DEF-NAME
006610         AND RCN-HOLD-ACCT-NO EQUAL RCN-SORT-ACCT-NO
006620         AND RCN-HOLD-REASON EQUAL RCN-SORT-REASON
006630         SET RCN-NOT-HOLDING TO TRUE
006640         GO TO 3100-EXIT
006650     END-IF
006660     PERFORM 3300-FLUSH-HOLD THRU 3300-EXIT
006670     MOVE RCN-SORT-RECORD TO RCN-HOLD-RECORD
006680     MOVE RCN-RSN-SUB TO RCN-HOLD-RSN-SUB
006690     SET RCN-HOLDING TO TRUE.
006700 3100-EXIT.
006710     EXIT.
006720*
006730 3300-FLUSH-HOLD.
006740     IF RCN-NOT-HOLDING
006750         GO TO 3300-EXIT
006760     END-IF
006770     SET RCN-NOT-HOLDING TO TRUE
006780     IF RCN-HOLD-DEF-SUB NOT EQUAL RCN-LAST-DEF-SUB
006790         PERFORM 3310-START-DEF-SECTION THRU 3310-EXIT
006800     END-IF
006810     MOVE SPACES TO RCN-DETAIL-LINE
006820     MOVE RCN-HOLD-DEF-NAME TO RCN-DTL-DEF-NAME
006830     MOVE RCN-HOLD-ACCT-NO TO RCN-DTL-ACCT-NO
006840     MOVE RCN-HOLD-REASON TO RCN-DTL-REASON
006850     MOVE RCN-HOLD-STATUS TO RCN-DTL-STATUS
006860     MOVE RCN-HOLD-SEVERITY TO RCN-DTL-SEVERITY
006870     MOVE RCN-HOLD-BALANCE TO RCN-DTL-BALANCE
006880     MOVE RCN-HOLD-GL-BALANCE TO RCN-DTL-GL-BALANCE
006890     IF RCN-HOLD-ACTUAL
006900         MOVE "DROPS OFF" TO RCN-DTL-CHANGE
006910         ADD 1 TO RCN-TBL-DEF-GONE (RCN-HOLD-DEF-SUB)
006920                  RCN-TOTAL-GONE
006930         IF RCN-HOLD-RSN-SUB > ZERO
006940             ADD 1 TO RCN-TBL-RSN-GONE (RCN-HOLD-RSN-SUB)
006950         END-IF
006960     ELSE
006970         MOVE "NEWLY APPEARS" TO RCN-DTL-CHANGE
006980         ADD 1 TO RCN-TBL-DEF-NEW (RCN-HOLD-DEF-SUB)
006990                  RCN-TOTAL-NEW
007000         IF RCN-HOLD-RSN-SUB > ZERO
007010             ADD 1 TO RCN-TBL-RSN-NEW (RCN-HOLD-RSN-SUB)
007020         END-IF
007030     END-IF
007040     MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
007050     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
007060 3300-EXIT.
007070     EXIT.
007080*
007090 3310-START-DEF-SECTION.
007100     MOVE RCN-HOLD-DEF-SUB TO RCN-LAST-DEF-SUB
007110     IF RCN-LINE-COUNT + 4 > RCN-LINES-PER-PAGE
007120         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
007130     END-IF
007140     MOVE SPACES TO RCN-SEC-TEXT
007150     STRING "DEFINITION " DELIMITED BY SIZE
007160            RCN-HOLD-DEF-NAME DELIMITED BY SPACE
007170            " - ACCOUNTS THAT WOULD NEWLY APPEAR OR DROP OFF"
007180                DELIMITED BY SIZE
007190         INTO RCN-SEC-TEXT
007200     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
007210         AFTER ADVANCING 2 LINES
007220     ADD 2 TO RCN-LINE-COUNT.
007230 3310-EXIT.
007240     EXIT.
007250*
007260*    The row's own side of its definition/reason entry - the
007270*    entry is added the first time the pair is met.  Past the
007280*    table's size the row is still compared and listed, and
007290*    the summary says how many went uncounted.
007300 3400-COUNT-ONE-ROW.
007310     MOVE ZERO TO RCN-RSN-BEST
007320     PERFORM 3410-FIND-ONE-REASON THRU 3410-EXIT
007330         VARYING RCN-RSN-SUB FROM 1 BY 1
007340         UNTIL RCN-RSN-SUB > RCN-RSN-USED
007350             OR RCN-RSN-BEST > ZERO
007360     IF RCN-RSN-BEST EQUAL ZERO
007370         IF RCN-RSN-USED >= RCN-RSN-MAX
007380             ADD 1 TO RCN-RSN-OVERFLOW
007390         ELSE
007400             ADD 1 TO RCN-RSN-USED
007410             MOVE RCN-RSN-USED TO RCN-RSN-BEST
007420             MOVE RCN-SORT-DEF-SUB TO
007430                 RCN-TBL-RSN-DEF-SUB (RCN-RSN-BEST)
007440             MOVE RCN-SORT-REASON TO
007450                 RCN-TBL-RSN-CODE (RCN-RSN-BEST)
007460             MOVE "N" TO RCN-TBL-RSN-PRINTED (RCN-RSN-BEST)
007470             MOVE ZERO TO RCN-TBL-RSN-ACTUAL (RCN-RSN-BEST)
007480                          RCN-TBL-RSN-SIM (RCN-RSN-BEST)
007490                          RCN-TBL-RSN-NEW (RCN-RSN-BEST)
007500                          RCN-TBL-RSN-GONE (RCN-RSN-BEST)
007510         END-IF
007520     END-IF
007530*    A row past the table's size leaves RCN-RSN-SUB at zero -
007540*    still counted on its definition and the run totals.
007550     MOVE RCN-RSN-BEST TO RCN-RSN-SUB
007560     IF RCN-RSN-SUB EQUAL ZERO
007570         IF RCN-SORT-ACTUAL
007580             ADD 1 TO RCN-TBL-DEF-ACTUAL (RCN-SORT-DEF-SUB)
007590                      RCN-TOTAL-ACTUAL
007600         ELSE
007610             ADD 1 TO RCN-TBL-DEF-SIM (RCN-SORT-DEF-SUB)
007620                      RCN-TOTAL-SIMULATED
007630         END-IF
007640         GO TO 3400-EXIT
007650     END-IF
007660     IF RCN-SORT-ACTUAL
007670         ADD 1 TO RCN-TBL-RSN-ACTUAL (RCN-RSN-SUB)
007680                  RCN-TBL-DEF-ACTUAL (RCN-SORT-DEF-SUB)
007690                  RCN-TOTAL-ACTUAL
007700     ELSE
007710         ADD 1 TO RCN-TBL-RSN-SIM (RCN-RSN-SUB)
007720                  RCN-TBL-DEF-SIM (RCN-SORT-DEF-SUB)
007730                  RCN-TOTAL-SIMULATED
007740     END-IF.
007750 3400-EXIT.
007760     EXIT.
007770*
007780 3410-FIND-ONE-REASON.
007790     IF RCN-TBL-RSN-DEF-SUB (RCN-RSN-SUB) EQUAL RCN-SORT-DEF-SUB
007800         AND RCN-TBL-RSN-CODE (RCN-RSN-SUB) EQUAL RCN-SORT-REASON
007810         MOVE RCN-RSN-SUB TO RCN-RSN-BEST
007820     END-IF.
007830 3410-EXIT.
007840     EXIT.
007850*
007860******************************************************************
007870* 4000-PRINT-SUMMARY
007880*    Counts by definition and reason, the night's against the
007890*    simulation's, each definition's reasons in code order,
007900*    then its totals and what was left out of the compare.
007910******************************************************************
007920 4000-PRINT-SUMMARY.
007930     PERFORM 7600-NEW-PAGE THRU 7600-EXIT
007940     MOVE SPACES TO RCN-SEC-TEXT
007950     STRING "COUNTS BY DEFINITION AND REASON - THE NIGHT"
007960         " AGAINST THE SIMULATION"
007970         DELIMITED BY SIZE INTO RCN-SEC-TEXT
007980     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
007990         AFTER ADVANCING 2 LINES
008000     WRITE RCN-RPT-RECORD FROM RCN-SUMMARY-HEADING
008010         AFTER ADVANCING 2 LINES
008020     ADD 4 TO RCN-LINE-COUNT
008030     PERFORM 4100-SUMMARIZE-ONE-DEF THRU 4100-EXIT
008040         VARYING RCN-DEF-SUB FROM 1 BY 1
008050         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
008060     IF RCN-RSN-OVERFLOW > ZERO
008070         MOVE SPACES TO RCN-NOTE-TEXT
008080         STRING "MORE DEFINITION/REASON PAIRS THAN THE SUMMARY"
008090             " HOLDS - SOME ROWS COUNT ONLY IN THE TOTALS"
008100             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008110         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
008120         MOVE "ROWS NOT COUNTED BY REASON" TO RCN-CNT-LABEL
008130         MOVE RCN-RSN-OVERFLOW TO RCN-CNT-VALUE
008140         PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
008150     END-IF.
008160 4000-EXIT.
008170     EXIT.
008180*
008190 4100-SUMMARIZE-ONE-DEF.
008200     IF RCN-LINE-COUNT + 4 > RCN-LINES-PER-PAGE
008210         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
008220     END-IF
008230     MOVE SPACES TO RCN-PRINT-AREA
008240     PERFORM 7500-PRINT-LINE THRU 7500-EXIT
008250     SET RCN-RSN-MORE TO TRUE
008260     PERFORM 4120-PRINT-NEXT-REASON THRU 4120-EXIT
008270         UNTIL RCN-RSN-ALL-PRINTED
008280     MOVE SPACES TO RCN-SUMMARY-LINE
008290     MOVE RCN-TBL-DEF-NAME (RCN-DEF-SUB) TO RCN-SUM-DEF-NAME
008300     MOVE "TOTAL" TO RCN-SUM-REASON
008310     MOVE RCN-TBL-DEF-ACTUAL (RCN-DEF-SUB) TO RCN-SUM-ACTUAL
008320     MOVE RCN-TBL-DEF-SIM (RCN-DEF-SUB) TO RCN-SUM-SIM
008330     COMPUTE RCN-CHANGE-WORK =
008340         RCN-TBL-DEF-SIM (RCN-DEF-SUB)
008350             - RCN-TBL-DEF-ACTUAL (RCN-DEF-SUB)
008360     MOVE RCN-CHANGE-WORK TO RCN-SUM-CHANGE
008370     MOVE RCN-TBL-DEF-NEW (RCN-DEF-SUB) TO RCN-SUM-NEW
008380     MOVE RCN-TBL-DEF-GONE (RCN-DEF-SUB) TO RCN-SUM-GONE
008390     MOVE RCN-SUMMARY-LINE TO RCN-PRINT-AREA
008400     PERFORM 7500-PRINT-LINE THRU 7500-EXIT
008410     IF RCN-TBL-DEF-LEFT-OUT (RCN-DEF-SUB) > ZERO
008420         MOVE "    NIGHT'S ROWS NOT SIMULATED, LEFT OUT"
008430             TO RCN-CNT-LABEL
008440         MOVE RCN-TBL-DEF-LEFT-OUT (RCN-DEF-SUB)
008450             TO RCN-CNT-VALUE
008460         PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
008470     END-IF.
008480 4100-EXIT.
008490     EXIT.
008500*
008510 4120-PRINT-NEXT-REASON.
008520     MOVE ZERO TO RCN-RSN-BEST
008530     PERFORM 4130-PICK-ONE-REASON THRU 4130-EXIT
008540         VARYING RCN-RSN-SUB FROM 1 BY 1
008550         UNTIL RCN-RSN-SUB > RCN-RSN-USED
008560     IF RCN-RSN-BEST EQUAL ZERO
008570         SET RCN-RSN-ALL-PRINTED TO TRUE
008580         GO TO 4120-EXIT
008590     END-IF
008600     MOVE "Y" TO RCN-TBL-RSN-PRINTED (RCN-RSN-BEST)
008610     MOVE SPACES TO RCN-SUMMARY-LINE
008620     MOVE RCN-TBL-DEF-NAME (RCN-DEF-SUB) TO RCN-SUM-DEF-NAME
008630     MOVE RCN-TBL-RSN-CODE (RCN-RSN-BEST) TO RCN-SUM-REASON
008640     MOVE RCN-TBL-RSN-ACTUAL (RCN-RSN-BEST) TO RCN-SUM-ACTUAL
008650     MOVE RCN-TBL-RSN-SIM (RCN-RSN-BEST) TO RCN-SUM-SIM
008660     COMPUTE RCN-CHANGE-WORK =
008670         RCN-TBL-RSN-SIM (RCN-RSN-BEST)
008680             - RCN-TBL-RSN-ACTUAL (RCN-RSN-BEST)
008690     MOVE RCN-CHANGE-WORK TO RCN-SUM-CHANGE
008700     MOVE RCN-TBL-RSN-NEW (RCN-RSN-BEST) TO RCN-SUM-NEW
008710     MOVE RCN-TBL-RSN-GONE (RCN-RSN-BEST) TO RCN-SUM-GONE
008720     MOVE RCN-SUMMARY-LINE TO RCN-PRINT-AREA
008730     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
008740 4120-EXIT.
008750     EXIT.
008760*
008770 4130-PICK-ONE-REASON.
008780     IF RCN-TBL-RSN-DEF-SUB (RCN-RSN-SUB) NOT EQUAL RCN-DEF-SUB
008790         OR RCN-TBL-RSN-DONE (RCN-RSN-SUB)
008800         GO TO 4130-EXIT
008810     END-IF
008820     IF RCN-RSN-BEST EQUAL ZERO
008830         MOVE RCN-RSN-SUB TO RCN-RSN-BEST
008840         GO TO 4130-EXIT
008850     END-IF
008860     IF RCN-TBL-RSN-CODE (RCN-RSN-SUB) <
008870         RCN-TBL-RSN-CODE (RCN-RSN-BEST)
008880         MOVE RCN-RSN-SUB TO RCN-RSN-BEST
008890     END-IF.
008900 4130-EXIT.
008910     EXIT.
008920*
008930******************************************************************
008940* 5000-REPORT-TOTALS
008950*    The run's counts, then the step's retcode - 8 when no
008960*    comparison could be made, 0 otherwise.
008970******************************************************************
008980 5000-REPORT-TOTALS.
008990     IF RCN-LINE-COUNT + 10 > RCN-LINES-PER-PAGE
009000         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
009010     END-IF
009020     MOVE "RUN TOTALS" TO RCN-SEC-TEXT
009030     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
009040         AFTER ADVANCING 2 LINES
009050     ADD 2 TO RCN-LINE-COUNT
009060     IF RCN-RUN-FAILED
009070         MOVE "NO COMPARISON MADE - SEE THE NOTES ABOVE"
009080             TO RCN-NOTE-TEXT
009090         PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
009100         MOVE 8 TO RETURN-CODE
009110         GO TO 5000-EXIT
009120     END-IF
009130     MOVE "EXCEPTIONS ON THE NIGHT (COMPARED)" TO RCN-CNT-LABEL
009140     MOVE RCN-TOTAL-ACTUAL TO RCN-CNT-VALUE
009150     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
009160     MOVE "EXCEPTIONS UNDER THE PROPOSAL" TO RCN-CNT-LABEL
009170     MOVE RCN-TOTAL-SIMULATED TO RCN-CNT-VALUE
009180     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
009190     MOVE "WOULD NEWLY APPEAR" TO RCN-CNT-LABEL
009200     MOVE RCN-TOTAL-NEW TO RCN-CNT-VALUE
009210     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
009220     MOVE "WOULD DROP OFF" TO RCN-CNT-LABEL
009230     MOVE RCN-TOTAL-GONE TO RCN-CNT-VALUE
009240     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
009250     MOVE "NIGHT'S ROWS NOT SIMULATED, LEFT OUT" TO RCN-CNT-LABEL
009260     MOVE RCN-TOTAL-LEFT-OUT TO RCN-CNT-VALUE
009270     PERFORM 7800-PRINT-COUNT THRU 7800-EXIT
009280     MOVE ZERO TO RETURN-CODE.
009290 5000-EXIT.
009300     EXIT.
009310*
009320******************************************************************
009330* 7500-series print routines
009340******************************************************************
009350 7500-PRINT-LINE.
009360     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009370         PERFORM 7600-NEW-PAGE THRU 7600-EXIT
009380     END-IF
009390     WRITE RCN-RPT-RECORD FROM RCN-PRINT-AREA
009400         AFTER ADVANCING 1 LINE
009410     ADD 1 TO RCN-LINE-COUNT.
009420 7500-EXIT.
009430     EXIT.
009440*
009450 7600-NEW-PAGE.
009460     ADD 1 TO RCN-PAGE-COUNT
009470     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
009480     IF RCN-PAGE-COUNT = 1
009490         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009500             AFTER ADVANCING 1 LINE
009510     ELSE
009520         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009530             AFTER ADVANCING PAGE
009540     END-IF
009550     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
009560         AFTER ADVANCING 2 LINES
009570     MOVE 3 TO RCN-LINE-COUNT.
009580 7600-EXIT.
009590     EXIT.
009600*
009610 7700-PRINT-NOTE.
009620     MOVE RCN-NOTE-LINE TO RCN-PRINT-AREA
009630     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
009640 7700-EXIT.
009650     EXIT.
009660*
009670 7800-PRINT-COUNT.
009680     MOVE RCN-COUNT-LINE TO RCN-PRINT-AREA
009690     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
009700 7800-EXIT.
009710     EXIT.
009720*
009730******************************************************************
009740* 8100-RUN-ERROR
009750*    A file failure - noted on the report and the console;
009760*    the comparison is not printed.
009770******************************************************************
009780 8100-RUN-ERROR.
009790     SET RCN-RUN-FAILED TO TRUE
009800     PERFORM 7700-PRINT-NOTE THRU 7700-EXIT
009810     DISPLAY "RCNSIMR: " RCN-NOTE-TEXT.
009820 8100-EXIT.
009830     EXIT.
