000010******************************************************************
000020* RCNCTIE.CBL
000030*    Control-account tie-out for the account reconciliation
000040*    run.
000050*
000060*    Runs as a step ahead of RCNDRIV's detail pass and gives
000070*    finance the aggregate proof first: does each
000080*    reconciliation definition's sub-ledger, summed by product
000090*    and branch on the server, tie to the GL control accounts
000100*    on the trial balance?  Off the same RCNPARM deck the
000110*    driver reads, it
000120*      - sums each selected definition's balance column on
000130*        the server, grouped by the deck's PRODCOL/BRANCHCOL
000140*        columns, through RCNCSUM - the way RCNDRIV has
000150*        RCNCOUNT run its COUNT(*);
000160*      - loads the RCNGLTB trial-balance control file, which
000170*        carries one GL balance per control account with the
000180*        definition, product and branch it controls, proved
000190*        by HDR date and TRL count/hash as RCNDRIV proves its
000200*        ledger extract;
000210*      - prints the RCNCTIEO tie-out report - sub-ledger
000220*        total, GL total and difference per control account,
000230*        a total per definition and a grand total.
000240*    A product/branch group on the server that no control
000250*    account claims prints as *UNMAPPED* against a GL total
000260*    of zero, so nothing summed goes unreported.
000270*
000280*    Return codes:
000290*       0  every control account ties to the cent.
000300*       4  one or more control accounts out of balance -
000310*          the detail listing will show where.
000320*       8  the tie-out could not be made - a control file,
000330*          the credentials, the server or a definition's
000340*          sum failed, or RCNGLTB was rejected.
000350*    Read-only throughout - nothing is written but the
000360*    report.
000370*
000380*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000390*    INSTALLATION.  DATA CENTER SERVICES.
000400*    DATE-WRITTEN.  10/08/2026.
000410*    DATE-COMPILED.
000420*
000430*    MODIFICATION HISTORY
000440*    10/08/2026  JH   Initial version - server-side sums by
000450*                     product/branch tied to the RCNGLTB
000460*                     trial balance, out-of-balance retcode.
000470*    10/15/2026  JH   A RECONDEF retired on RCNDEFS is never
000480*                     summed - it stops the tie-out, as it
000490*                     stops the driver.
000500*    10/15/2026  JH   A RECONDEF beyond the 8th stops the
000510*                     tie-out instead of being dropped.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. RCNCTIE.
000550 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000560 INSTALLATION. DATA CENTER SERVICES.
000570 DATE-WRITTEN. 10/08/2026.
000580 DATE-COMPILED.
000590*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*    The driver's own run-control deck, read for the keywords
000640*    the tie-out needs - every other card passes.
000650     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS RCN-PARM-FILE-STATUS.
000680     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS RCN-DEFS-FILE-STATUS.
000710     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RCN-CRED-FILE-STATUS.
000740*    The GL trial-balance control file - HDR, one line per
000750*    control account and product/branch, TRL.
000760     SELECT RCN-GLTB-FILE ASSIGN TO "RCNGLTB"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RCN-GLTB-FILE-STATUS.
000790*
000800     SELECT RCN-RPT-FILE ASSIGN TO "RCNCTIEO"
000810         FILE STATUS IS RCN-RPT-FILE-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  RCN-PARM-FILE.
000860 01  RCN-PARM-CARD.
000870     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
000880     05 FILLER                 PIC X(79).
000890*
000900 FD  RCN-DEFS-FILE.
000910 01  RCN-DEF-RECORD.
000920     COPY "rcndef.cbl".
000930*
000940 FD  RCN-CRED-FILE.
000950 01  RCN-CRED-CARD.
000960     05 RCN-CRED-CARD-BYTE-1   PIC X(01).
000970     05 FILLER                 PIC X(79).
000980*
000990*    80-byte trial-balance lines.  Product and branch are
001000*    carried left-justified as the server renders them, so a
001010*    numeric branch column reads 12, not 0012.  The HDR date
001020*    must be tonight's; the TRL carries the detail count and
001030*    the sum of the GL balances.
001040 FD  RCN-GLTB-FILE.
001050 01  RCN-GLTB-RECORD.
001060     05 RCN-GLTB-CTL-ACCT      PIC X(12).
001070     05 RCN-GLTB-DEF-NAME      PIC X(08).
001080     05 RCN-GLTB-PRODUCT       PIC X(10).
001090     05 RCN-GLTB-BRANCH        PIC X(10).
001100     05 RCN-GLTB-GL-BALANCE    PIC S9(13)V99.
001110     05 FILLER                 PIC X(25).
001120 01  RCN-GLTB-HEADER-REC.
001130     05 RCN-GLTB-HDR-ID        PIC X(03).
001140     05 RCN-GLTB-HDR-DATE      PIC 9(08).
001150     05 FILLER                 PIC X(69).
001160 01  RCN-GLTB-TRAILER-REC.
001170     05 RCN-GLTB-TRL-ID        PIC X(03).
001180     05 RCN-GLTB-TRL-COUNT     PIC 9(09).
001190     05 RCN-GLTB-TRL-HASH      PIC S9(15)V99.
001200     05 FILLER                 PIC X(51).
001210*
001220 FD  RCN-RPT-FILE.
001230 01  RCN-RPT-RECORD            PIC X(132).
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270******************************************************************
001280* Standalone counters and switches
001290******************************************************************
001300 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001310 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001320 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
001330 77  RCN-GLTB-FILE-STATUS  PIC X(02) VALUE "00".
001340 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001350*
001360 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001370     88 RCN-PARM-EOF              VALUE "Y".
001380     88 RCN-PARM-NOT-EOF          VALUE "N".
001390*
001400 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
001410     88 RCN-CRED-EOF              VALUE "Y".
001420     88 RCN-CRED-NOT-EOF          VALUE "N".
001430*
001440 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001450     88 RCN-DEFS-EOF              VALUE "Y".
001460     88 RCN-DEFS-NOT-EOF          VALUE "N".
001470*
001480 77  RCN-GLTB-EOF-SWITCH   PIC X(01) VALUE "N".
001490     88 RCN-GLTB-EOF              VALUE "Y".
001500     88 RCN-GLTB-NOT-EOF          VALUE "N".
001510*
001520 77  RCN-GLTB-HDR-SWITCH   PIC X(01) VALUE "N".
001530     88 RCN-GLTB-HDR-SEEN         VALUE "Y".
001540     88 RCN-GLTB-HDR-NOT-SEEN     VALUE "N".
001550*
001560 77  RCN-GLTB-TRL-SWITCH   PIC X(01) VALUE "N".
001570     88 RCN-GLTB-TRL-SEEN         VALUE "Y".
001580     88 RCN-GLTB-TRL-NOT-SEEN     VALUE "N".
001590*
001600*    Anything that stops the tie-out being made at all -
001610*    once set, the remaining steps are skipped and the
001620*    retcode is 8.
001630 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
001640     88 RCN-RUN-FAILED            VALUE "Y".
001650     88 RCN-RUN-OK                VALUE "N".
001660*
001670 77  RCN-GROUPS-SWITCH     PIC X(01) VALUE "N".
001680     88 RCN-GROUPS-DONE           VALUE "Y".
001690     88 RCN-GROUPS-MORE           VALUE "N".
001700*
001710 77  RCN-HIT-SWITCH        PIC X(01) VALUE "N".
001720     88 RCN-HIT-FOUND             VALUE "Y".
001730     88 RCN-HIT-NOT-FOUND         VALUE "N".
001740*
001750 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
001760 77  RCN-PARM-SERVER       PIC X(30) VALUE SPACES.
001770 77  RCN-PARM-USERID       PIC X(30) VALUE SPACES.
001780 77  RCN-PARM-PASSWD       PIC X(30) VALUE SPACES.
001790*
001800*    PRODCOL and BRANCHCOL off the deck - the grouping
001810*    columns every selected definition's table carries.
001820 77  RCN-PARM-PROD-COL     PIC X(30) VALUE "PRODUCT_CODE".
001830 77  RCN-PARM-BRCH-COL     PIC X(30) VALUE "BRANCH_NO".
001840*
001850 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
001860 77  RCN-MAX-DEFS          PIC 9(04) COMP VALUE 8.
001870 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
001880 77  RCN-DEF-HIT-SUB       PIC 9(04) COMP VALUE ZERO.
001890 77  RCN-NBR-TIES          PIC 9(04) COMP VALUE ZERO.
001900 77  RCN-MAX-TIES          PIC 9(04) COMP VALUE 500.
001910 77  RCN-TIE-SUB           PIC 9(04) COMP VALUE ZERO.
001920 77  RCN-TIE-HIT-SUB       PIC 9(04) COMP VALUE ZERO.
001930 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
001940 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
001950 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
001960*
001970 77  RCN-GLTB-VAL-COUNT    PIC 9(09) COMP VALUE ZERO.
001980 77  RCN-GLTB-SKIP-COUNT   PIC 9(09) COMP VALUE ZERO.
001990 77  RCN-TIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002000 77  RCN-OUT-COUNT         PIC 9(05) COMP VALUE ZERO.
002010 77  RCN-UNMAPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
002020 77  RCN-GLTB-VAL-HASH     PIC S9(15)V99 COMP-3 VALUE ZERO.
002030 77  RCN-GLTB-TRL-COUNT-SAVE PIC 9(09) COMP VALUE ZERO.
002040 77  RCN-GLTB-TRL-HASH-SAVE  PIC S9(15)V99 COMP-3 VALUE ZERO.
002050 77  RCN-DIFF-AMOUNT       PIC S9(15)V99 COMP-3 VALUE ZERO.
002060 77  RCN-GRAND-SUB-TOTAL   PIC S9(15)V99 COMP-3 VALUE ZERO.
002070 77  RCN-GRAND-GL-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
002080*
002090******************************************************************
002100* The selected definitions - table and balance column off
002110* RCNDEFS, and the totals the tie-out builds for each.  Sum
002120* state F means RCNCSUM failed for the definition and its
002130* lines cannot be proved tonight.  Found is Y, N (not on
002140* RCNDEFS) or R (retired there).
002150******************************************************************
002160 01  RCN-CT-DEF-TABLE.
002170     05 RCN-CT-DEF-ENTRY       OCCURS 8 TIMES.
002180        10 RCN-CT-DEF-NAME     PIC X(08).
002190        10 RCN-CT-DEF-FOUND    PIC X(01).
002200        10 RCN-CT-TABLE        PIC X(30).
002210        10 RCN-CT-BAL-COL      PIC X(30).
002220        10 RCN-CT-SUM-STATE    PIC X(01).
002230        10 RCN-CT-SUM-SQLCODE  PIC S9(09) COMP-5.
002240        10 RCN-CT-SUB-TOTAL    PIC S9(15)V99 COMP-3.
002250        10 RCN-CT-GL-TOTAL     PIC S9(15)V99 COMP-3.
002260*
002270******************************************************************
002280* One tie-out line per control account and product/branch.
002290* Loaded from RCNGLTB in file order; a server group no line
002300* claims is appended as *UNMAPPED* with a GL total of zero.
002310******************************************************************
002320 01  RCN-TIE-TABLE.
002330     05 RCN-TIE-ENTRY          OCCURS 500 TIMES.
002340        10 RCN-TE-CTL-ACCT     PIC X(12).
002350        10 RCN-TE-DEF-SUB      PIC 9(04) COMP.
002360        10 RCN-TE-PRODUCT      PIC X(10).
002370        10 RCN-TE-BRANCH       PIC X(10).
002380        10 RCN-TE-GL-TOTAL     PIC S9(15)V99 COMP-3.
002390        10 RCN-TE-SUB-TOTAL    PIC S9(15)V99 COMP-3.
002400        10 RCN-TE-ROWS         PIC 9(09) COMP.
002410*
002420******************************************************************
002430* RCNPARM keyword/value split, laid out as RCNDRIV's so the
002440* two read the same cards the same way.
002450******************************************************************
002460 01  RCN-PARM-WORK.
002470     05 RCN-PARM-KEYWORD       PIC X(12).
002480     05 RCN-PARM-VALUE         PIC X(60).
002490*
002500******************************************************************
002510* RCNCSUM's parameter block
002520******************************************************************
002530 01  RCN-CSUM-PARMS.
002540     COPY "rcnsum.cbl".
002550*
002560******************************************************************
002570* Run date, captured once for the headings and the trial
002580* balance header check
002590******************************************************************
002600 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002610 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002620     05 RCN-RUN-YYYY           PIC X(04).
002630     05 RCN-RUN-MM             PIC X(02).
002640     05 RCN-RUN-DD             PIC X(02).
002650*
002660******************************************************************
002670* Report lines
002680******************************************************************
002690 01  RCN-HEADING-1.
002700     05 FILLER                 PIC X(24) VALUE SPACES.
002710     05 FILLER                 PIC X(42) VALUE
002720         "RECONCILIATION CONTROL-ACCOUNT TIE-OUT".
002730     05 FILLER                 PIC X(06) VALUE "DATE ".
002740     05 RCN-HDG-MM             PIC X(02).
002750     05 FILLER                 PIC X(01) VALUE "/".
002760     05 RCN-HDG-DD             PIC X(02).
002770     05 FILLER                 PIC X(01) VALUE "/".
002780     05 RCN-HDG-YYYY           PIC X(04).
002790     05 FILLER                 PIC X(03) VALUE SPACES.
002800     05 FILLER                 PIC X(05) VALUE "PAGE ".
002810     05 RCN-HDG-PAGE           PIC ZZZ9.
002820     05 FILLER                 PIC X(38) VALUE SPACES.
002830*
002840 01  RCN-HEADING-2.
002850     05 FILLER                 PIC X(04) VALUE SPACES.
002860     05 FILLER                 PIC X(14) VALUE "CONTROL ACCT".
002870     05 FILLER                 PIC X(12) VALUE "PRODUCT".
002880     05 FILLER                 PIC X(12) VALUE "BRANCH".
002890     05 FILLER                 PIC X(11) VALUE "     ROWS".
002900     05 FILLER                 PIC X(24) VALUE
002910         "       SUB-LEDGER TOTAL".
002920     05 FILLER                 PIC X(24) VALUE
002930         "               GL TOTAL".
002940     05 FILLER                 PIC X(25) VALUE
002950         "             DIFFERENCE".
002960     05 FILLER                 PIC X(06) VALUE "STATUS".
002970*
002980 01  RCN-DEF-LINE.
002990     05 FILLER                 PIC X(04) VALUE SPACES.
003000     05 FILLER                 PIC X(11) VALUE "DEFINITION ".
003010     05 RCN-DFL-NAME           PIC X(08).
003020     05 FILLER                 PIC X(09) VALUE "   TABLE ".
003030     05 RCN-DFL-TABLE          PIC X(30).
003040     05 FILLER                 PIC X(18) VALUE
003050         "  BALANCE COLUMN ".
003060     05 RCN-DFL-BAL-COL        PIC X(30).
003070     05 FILLER                 PIC X(22) VALUE SPACES.
003080*
003090 01  RCN-TIE-LINE.
003100     05 FILLER                 PIC X(04) VALUE SPACES.
003110     05 RCN-TIE-CTL-ACCT       PIC X(12).
003120     05 FILLER                 PIC X(02) VALUE SPACES.
003130     05 RCN-TIE-PRODUCT        PIC X(10).
003140     05 FILLER                 PIC X(02) VALUE SPACES.
003150     05 RCN-TIE-BRANCH         PIC X(10).
003160     05 FILLER                 PIC X(02) VALUE SPACES.
003170     05 RCN-TIE-ROWS           PIC ZZZZZZZZ9.
003180     05 FILLER                 PIC X(02) VALUE SPACES.
003190     05 RCN-TIE-SUB-TOTAL      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003200     05 FILLER                 PIC X(01) VALUE SPACES.
003210     05 RCN-TIE-GL-TOTAL       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003220     05 FILLER                 PIC X(01) VALUE SPACES.
003230     05 RCN-TIE-DIFF           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003240     05 FILLER                 PIC X(02) VALUE SPACES.
003250     05 RCN-TIE-STATUS         PIC X(06).
003260*
003270 01  RCN-TOTAL-LINE.
003280     05 FILLER                 PIC X(04) VALUE SPACES.
003290     05 RCN-TOT-LABEL          PIC X(49).
003300     05 RCN-TOT-SUB-TOTAL      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003310     05 FILLER                 PIC X(01) VALUE SPACES.
003320     05 RCN-TOT-GL-TOTAL       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003330     05 FILLER                 PIC X(01) VALUE SPACES.
003340     05 RCN-TOT-DIFF           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003350     05 FILLER                 PIC X(02) VALUE SPACES.
003360     05 RCN-TOT-STATUS         PIC X(06).
003370*
003380 01  RCN-NOTE-LINE.
003390     05 FILLER                 PIC X(04) VALUE SPACES.
003400     05 RCN-NOTE-TEXT          PIC X(100).
003410     05 FILLER                 PIC X(28) VALUE SPACES.
003420*
003430 01  RCN-COUNT-LINE.
003440     05 FILLER                 PIC X(04) VALUE SPACES.
003450     05 RCN-CNT-LABEL          PIC X(40).
003460     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003470     05 FILLER                 PIC X(77) VALUE SPACES.
003480*
003490 01  RCN-VERDICT-LINE.
003500     05 FILLER                 PIC X(04) VALUE SPACES.
003510     05 FILLER                 PIC X(20) VALUE
003520         "TIE-OUT VERDICT".
003530     05 RCN-VRD-TEXT           PIC X(06).
003540     05 FILLER                 PIC X(10) VALUE " RETCODE ".
003550     05 RCN-VRD-RETCODE        PIC 9.
003560     05 FILLER                 PIC X(04) VALUE SPACES.
003570     05 RCN-VRD-MEANING        PIC X(50).
003580     05 FILLER                 PIC X(37) VALUE SPACES.
003590*
003600 01  RCN-SQLCODE-DISP          PIC -(9)9.
003610 01  RCN-STATUS-TEXT           PIC X(02).
003620*
003630 PROCEDURE DIVISION.
003640*
003650******************************************************************
003660* 0000-MAINLINE
003670******************************************************************
003680 0000-MAINLINE.
003690     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
003700     MOVE RCN-RUN-MM TO RCN-HDG-MM
003710     MOVE RCN-RUN-DD TO RCN-HDG-DD
003720     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
003730     OPEN OUTPUT RCN-RPT-FILE
003740     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
003750         DISPLAY "RCNCTIE: UNABLE TO OPEN RCNCTIEO, STATUS="
003760             RCN-RPT-FILE-STATUS
003770         MOVE 8 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
003810     PERFORM 0100-READ-PARMS THRU 0100-EXIT
003820     IF RCN-RUN-OK
003830         PERFORM 0200-READ-CREDENTIALS THRU 0200-EXIT
003840     END-IF
003850     IF RCN-RUN-OK
003860         PERFORM 0300-READ-DEFINITIONS THRU 0300-EXIT
003870     END-IF
003880     IF RCN-RUN-OK
003890         PERFORM 1000-LOAD-TRIAL-BALANCE THRU 1000-EXIT
003900     END-IF
003910     IF RCN-RUN-OK
003920         PERFORM 2000-SUM-SUB-LEDGERS THRU 2000-EXIT
003930     END-IF
003940     IF RCN-RUN-OK
003950         PERFORM 3000-PRINT-TIE-OUT THRU 3000-EXIT
003960     END-IF
003970     PERFORM 4000-REPORT-VERDICT THRU 4000-EXIT
003980     CLOSE RCN-RPT-FILE
003990     STOP RUN.
004000*
004010******************************************************************
004020* 0100-READ-PARMS
004030*    RECONDEF, SERVER and CREDFILE as the driver reads them,
004040*    plus the PRODCOL/BRANCHCOL grouping columns.  Validating
004050*    the rest of the deck stays the driver's job - except that
004060*    a RECONDEF beyond the 8th stops the tie-out, as it stops
004070*    the driver, rather than being left out of the proof.
004080******************************************************************
004090 0100-READ-PARMS.
004100     OPEN INPUT RCN-PARM-FILE
004110     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
004120         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
004130         MOVE SPACES TO RCN-NOTE-TEXT
004140         STRING "RCNPARM OPEN FAILED, STATUS=" RCN-STATUS-TEXT
004150             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
004160         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004170         GO TO 0100-EXIT
004180     END-IF
004190     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
004200         UNTIL RCN-PARM-EOF
004210     CLOSE RCN-PARM-FILE
004220     IF RCN-NBR-DEFS EQUAL ZERO
004230*    No RECONDEF card - the driver runs ACCOUNT_MASTER on its
004240*    compiled-in columns, so that is what is summed here.
004250         MOVE 1 TO RCN-NBR-DEFS
004260         MOVE "ACCOUNT" TO RCN-CT-DEF-NAME (1)
004270         MOVE "Y" TO RCN-CT-DEF-FOUND (1)
004280         MOVE "ACCOUNT_MASTER" TO RCN-CT-TABLE (1)
004290         MOVE "ACCT_BALANCE" TO RCN-CT-BAL-COL (1)
004300     END-IF.
004310 0100-EXIT.
004320     EXIT.
004330*
004340 0110-PARSE-ONE-PARM.
004350     READ RCN-PARM-FILE
004360         AT END
004370             SET RCN-PARM-EOF TO TRUE
004380             GO TO 0110-EXIT
004390     END-READ
004400     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
004410         MOVE RCN-PARM-FILE-STATUS TO RCN-STATUS-TEXT
004420         MOVE SPACES TO RCN-NOTE-TEXT
004430         STRING "RCNPARM READ FAILED, STATUS=" RCN-STATUS-TEXT
004440             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
004450         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004460         SET RCN-PARM-EOF TO TRUE
004470         GO TO 0110-EXIT
004480     END-IF
004490     IF RCN-PARM-CARD EQUAL SPACES
004500         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
004510         GO TO 0110-EXIT
004520     END-IF
004530     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
004540     UNSTRING RCN-PARM-CARD DELIMITED BY "="
004550         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
004560     EVALUATE RCN-PARM-KEYWORD
004570         WHEN "RECONDEF"
004580             IF RCN-NBR-DEFS >= RCN-MAX-DEFS
004590                 MOVE "AT MOST 8 RECONDEF CARDS" TO RCN-NOTE-TEXT
004600                 PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004610             ELSE
004620                 ADD 1 TO RCN-NBR-DEFS
004630                 MOVE RCN-PARM-VALUE TO
004640                     RCN-CT-DEF-NAME (RCN-NBR-DEFS)
004650                 MOVE "N" TO RCN-CT-DEF-FOUND (RCN-NBR-DEFS)
004660             END-IF
004670         WHEN "SERVER"
004680             MOVE RCN-PARM-VALUE TO RCN-PARM-SERVER
004690         WHEN "CREDFILE"
004700             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
004710         WHEN "PRODCOL"
004720             IF RCN-PARM-VALUE NOT EQUAL SPACES
004730                 MOVE RCN-PARM-VALUE TO RCN-PARM-PROD-COL
004740             END-IF
004750         WHEN "BRANCHCOL"
004760             IF RCN-PARM-VALUE NOT EQUAL SPACES
004770                 MOVE RCN-PARM-VALUE TO RCN-PARM-BRCH-COL
004780             END-IF
004790         WHEN OTHER
004800             CONTINUE
004810     END-EVALUATE.
004820 0110-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860* 0200-READ-CREDENTIALS
004870*    The CREDFILE must open and must supply both cards.  The
004880*    values go into RCNCSUM's block and nowhere else - never
004890*    into a DISPLAY or onto the report.
004900******************************************************************
004910 0200-READ-CREDENTIALS.
004920     IF RCN-PARM-SERVER EQUAL SPACES
004930         MOVE "NO SERVER CARD ON RCNPARM" TO RCN-NOTE-TEXT
004940         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
004950         GO TO 0200-EXIT
004960     END-IF
004970     IF RCN-CRED-FILE-NAME EQUAL SPACES
004980         MOVE "NO CREDFILE CARD ON RCNPARM" TO RCN-NOTE-TEXT
004990         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005000         GO TO 0200-EXIT
005010     END-IF
005020     OPEN INPUT RCN-CRED-FILE
005030     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
005040         MOVE RCN-CRED-FILE-STATUS TO RCN-STATUS-TEXT
005050         MOVE SPACES TO RCN-NOTE-TEXT
005060         STRING "CREDFILE OPEN FAILED, STATUS=" RCN-STATUS-TEXT
005070             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005080         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005090         GO TO 0200-EXIT
005100     END-IF
005110     PERFORM 0210-PARSE-ONE-CRED THRU 0210-EXIT
005120         UNTIL RCN-CRED-EOF
005130     CLOSE RCN-CRED-FILE
005140     IF RCN-PARM-USERID EQUAL SPACES
005150         OR RCN-PARM-PASSWD EQUAL SPACES
005160         MOVE "CREDFILE USERID OR PASSWORD CARD MISSING"
005170             TO RCN-NOTE-TEXT
005180         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005190     END-IF.
005200 0200-EXIT.
005210     EXIT.
005220*
005230 0210-PARSE-ONE-CRED.
005240     READ RCN-CRED-FILE
005250         AT END
005260             SET RCN-CRED-EOF TO TRUE
005270             GO TO 0210-EXIT
005280     END-READ
005290     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
005300         SET RCN-CRED-EOF TO TRUE
005310         GO TO 0210-EXIT
005320     END-IF
005330     IF RCN-CRED-CARD EQUAL SPACES
005340         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
005350         GO TO 0210-EXIT
005360     END-IF
005370     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
005380     UNSTRING RCN-CRED-CARD DELIMITED BY "="
005390         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
005400     EVALUATE RCN-PARM-KEYWORD
005410         WHEN "USERID"
005420             MOVE RCN-PARM-VALUE TO RCN-PARM-USERID
005430         WHEN "PASSWORD"
005440             MOVE RCN-PARM-VALUE TO RCN-PARM-PASSWD
005450         WHEN OTHER
005460             CONTINUE
005470     END-EVALUATE
005480     MOVE SPACES TO RCN-PARM-VALUE.
005490 0210-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530* 0300-READ-DEFINITIONS
005540*    One pass of RCNDEFS picks up the table and balance column
005550*    of every RECONDEF on the deck.  A RECONDEF not on the
005560*    file, or retired on it, stops the tie-out, as it stops
005570*    the driver - the night does not reconcile it.
005580******************************************************************
005590 0300-READ-DEFINITIONS.
005600     OPEN INPUT RCN-DEFS-FILE
005610     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
005620         MOVE RCN-DEFS-FILE-STATUS TO RCN-STATUS-TEXT
005630         MOVE SPACES TO RCN-NOTE-TEXT
005640         STRING "RCNDEFS OPEN FAILED, STATUS=" RCN-STATUS-TEXT
005650             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005660         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005670         GO TO 0300-EXIT
005680     END-IF
005690     PERFORM 0310-READ-ONE-DEF THRU 0310-EXIT
005700         UNTIL RCN-DEFS-EOF
005710     CLOSE RCN-DEFS-FILE
005720     PERFORM 0330-CHECK-ONE-FOUND THRU 0330-EXIT
005730         VARYING RCN-DEF-SUB FROM 1 BY 1
005740         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS.
005750 0300-EXIT.
005760     EXIT.
005770*
005780 0310-READ-ONE-DEF.
005790     READ RCN-DEFS-FILE
005800         AT END
005810             SET RCN-DEFS-EOF TO TRUE
005820             GO TO 0310-EXIT
005830     END-READ
005840     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
005850         SET RCN-DEFS-EOF TO TRUE
005860         GO TO 0310-EXIT
005870     END-IF
005880     PERFORM 0320-MATCH-ONE-DEF THRU 0320-EXIT
005890         VARYING RCN-DEF-SUB FROM 1 BY 1
005900         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS.
005910 0310-EXIT.
005920     EXIT.
005930*
005940 0320-MATCH-ONE-DEF.
005950     IF RCN-CT-DEF-FOUND (RCN-DEF-SUB) NOT EQUAL "N"
005960         OR RCN-DEF-NAME NOT EQUAL RCN-CT-DEF-NAME (RCN-DEF-SUB)
005970         GO TO 0320-EXIT
005980     END-IF
005990     IF RCN-DEF-RETIRED
006000         MOVE "R" TO RCN-CT-DEF-FOUND (RCN-DEF-SUB)
006010         GO TO 0320-EXIT
006020     END-IF
006030     MOVE "Y" TO RCN-CT-DEF-FOUND (RCN-DEF-SUB)
006040     MOVE RCN-DEF-TABLE TO RCN-CT-TABLE (RCN-DEF-SUB)
006050     MOVE RCN-DEF-BAL-COL TO RCN-CT-BAL-COL (RCN-DEF-SUB).
006060 0320-EXIT.
006070     EXIT.
006080*
006090 0330-CHECK-ONE-FOUND.
006100     MOVE SPACE TO RCN-CT-SUM-STATE (RCN-DEF-SUB)
006110     MOVE ZERO TO RCN-CT-SUM-SQLCODE (RCN-DEF-SUB)
006120                  RCN-CT-SUB-TOTAL (RCN-DEF-SUB)
006130                  RCN-CT-GL-TOTAL (RCN-DEF-SUB)
006140     IF RCN-CT-DEF-FOUND (RCN-DEF-SUB) EQUAL "R"
006150         MOVE SPACES TO RCN-NOTE-TEXT
006160         STRING "RECONDEF " RCN-CT-DEF-NAME (RCN-DEF-SUB)
006170             " IS RETIRED ON RCNDEFS" DELIMITED BY SIZE
006180             INTO RCN-NOTE-TEXT
006190         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006200         GO TO 0330-EXIT
006210     END-IF
006220     IF RCN-CT-DEF-FOUND (RCN-DEF-SUB) NOT EQUAL "Y"
006230         MOVE SPACES TO RCN-NOTE-TEXT
006240         STRING "RECONDEF " RCN-CT-DEF-NAME (RCN-DEF-SUB)
006250             " NOT ON RCNDEFS" DELIMITED BY SIZE
006260             INTO RCN-NOTE-TEXT
006270         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006280     END-IF.
006290 0330-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330* 1000-LOAD-TRIAL-BALANCE
006340*    RCNGLTB is proved before a line of it is believed - HDR
006350*    first and dated tonight, TRL last with the detail count
006360*    and balance hash that were read.  Any failure rejects
006370*    the file and the tie-out is not made.  Lines for a
006380*    definition not selected tonight are counted and passed.
006390******************************************************************
006400 1000-LOAD-TRIAL-BALANCE.
006410     OPEN INPUT RCN-GLTB-FILE
006420     IF RCN-GLTB-FILE-STATUS NOT EQUAL "00"
006430         MOVE RCN-GLTB-FILE-STATUS TO RCN-STATUS-TEXT
006440         MOVE SPACES TO RCN-NOTE-TEXT
006450         STRING "RCNGLTB OPEN FAILED, STATUS=" RCN-STATUS-TEXT
006460             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006470         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006480         GO TO 1000-EXIT
006490     END-IF
006500     PERFORM 1010-READ-ONE-GLTB THRU 1010-EXIT
006510         UNTIL RCN-GLTB-EOF
006520     CLOSE RCN-GLTB-FILE
006530     IF RCN-RUN-FAILED
006540         GO TO 1000-EXIT
006550     END-IF
006560     IF RCN-GLTB-TRL-NOT-SEEN
006570         MOVE "RCNGLTB REJECTED - NO TRL RECORD"
006580             TO RCN-NOTE-TEXT
006590         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006600         GO TO 1000-EXIT
006610     END-IF
006620     IF RCN-GLTB-TRL-COUNT-SAVE NOT EQUAL RCN-GLTB-VAL-COUNT
006630         MOVE "RCNGLTB REJECTED - TRL COUNT DOES NOT MATCH"
006640             TO RCN-NOTE-TEXT
006650         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006660         GO TO 1000-EXIT
006670     END-IF
006680     IF RCN-GLTB-TRL-HASH-SAVE NOT EQUAL RCN-GLTB-VAL-HASH
006690         MOVE "RCNGLTB REJECTED - TRL HASH DOES NOT MATCH"
006700             TO RCN-NOTE-TEXT
006710         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006720     END-IF.
006730 1000-EXIT.
006740     EXIT.
006750*
006760 1010-READ-ONE-GLTB.
006770     READ RCN-GLTB-FILE
006780         AT END
006790             SET RCN-GLTB-EOF TO TRUE
006800             GO TO 1010-EXIT
006810     END-READ
006820     IF RCN-GLTB-FILE-STATUS NOT EQUAL "00"
006830         MOVE RCN-GLTB-FILE-STATUS TO RCN-STATUS-TEXT
006840         MOVE SPACES TO RCN-NOTE-TEXT
006850         STRING "RCNGLTB READ FAILED, STATUS=" RCN-STATUS-TEXT
006860             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006870         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006880         SET RCN-GLTB-EOF TO TRUE
006890         GO TO 1010-EXIT
006900     END-IF
006910     IF RCN-GLTB-TRL-SEEN
006920         MOVE "RCNGLTB REJECTED - RECORDS AFTER TRL"
006930             TO RCN-NOTE-TEXT
006940         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006950         SET RCN-GLTB-EOF TO TRUE
006960         GO TO 1010-EXIT
006970     END-IF
006980     IF RCN-GLTB-HDR-NOT-SEEN
006990         PERFORM 1020-CHECK-HEADER THRU 1020-EXIT
007000         GO TO 1010-EXIT
007010     END-IF
007020     IF RCN-GLTB-TRL-ID EQUAL "TRL"
007030         SET RCN-GLTB-TRL-SEEN TO TRUE
007040         MOVE RCN-GLTB-TRL-COUNT TO RCN-GLTB-TRL-COUNT-SAVE
007050         MOVE RCN-GLTB-TRL-HASH TO RCN-GLTB-TRL-HASH-SAVE
007060         GO TO 1010-EXIT
007070     END-IF
007080     IF RCN-GLTB-GL-BALANCE NOT NUMERIC
007090         MOVE SPACES TO RCN-NOTE-TEXT
007100         STRING "RCNGLTB REJECTED - BALANCE NOT NUMERIC FOR "
007110             RCN-GLTB-CTL-ACCT DELIMITED BY SIZE
007120             INTO RCN-NOTE-TEXT
007130         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007140         SET RCN-GLTB-EOF TO TRUE
007150         GO TO 1010-EXIT
007160     END-IF
007170     ADD 1 TO RCN-GLTB-VAL-COUNT
007180     ADD RCN-GLTB-GL-BALANCE TO RCN-GLTB-VAL-HASH
007190     PERFORM 1030-POST-ONE-LINE THRU 1030-EXIT.
007200 1010-EXIT.
007210     EXIT.
007220*
007230 1020-CHECK-HEADER.
007240     IF RCN-GLTB-HDR-ID NOT EQUAL "HDR"
007250         MOVE "RCNGLTB REJECTED - FIRST RECORD IS NOT HDR"
007260             TO RCN-NOTE-TEXT
007270         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007280         SET RCN-GLTB-EOF TO TRUE
007290         GO TO 1020-EXIT
007300     END-IF
007310     IF RCN-GLTB-HDR-DATE NOT EQUAL RCN-RUN-DATE
007320         MOVE SPACES TO RCN-NOTE-TEXT
007330         STRING "RCNGLTB REJECTED - STALE HDR DATED "
007340             RCN-GLTB-HDR-DATE DELIMITED BY SIZE
007350             INTO RCN-NOTE-TEXT
007360         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007370         SET RCN-GLTB-EOF TO TRUE
007380         GO TO 1020-EXIT
007390     END-IF
007400     SET RCN-GLTB-HDR-SEEN TO TRUE.
007410 1020-EXIT.
007420     EXIT.
007430*
007440*    A second line for the same definition, product and
007450*    branch adds into the first - the control account shown
007460*    is the one that came first on the file.
007470 1030-POST-ONE-LINE.
007480     MOVE ZERO TO RCN-DEF-HIT-SUB
007490     PERFORM 1040-FIND-DEF THRU 1040-EXIT
007500         VARYING RCN-DEF-SUB FROM 1 BY 1
007510         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
007520             OR RCN-DEF-HIT-SUB NOT EQUAL ZERO
007530     IF RCN-DEF-HIT-SUB EQUAL ZERO
007540         ADD 1 TO RCN-GLTB-SKIP-COUNT
007550         GO TO 1030-EXIT
007560     END-IF
007570     ADD RCN-GLTB-GL-BALANCE TO RCN-CT-GL-TOTAL (RCN-DEF-HIT-SUB)
007580     MOVE RCN-GLTB-PRODUCT TO RCN-SUM-PRODUCT
007590     MOVE RCN-GLTB-BRANCH TO RCN-SUM-BRANCH
007600     PERFORM 5000-FIND-TIE-ENTRY THRU 5000-EXIT
007610     IF RCN-HIT-FOUND
007620         ADD RCN-GLTB-GL-BALANCE TO
007630             RCN-TE-GL-TOTAL (RCN-TIE-HIT-SUB)
007640         GO TO 1030-EXIT
007650     END-IF
007660     MOVE RCN-GLTB-CTL-ACCT TO RCN-TIE-CTL-ACCT
007670     PERFORM 5100-ADD-TIE-ENTRY THRU 5100-EXIT
007680     IF RCN-RUN-OK
007690         MOVE RCN-GLTB-GL-BALANCE TO
007700             RCN-TE-GL-TOTAL (RCN-TIE-HIT-SUB)
007710     ELSE
007720         SET RCN-GLTB-EOF TO TRUE
007730     END-IF.
007740 1030-EXIT.
007750     EXIT.
007760*
007770 1040-FIND-DEF.
007780     IF RCN-GLTB-DEF-NAME EQUAL RCN-CT-DEF-NAME (RCN-DEF-SUB)
007790         MOVE RCN-DEF-SUB TO RCN-DEF-HIT-SUB
007800     END-IF.
007810 1040-EXIT.
007820     EXIT.
007830*
007840******************************************************************
007850* 2000-SUM-SUB-LEDGERS
007860*    One connection through RCNCSUM for the whole step, one
007870*    grouped SUM per definition.  A connect failure stops the
007880*    tie-out; one definition's SUM failing marks that
007890*    definition unproved and the others still run.
007900******************************************************************
007910 2000-SUM-SUB-LEDGERS.
007920     MOVE RCN-PARM-SERVER TO RCN-SUM-SERVER
007930     MOVE RCN-PARM-USERID TO RCN-SUM-USERID
007940     MOVE RCN-PARM-PASSWD TO RCN-SUM-PASSWD
007950     SET RCN-SUM-FUNC-CONNECT TO TRUE
007960     CALL "RCNCSUM" USING RCN-CSUM-PARMS
007970     IF RCN-SUM-RETCODE NOT EQUAL ZERO
007980         MOVE RCN-SUM-SQLCODE TO RCN-SQLCODE-DISP
007990         MOVE SPACES TO RCN-NOTE-TEXT
008000         STRING "CONNECT TO " RCN-PARM-SERVER
008010             " REFUSED, SQLCODE=" RCN-SQLCODE-DISP
008020             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008030         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008040         GO TO 2000-EXIT
008050     END-IF
008060     PERFORM 2100-SUM-ONE-DEF THRU 2100-EXIT
008070         VARYING RCN-DEF-SUB FROM 1 BY 1
008080         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
008090             OR RCN-RUN-FAILED
008100     SET RCN-SUM-FUNC-DISCONNECT TO TRUE
008110     CALL "RCNCSUM" USING RCN-CSUM-PARMS
008120     IF RCN-SUM-RETCODE NOT EQUAL ZERO
008130         MOVE RCN-SUM-SQLCODE TO RCN-SQLCODE-DISP
008140         DISPLAY "RCNCTIE: DISCONNECT FAILED, SQLCODE="
008150             RCN-SQLCODE-DISP
008160     END-IF.
008170 2000-EXIT.
008180     EXIT.
008190*
008200 2100-SUM-ONE-DEF.
008210     MOVE RCN-CT-TABLE (RCN-DEF-SUB) TO RCN-SUM-TABLE
008220     MOVE RCN-CT-BAL-COL (RCN-DEF-SUB) TO RCN-SUM-BAL-COL
008230     MOVE RCN-PARM-PROD-COL TO RCN-SUM-PROD-COL
008240     MOVE RCN-PARM-BRCH-COL TO RCN-SUM-BRCH-COL
008250     SET RCN-SUM-FUNC-OPEN TO TRUE
008260     CALL "RCNCSUM" USING RCN-CSUM-PARMS
008270     IF RCN-SUM-RETCODE NOT EQUAL ZERO
008280         MOVE "F" TO RCN-CT-SUM-STATE (RCN-DEF-SUB)
008290         MOVE RCN-SUM-SQLCODE TO
008300             RCN-CT-SUM-SQLCODE (RCN-DEF-SUB)
008310         GO TO 2100-EXIT
008320     END-IF
008330     SET RCN-GROUPS-MORE TO TRUE
008340     PERFORM 2110-FETCH-ONE-GROUP THRU 2110-EXIT
008350         UNTIL RCN-GROUPS-DONE
008360     SET RCN-SUM-FUNC-CLOSE TO TRUE
008370     CALL "RCNCSUM" USING RCN-CSUM-PARMS
008380     IF RCN-SUM-RETCODE NOT EQUAL ZERO
008390         MOVE RCN-SUM-SQLCODE TO RCN-SQLCODE-DISP
008400         DISPLAY "RCNCTIE: CLOSE FAILED FOR "
008410             RCN-CT-DEF-NAME (RCN-DEF-SUB)
008420             ", SQLCODE=" RCN-SQLCODE-DISP
008430     END-IF.
008440 2100-EXIT.
008450     EXIT.
008460*
008470 2110-FETCH-ONE-GROUP.
008480     SET RCN-SUM-FUNC-FETCH TO TRUE
008490     CALL "RCNCSUM" USING RCN-CSUM-PARMS
008500     IF RCN-SUM-NO-MORE
008510         SET RCN-GROUPS-DONE TO TRUE
008520         GO TO 2110-EXIT
008530     END-IF
008540     IF RCN-SUM-RETCODE NOT EQUAL ZERO
008550         MOVE "F" TO RCN-CT-SUM-STATE (RCN-DEF-SUB)
008560         MOVE RCN-SUM-SQLCODE TO
008570             RCN-CT-SUM-SQLCODE (RCN-DEF-SUB)
008580         SET RCN-GROUPS-DONE TO TRUE
008590         GO TO 2110-EXIT
008600     END-IF
008610     MOVE RCN-DEF-SUB TO RCN-DEF-HIT-SUB
008620     ADD RCN-SUM-TOTAL TO RCN-CT-SUB-TOTAL (RCN-DEF-SUB)
008630     PERFORM 5000-FIND-TIE-ENTRY THRU 5000-EXIT
008640     IF RCN-HIT-NOT-FOUND
008650         MOVE "*UNMAPPED*" TO RCN-TIE-CTL-ACCT
008660         PERFORM 5100-ADD-TIE-ENTRY THRU 5100-EXIT
008670         IF RCN-RUN-FAILED
008680             SET RCN-GROUPS-DONE TO TRUE
008690             GO TO 2110-EXIT
008700         END-IF
008710         ADD 1 TO RCN-UNMAPPED-COUNT
008720     END-IF
008730     ADD RCN-SUM-TOTAL TO RCN-TE-SUB-TOTAL (RCN-TIE-HIT-SUB)
008740     ADD RCN-SUM-ROW-COUNT TO RCN-TE-ROWS (RCN-TIE-HIT-SUB).
008750 2110-EXIT.
008760     EXIT.
008770*
008780******************************************************************
008790* 3000-PRINT-TIE-OUT
008800*    One section per definition in deck order - its lines in
008810*    trial-balance order, unmapped groups last, then the
008820*    definition total - and a grand total.  A line ties only
008830*    to the cent; there is no tolerance on a control account.
008840******************************************************************
008850 3000-PRINT-TIE-OUT.
008860     PERFORM 3010-PRINT-ONE-DEF THRU 3010-EXIT
008870         VARYING RCN-DEF-SUB FROM 1 BY 1
008880         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
008890     MOVE "GRAND TOTAL" TO RCN-TOT-LABEL
008900     MOVE RCN-GRAND-SUB-TOTAL TO RCN-TOT-SUB-TOTAL
008910     MOVE RCN-GRAND-GL-TOTAL TO RCN-TOT-GL-TOTAL
008920     COMPUTE RCN-DIFF-AMOUNT =
008930         RCN-GRAND-SUB-TOTAL - RCN-GRAND-GL-TOTAL
008940     MOVE RCN-DIFF-AMOUNT TO RCN-TOT-DIFF
008950     IF RCN-DIFF-AMOUNT EQUAL ZERO
008960         MOVE "TIED" TO RCN-TOT-STATUS
008970     ELSE
008980         MOVE "OUT" TO RCN-TOT-STATUS
008990     END-IF
009000     IF RCN-LINE-COUNT + 2 > RCN-LINES-PER-PAGE
009010         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009020     END-IF
009030     WRITE RCN-RPT-RECORD FROM RCN-TOTAL-LINE
009040         AFTER ADVANCING 2 LINES
009050     ADD 2 TO RCN-LINE-COUNT.
009060 3000-EXIT.
009070     EXIT.
009080*
009090 3010-PRINT-ONE-DEF.
009100     IF RCN-LINE-COUNT + 4 > RCN-LINES-PER-PAGE
009110         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009120     END-IF
009130     MOVE RCN-CT-DEF-NAME (RCN-DEF-SUB) TO RCN-DFL-NAME
009140     MOVE RCN-CT-TABLE (RCN-DEF-SUB) TO RCN-DFL-TABLE
009150     MOVE RCN-CT-BAL-COL (RCN-DEF-SUB) TO RCN-DFL-BAL-COL
009160     WRITE RCN-RPT-RECORD FROM RCN-DEF-LINE
009170         AFTER ADVANCING 2 LINES
009180     ADD 2 TO RCN-LINE-COUNT
009190     IF RCN-CT-SUM-STATE (RCN-DEF-SUB) EQUAL "F"
009200*    Without the sub-ledger side every line would print OUT
009210*    for no reason - say what failed and leave it there.
009220         MOVE RCN-CT-SUM-SQLCODE (RCN-DEF-SUB)
009230             TO RCN-SQLCODE-DISP
009240         MOVE SPACES TO RCN-NOTE-TEXT
009250         STRING "SUB-LEDGER SUM FAILED, SQLCODE="
009260             RCN-SQLCODE-DISP
009270             " - DEFINITION NOT PROVED" DELIMITED BY SIZE
009280             INTO RCN-NOTE-TEXT
009290         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
009300         GO TO 3010-EXIT
009310     END-IF
009320     PERFORM 3020-PRINT-ONE-TIE THRU 3020-EXIT
009330         VARYING RCN-TIE-SUB FROM 1 BY 1
009340         UNTIL RCN-TIE-SUB > RCN-NBR-TIES
009350     MOVE SPACES TO RCN-TOT-LABEL
009360     STRING "TOTAL FOR " RCN-CT-DEF-NAME (RCN-DEF-SUB)
009370         DELIMITED BY SIZE INTO RCN-TOT-LABEL
009380     MOVE RCN-CT-SUB-TOTAL (RCN-DEF-SUB) TO RCN-TOT-SUB-TOTAL
009390     MOVE RCN-CT-GL-TOTAL (RCN-DEF-SUB) TO RCN-TOT-GL-TOTAL
009400     COMPUTE RCN-DIFF-AMOUNT =
009410         RCN-CT-SUB-TOTAL (RCN-DEF-SUB)
009420             - RCN-CT-GL-TOTAL (RCN-DEF-SUB)
009430     MOVE RCN-DIFF-AMOUNT TO RCN-TOT-DIFF
009440     IF RCN-DIFF-AMOUNT EQUAL ZERO
009450         MOVE "TIED" TO RCN-TOT-STATUS
009460     ELSE
009470         MOVE "OUT" TO RCN-TOT-STATUS
009480     END-IF
009490     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009500         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009510     END-IF
009520     WRITE RCN-RPT-RECORD FROM RCN-TOTAL-LINE
009530         AFTER ADVANCING 1 LINE
009540     ADD 1 TO RCN-LINE-COUNT
009550     ADD RCN-CT-SUB-TOTAL (RCN-DEF-SUB) TO RCN-GRAND-SUB-TOTAL
009560     ADD RCN-CT-GL-TOTAL (RCN-DEF-SUB) TO RCN-GRAND-GL-TOTAL.
009570 3010-EXIT.
009580     EXIT.
009590*
009600 3020-PRINT-ONE-TIE.
009610     IF RCN-TE-DEF-SUB (RCN-TIE-SUB) NOT EQUAL RCN-DEF-SUB
009620         GO TO 3020-EXIT
009630     END-IF
009640     MOVE RCN-TE-CTL-ACCT (RCN-TIE-SUB) TO RCN-TIE-CTL-ACCT
009650     MOVE RCN-TE-PRODUCT (RCN-TIE-SUB) TO RCN-TIE-PRODUCT
009660     MOVE RCN-TE-BRANCH (RCN-TIE-SUB) TO RCN-TIE-BRANCH
009670     MOVE RCN-TE-ROWS (RCN-TIE-SUB) TO RCN-TIE-ROWS
009680     MOVE RCN-TE-SUB-TOTAL (RCN-TIE-SUB) TO RCN-TIE-SUB-TOTAL
009690     MOVE RCN-TE-GL-TOTAL (RCN-TIE-SUB) TO RCN-TIE-GL-TOTAL
009700     COMPUTE RCN-DIFF-AMOUNT =
009710         RCN-TE-SUB-TOTAL (RCN-TIE-SUB)
009720             - RCN-TE-GL-TOTAL (RCN-TIE-SUB)
009730     MOVE RCN-DIFF-AMOUNT TO RCN-TIE-DIFF
009740     IF RCN-DIFF-AMOUNT EQUAL ZERO
009750         MOVE "TIED" TO RCN-TIE-STATUS
009760         ADD 1 TO RCN-TIED-COUNT
009770     ELSE
009780         MOVE "OUT" TO RCN-TIE-STATUS
009790         ADD 1 TO RCN-OUT-COUNT
009800     END-IF
009810     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009820         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009830     END-IF
009840     WRITE RCN-RPT-RECORD FROM RCN-TIE-LINE
009850         AFTER ADVANCING 1 LINE
009860     ADD 1 TO RCN-LINE-COUNT.
009870 3020-EXIT.
009880     EXIT.
009890*
009900******************************************************************
009910* 3100-NEW-PAGE
009920******************************************************************
009930 3100-NEW-PAGE.
009940     ADD 1 TO RCN-PAGE-COUNT
009950     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
009960     IF RCN-PAGE-COUNT = 1
009970         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009980             AFTER ADVANCING 1 LINE
009990     ELSE
010000         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
010010             AFTER ADVANCING PAGE
010020     END-IF
010030     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
010040         AFTER ADVANCING 2 LINES
010050     MOVE 3 TO RCN-LINE-COUNT.
010060 3100-EXIT.
010070     EXIT.
010080*
010090******************************************************************
010100* 4000-REPORT-VERDICT
010110*    The counts behind the verdict, then the verdict itself
010120*    as the step's retcode - 0 all tied, 4 out of balance,
010130*    8 not proved.
010140******************************************************************
010150 4000-REPORT-VERDICT.
010160     IF RCN-LINE-COUNT + 8 > RCN-LINES-PER-PAGE
010170         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
010180     END-IF
010190     MOVE "CONTROL ACCOUNTS TIED" TO RCN-CNT-LABEL
010200     MOVE RCN-TIED-COUNT TO RCN-CNT-VALUE
010210     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
010220         AFTER ADVANCING 2 LINES
010230     MOVE "CONTROL ACCOUNTS OUT OF BALANCE" TO RCN-CNT-LABEL
010240     MOVE RCN-OUT-COUNT TO RCN-CNT-VALUE
010250     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
010260         AFTER ADVANCING 1 LINE
010270     MOVE "UNMAPPED PRODUCT/BRANCH GROUPS" TO RCN-CNT-LABEL
010280     MOVE RCN-UNMAPPED-COUNT TO RCN-CNT-VALUE
010290     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
010300         AFTER ADVANCING 1 LINE
010310     MOVE "RCNGLTB LINES FOR DEFINITIONS NOT RUN"
010320         TO RCN-CNT-LABEL
010330     MOVE RCN-GLTB-SKIP-COUNT TO RCN-CNT-VALUE
010340     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
010350         AFTER ADVANCING 1 LINE
010360     EVALUATE TRUE
010370         WHEN RCN-RUN-FAILED
010380             MOVE "FAILED" TO RCN-VRD-TEXT
010390             MOVE 8 TO RCN-VRD-RETCODE
010400             MOVE "TIE-OUT NOT PROVED - SEE MESSAGES ABOVE"
010410                 TO RCN-VRD-MEANING
010420         WHEN RCN-OUT-COUNT > ZERO
010430             MOVE "OUT" TO RCN-VRD-TEXT
010440             MOVE 4 TO RCN-VRD-RETCODE
010450             MOVE "CONTROL ACCOUNTS OUT OF BALANCE"
010460                 TO RCN-VRD-MEANING
010470         WHEN OTHER
010480             MOVE "TIED" TO RCN-VRD-TEXT
010490             MOVE ZERO TO RCN-VRD-RETCODE
010500             MOVE "SUB-LEDGER TIES TO GL CONTROL ACCOUNTS"
010510                 TO RCN-VRD-MEANING
010520     END-EVALUATE
010530     WRITE RCN-RPT-RECORD FROM RCN-VERDICT-LINE
010540         AFTER ADVANCING 2 LINES
010550     DISPLAY "RCNCTIE: VERDICT " RCN-VRD-TEXT
010560         " RETCODE=" RCN-VRD-RETCODE
010570     MOVE RCN-VRD-RETCODE TO RETURN-CODE.
010580 4000-EXIT.
010590     EXIT.
010600*
010610******************************************************************
010620* 5000-FIND-TIE-ENTRY / 5100-ADD-TIE-ENTRY
010630*    The tie-out line for definition RCN-DEF-HIT-SUB and the
010640*    product/branch in RCN-SUM-PRODUCT/RCN-SUM-BRANCH, found
010650*    or added.  Either way RCN-TIE-HIT-SUB points at it.
010660******************************************************************
010670 5000-FIND-TIE-ENTRY.
010680     SET RCN-HIT-NOT-FOUND TO TRUE
010690     MOVE ZERO TO RCN-TIE-HIT-SUB
010700     PERFORM 5010-MATCH-ONE-TIE THRU 5010-EXIT
010710         VARYING RCN-TIE-SUB FROM 1 BY 1
010720         UNTIL RCN-TIE-SUB > RCN-NBR-TIES
010730             OR RCN-HIT-FOUND.
010740 5000-EXIT.
010750     EXIT.
010760*
010770 5010-MATCH-ONE-TIE.
010780     IF RCN-TE-DEF-SUB (RCN-TIE-SUB) EQUAL RCN-DEF-HIT-SUB
010790         AND RCN-TE-PRODUCT (RCN-TIE-SUB) EQUAL RCN-SUM-PRODUCT
010800         AND RCN-TE-BRANCH (RCN-TIE-SUB) EQUAL RCN-SUM-BRANCH
010810         SET RCN-HIT-FOUND TO TRUE
010820         MOVE RCN-TIE-SUB TO RCN-TIE-HIT-SUB
010830     END-IF.
010840 5010-EXIT.
010850     EXIT.
010860*
010870 5100-ADD-TIE-ENTRY.
010880     IF RCN-NBR-TIES NOT < RCN-MAX-TIES
010890         MOVE "TIE-OUT TABLE FULL AT 500 LINES"
010900             TO RCN-NOTE-TEXT
010910         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
010920         GO TO 5100-EXIT
010930     END-IF
010940     ADD 1 TO RCN-NBR-TIES
010950     MOVE RCN-NBR-TIES TO RCN-TIE-HIT-SUB
010960     MOVE RCN-TIE-CTL-ACCT TO RCN-TE-CTL-ACCT (RCN-TIE-HIT-SUB)
010970     MOVE RCN-DEF-HIT-SUB TO RCN-TE-DEF-SUB (RCN-TIE-HIT-SUB)
010980     MOVE RCN-SUM-PRODUCT TO RCN-TE-PRODUCT (RCN-TIE-HIT-SUB)
010990     MOVE RCN-SUM-BRANCH TO RCN-TE-BRANCH (RCN-TIE-HIT-SUB)
011000     MOVE ZERO TO RCN-TE-GL-TOTAL (RCN-TIE-HIT-SUB)
011010                  RCN-TE-SUB-TOTAL (RCN-TIE-HIT-SUB)
011020                  RCN-TE-ROWS (RCN-TIE-HIT-SUB).
011030 5100-EXIT.
011040     EXIT.
011050*
011060******************************************************************
011070* 8100-RUN-ERROR
011080*    The message in RCN-NOTE-TEXT goes on the report and the
011090*    console, and the tie-out is marked not proved.
011100******************************************************************
011110 8100-RUN-ERROR.
011120     SET RCN-RUN-FAILED TO TRUE
011130     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
011140         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
011150     END-IF
011160     WRITE RCN-RPT-RECORD FROM RCN-NOTE-LINE
011170         AFTER ADVANCING 1 LINE
011180     ADD 1 TO RCN-LINE-COUNT
011190     DISPLAY "RCNCTIE: " RCN-NOTE-TEXT.
011200 8100-EXIT.
011210     EXIT.
