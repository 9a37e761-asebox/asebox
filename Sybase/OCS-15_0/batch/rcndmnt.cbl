000010******************************************************************
000020* RCNDMNT.CBL
000030*    Exception-disposition maintenance for the account
000040*    reconciliation job.
000050*
000060*    Account services researches the repeat exceptions on the
000070*    RCNXRPTO listing - known timing differences, accounts held
000080*    on a court order, differences finance has accepted - and
000090*    records what was decided on the keyed RCNDISP file, keyed
000100*    as RCNXHST is by definition, account and reason.  This
000110*    program applies the day's RCNDTRN transaction cards to it:
000120*      - ADD   records an active disposition - code, note, who
000130*              entered it and the review date it holds until.
000140*              A key whose earlier disposition was closed or
000150*              has passed its review date is taken over by the
000160*              new one; a key still actively dispositioned is
000170*              refused - close it first.  A definition retired
000180*              on RCNDEFS takes no new dispositions, as it never
000190*              runs again to apply them.
000200*      - CLOSE ends a disposition early, with who closed it
000210*              and when.  The row stays on file.
000220*    Every card prints on the RCNDMRPT report as applied or
000230*    rejected with the reason, followed by every active
000240*    disposition already past its review date - items that
000250*    are back on the work list by themselves and want either
000260*    a fresh ADD or no further thought.
000270*
000280*    RCNDISP is created here if it is not there yet.  It is
000290*    read by RCNWORK and RCNXRPT during the nightly run, so
000300*    this step belongs in the day, not inside the night's
000310*    stream.
000320*
000330*    Return codes:
000340*       0  every card applied.
000350*       4  one or more cards rejected - see the report.
000360*       8  RCNDISP or the transaction file could not be
000370*          opened, read or written.
000380*
000390*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000400*    INSTALLATION.  DATA CENTER SERVICES.
000410*    DATE-WRITTEN.  10/10/2026.
000420*    DATE-COMPILED.
000430*
000440*    MODIFICATION HISTORY
000450*    10/10/2026  JH   Initial version - ADD/CLOSE maintenance
000460*                     of the RCNDISP disposition file off the
000470*                     RCNDTRN cards, with the lapsed-review
000480*                     listing.
000490*    10/15/2026  JH   An ADD against a definition retired on
000500*                     RCNDEFS is rejected.
000510*    10/15/2026  JH   Comment-card test goes through a named
000520*                     byte field.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. RCNDMNT.
000560 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000570 INSTALLATION. DATA CENTER SERVICES.
000580 DATE-WRITTEN. 10/10/2026.
000590 DATE-COMPILED.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*    The day's disposition transactions - one fixed-column card
000650*    per ADD or CLOSE.
000660     SELECT RCN-DTRN-FILE ASSIGN TO "RCNDTRN"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS RCN-DTRN-FILE-STATUS.
000690*    The definitions and status rules decks, read for the names
000700*    and reason codes an ADD may carry.
000710     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RCN-DEFS-FILE-STATUS.
000740     SELECT RCN-SRUL-FILE ASSIGN TO "RCNSRULE"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS RCN-SRUL-FILE-STATUS.
000770*    The disposition file itself - DYNAMIC so the cards can be
000780*    applied by key and the lapsed listing can READ NEXT
000790*    through the whole file afterwards.
000800     SELECT RCN-DISP-FILE ASSIGN TO "RCNDISP"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         LOCK MODE IS AUTOMATIC
000840         RECORD KEY IS RCN-DISP-KEY
000850         FILE STATUS IS RCN-DISP-FILE-STATUS.
000860*
000870     SELECT RCN-RPT-FILE ASSIGN TO "RCNDMRPT"
000880         FILE STATUS IS RCN-RPT-FILE-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*    120-byte transaction cards, one blank between fields:
000930*    action (ADD or CLOSE), definition, nine-digit account,
000940*    reason, disposition code, review date YYYYMMDD, user and
000950*    note.  CLOSE needs only the key and the user.  An * in
000960*    column 1 marks a comment card.
000970 FD  RCN-DTRN-FILE.
000980 01  RCN-TRN-CARD.
000990     05 RCN-TRN-ACTION         PIC X(05).
001000        88 RCN-TRN-ADD              VALUE "ADD".
001010        88 RCN-TRN-CLOSE            VALUE "CLOSE".
001020     05 RCN-TRN-ACTION-R REDEFINES RCN-TRN-ACTION.
001030        10 RCN-TRN-CARD-BYTE-1    PIC X(01).
001040        10 FILLER                 PIC X(04).
001050     05 FILLER                 PIC X(01).
001060     05 RCN-TRN-DEF-NAME       PIC X(08).
001070     05 FILLER                 PIC X(01).
001080     05 RCN-TRN-ACCT-X         PIC X(09).
001090     05 RCN-TRN-ACCT-9 REDEFINES RCN-TRN-ACCT-X PIC 9(09).
001100     05 FILLER                 PIC X(01).
001110     05 RCN-TRN-REASON         PIC X(02).
001120     05 FILLER                 PIC X(01).
001130     05 RCN-TRN-CODE           PIC X(02).
001140     05 FILLER                 PIC X(01).
001150     05 RCN-TRN-REVIEW-X       PIC X(08).
001160     05 RCN-TRN-REVIEW-9 REDEFINES RCN-TRN-REVIEW-X PIC 9(08).
001170     05 FILLER                 PIC X(01).
001180     05 RCN-TRN-USER           PIC X(08).
001190     05 FILLER                 PIC X(01).
001200     05 RCN-TRN-NOTE           PIC X(60).
001210     05 FILLER                 PIC X(11).
001220*
001230 FD  RCN-DEFS-FILE.
001240 01  RCN-DEF-RECORD.
001250     COPY "rcndef.cbl".
001260*
001270 FD  RCN-SRUL-FILE.
001280 01  RCN-SRUL-RECORD.
001290     COPY "rcnsrul.cbl".
001300*
001310 FD  RCN-DISP-FILE.
001320 01  RCN-DISP-RECORD.
001330     COPY "rcndisp.cbl".
001340*
001350 FD  RCN-RPT-FILE.
001360 01  RCN-RPT-RECORD            PIC X(132).
001370*
001380 WORKING-STORAGE SECTION.
001390*
001400******************************************************************
001410* Standalone counters and switches
001420******************************************************************
001430 77  RCN-DTRN-FILE-STATUS  PIC X(02) VALUE "00".
001440 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001450 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
001460 77  RCN-DISP-FILE-STATUS  PIC X(02) VALUE "00".
001470 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001480*
001490 77  RCN-DTRN-EOF-SWITCH   PIC X(01) VALUE "N".
001500     88 RCN-DTRN-EOF              VALUE "Y".
001510     88 RCN-DTRN-NOT-EOF          VALUE "N".
001520*
001530 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001540     88 RCN-DEFS-EOF              VALUE "Y".
001550     88 RCN-DEFS-NOT-EOF          VALUE "N".
001560*
001570 77  RCN-SRUL-EOF-SWITCH   PIC X(01) VALUE "N".
001580     88 RCN-SRUL-EOF              VALUE "Y".
001590     88 RCN-SRUL-NOT-EOF          VALUE "N".
001600*
001610 77  RCN-DISP-EOF-SWITCH   PIC X(01) VALUE "N".
001620     88 RCN-DISP-EOF              VALUE "Y".
001630     88 RCN-DISP-NOT-EOF          VALUE "N".
001640*
001650 77  RCN-DISP-OPEN-SWITCH  PIC X(01) VALUE "N".
001660     88 RCN-DISP-FILE-OPEN        VALUE "Y".
001670     88 RCN-DISP-FILE-NOT-OPEN    VALUE "N".
001680*
001690*    A file failure - once set, nothing more is applied and
001700*    the retcode is 8.
001710 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
001720     88 RCN-RUN-FAILED            VALUE "Y".
001730     88 RCN-RUN-OK                VALUE "N".
001740*
001750*    The card in hand - rejected with the text in
001760*    RCN-DTL-TEXT, or applied as added, reopened or closed.
001770 77  RCN-TRAN-SWITCH       PIC X(01) VALUE "N".
001780     88 RCN-TRAN-REJECTED         VALUE "R".
001790     88 RCN-TRAN-ADDED            VALUE "A".
001800     88 RCN-TRAN-REOPENED         VALUE "O".
001810     88 RCN-TRAN-CLOSED           VALUE "C".
001820     88 RCN-TRAN-PENDING          VALUE "N".
001830*
001840 77  RCN-HIT-SWITCH        PIC X(01) VALUE "N".
001850     88 RCN-HIT-FOUND             VALUE "Y".
001860     88 RCN-HIT-NOT-FOUND         VALUE "N".
001870*
001880 77  RCN-DATE-SWITCH       PIC X(01) VALUE "N".
001890     88 RCN-DATE-BAD              VALUE "Y".
001900     88 RCN-DATE-OK               VALUE "N".
001910*
001920*    The reason codes the pass itself extracts under - any
001930*    other reason an ADD carries must come off RCNSRULE.
001940 77  RCN-EDIT-REASON       PIC X(02) VALUE SPACES.
001950     88 RCN-BUILT-IN-REASON
001960         VALUE "ST" "BD" "NG" "NM" "MV"
001970               "CA" "NJ" "DS" "DP" "DM".
001980 77  RCN-EDIT-DEF-STATE    PIC X(01) VALUE SPACE.
001990     88 RCN-EDIT-DEF-RETIRED      VALUE "R".
002000*
002010 77  RCN-NBR-DEFS          PIC 9(04) COMP VALUE ZERO.
002020 77  RCN-MAX-DEFS          PIC 9(04) COMP VALUE 50.
002030 77  RCN-DEF-SUB           PIC 9(04) COMP VALUE ZERO.
002040 77  RCN-NBR-RULES         PIC 9(04) COMP VALUE ZERO.
002050 77  RCN-MAX-RULES         PIC 9(04) COMP VALUE 50.
002060 77  RCN-RULE-SUB          PIC 9(04) COMP VALUE ZERO.
002070 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
002080 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
002090 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
002100*
002110 77  RCN-TRAN-COUNT        PIC 9(07) COMP VALUE ZERO.
002120 77  RCN-ADDED-COUNT       PIC 9(07) COMP VALUE ZERO.
002130 77  RCN-REOPENED-COUNT    PIC 9(07) COMP VALUE ZERO.
002140 77  RCN-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
002150 77  RCN-REJECTED-COUNT    PIC 9(07) COMP VALUE ZERO.
002160 77  RCN-LAPSED-COUNT      PIC 9(07) COMP VALUE ZERO.
002170*
002180******************************************************************
002190* The definition names an ADD may carry - ACCOUNT always (the
002200* definition RCNDRIV assumes with no RECONDEF card), plus
002210* every name on RCNDEFS, each with its RCNDEFS state - and the
002220* reason codes RCNSRULE adds to the built-in ones.
002230******************************************************************
002240 01  RCN-KNOWN-DEF-TABLE.
002250     05 RCN-KNOWN-DEF-ENTRY    OCCURS 50 TIMES.
002260        10 RCN-KNOWN-DEF          PIC X(08).
002270        10 RCN-KNOWN-DEF-STATE    PIC X(01).
002280*
002290 01  RCN-RULE-REASON-TABLE.
002300     05 RCN-RULE-REASON        OCCURS 50 TIMES PIC X(02).
002310*
002320******************************************************************
002330* Run date, captured once for the headings, the review-date
002340* edit and the lapsed test
002350******************************************************************
002360 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002370 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002380     05 RCN-RUN-YYYY           PIC X(04).
002390     05 RCN-RUN-MM             PIC X(02).
002400     05 RCN-RUN-DD             PIC X(02).
002410*
002420******************************************************************
002430* 8200-CHECK-DATE work area - a YYYYMMDD date held to a real
002440* calendar day, leap years included.
002450******************************************************************
002460 01  RCN-DC-DATE           PIC 9(08) VALUE ZERO.
002470 01  RCN-DC-DATE-X REDEFINES RCN-DC-DATE.
002480     05 RCN-DC-YYYY            PIC 9(04).
002490     05 RCN-DC-MM              PIC 9(02).
002500     05 RCN-DC-DD              PIC 9(02).
002510 77  RCN-DC-LAST-DAY       PIC 9(02) COMP VALUE ZERO.
002520 77  RCN-DC-QUOT           PIC 9(04) COMP VALUE ZERO.
002530 77  RCN-DC-R4             PIC 9(04) COMP VALUE ZERO.
002540 77  RCN-DC-R100           PIC 9(04) COMP VALUE ZERO.
002550 77  RCN-DC-R400           PIC 9(04) COMP VALUE ZERO.
002560*
002570*    Days in each month of a common year.
002580 01  RCN-MONTH-DAYS-DEFS.
002590     05 FILLER                 PIC 9(02) VALUE 31.
002600     05 FILLER                 PIC 9(02) VALUE 28.
002610     05 FILLER                 PIC 9(02) VALUE 31.
002620     05 FILLER                 PIC 9(02) VALUE 30.
002630     05 FILLER                 PIC 9(02) VALUE 31.
002640     05 FILLER                 PIC 9(02) VALUE 30.
002650     05 FILLER                 PIC 9(02) VALUE 31.
002660     05 FILLER                 PIC 9(02) VALUE 31.
002670     05 FILLER                 PIC 9(02) VALUE 30.
002680     05 FILLER                 PIC 9(02) VALUE 31.
002690     05 FILLER                 PIC 9(02) VALUE 30.
002700     05 FILLER                 PIC 9(02) VALUE 31.
002710 01  RCN-MONTH-DAYS-TABLE REDEFINES RCN-MONTH-DAYS-DEFS.
002720     05 RCN-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
002730*
002740******************************************************************
002750* Report lines
002760******************************************************************
002770 01  RCN-HEADING-1.
002780     05 FILLER                 PIC X(24) VALUE SPACES.
002790     05 FILLER                 PIC X(42) VALUE
002800         "RECONCILIATION EXCEPTION DISPOSITIONS".
002810     05 FILLER                 PIC X(06) VALUE "DATE ".
002820     05 RCN-HDG-MM             PIC X(02).
002830     05 FILLER                 PIC X(01) VALUE "/".
002840     05 RCN-HDG-DD             PIC X(02).
002850     05 FILLER                 PIC X(01) VALUE "/".
002860     05 RCN-HDG-YYYY           PIC X(04).
002870     05 FILLER                 PIC X(03) VALUE SPACES.
002880     05 FILLER                 PIC X(05) VALUE "PAGE ".
002890     05 RCN-HDG-PAGE           PIC ZZZ9.
002900     05 FILLER                 PIC X(38) VALUE SPACES.
002910*
002920 01  RCN-HEADING-2.
002930     05 FILLER                 PIC X(02) VALUE SPACES.
002940     05 FILLER                 PIC X(07) VALUE "ACTION".
002950     05 FILLER                 PIC X(10) VALUE "DEF".
002960     05 FILLER                 PIC X(11) VALUE "ACCOUNT".
002970     05 FILLER                 PIC X(05) VALUE "RS".
002980     05 FILLER                 PIC X(05) VALUE "CD".
002990     05 FILLER                 PIC X(10) VALUE "REVIEW".
003000     05 FILLER                 PIC X(10) VALUE "USER".
003010     05 FILLER                 PIC X(10) VALUE "RESULT".
003020     05 FILLER                 PIC X(60) VALUE
003030         "NOTE / MESSAGE".
003040     05 FILLER                 PIC X(02) VALUE SPACES.
003050*
003060*    One line per card, and one per lapsed disposition - the
003070*    card's own text where it was rejected, so a bad value
003080*    prints as keyed.
003090 01  RCN-DETAIL-LINE.
003100     05 FILLER                 PIC X(02) VALUE SPACES.
003110     05 RCN-DTL-ACTION         PIC X(05).
003120     05 FILLER                 PIC X(02) VALUE SPACES.
003130     05 RCN-DTL-DEF-NAME       PIC X(08).
003140     05 FILLER                 PIC X(02) VALUE SPACES.
003150     05 RCN-DTL-ACCT           PIC X(09).
003160     05 FILLER                 PIC X(02) VALUE SPACES.
003170     05 RCN-DTL-REASON         PIC X(02).
003180     05 FILLER                 PIC X(03) VALUE SPACES.
003190     05 RCN-DTL-CODE           PIC X(02).
003200     05 FILLER                 PIC X(03) VALUE SPACES.
003210     05 RCN-DTL-REVIEW         PIC X(08).
003220     05 FILLER                 PIC X(02) VALUE SPACES.
003230     05 RCN-DTL-USER           PIC X(08).
003240     05 FILLER                 PIC X(02) VALUE SPACES.
003250     05 RCN-DTL-RESULT         PIC X(08).
003260     05 FILLER                 PIC X(02) VALUE SPACES.
003270     05 RCN-DTL-TEXT           PIC X(60).
003280     05 FILLER                 PIC X(02) VALUE SPACES.
003290*
003300 01  RCN-SECTION-LINE.
003310     05 FILLER                 PIC X(02) VALUE SPACES.
003320     05 RCN-SEC-TEXT           PIC X(80).
003330     05 FILLER                 PIC X(50) VALUE SPACES.
003340*
003350 01  RCN-NOTE-LINE.
003360     05 FILLER                 PIC X(04) VALUE SPACES.
003370     05 RCN-NOTE-TEXT          PIC X(100).
003380     05 FILLER                 PIC X(28) VALUE SPACES.
003390*
003400 01  RCN-COUNT-LINE.
003410     05 FILLER                 PIC X(04) VALUE SPACES.
003420     05 RCN-CNT-LABEL          PIC X(40).
003430     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003440     05 FILLER                 PIC X(77) VALUE SPACES.
003450*
003460 01  RCN-DTL-ACCT-ED           PIC 9(09).
003470 01  RCN-DTL-REVIEW-ED         PIC 9(08).
003480 01  RCN-STATUS-TEXT           PIC X(02).
003490*
003500 PROCEDURE DIVISION.
003510*
003520******************************************************************
003530* 0000-MAINLINE
003540******************************************************************
003550 0000-MAINLINE.
003560     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
003570     MOVE RCN-RUN-MM TO RCN-HDG-MM
003580     MOVE RCN-RUN-DD TO RCN-HDG-DD
003590     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
003600     OPEN OUTPUT RCN-RPT-FILE
003610     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
003620         DISPLAY "RCNDMNT: UNABLE TO OPEN RCNDMRPT, STATUS="
003630             RCN-RPT-FILE-STATUS
003640         MOVE 8 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
003680     PERFORM 0100-LOAD-DEFINITIONS THRU 0100-EXIT
003690     PERFORM 0200-LOAD-REASONS THRU 0200-EXIT
003700     PERFORM 0300-OPEN-DISPOSITIONS THRU 0300-EXIT
003710     IF RCN-RUN-OK
003720         PERFORM 1000-APPLY-TRANSACTIONS THRU 1000-EXIT
003730     END-IF
003740     IF RCN-RUN-OK
003750         PERFORM 2000-LIST-LAPSED THRU 2000-EXIT
003760     END-IF
003770     IF RCN-DISP-FILE-OPEN
003780         CLOSE RCN-DISP-FILE
003790     END-IF
003800     PERFORM 4000-REPORT-TOTALS THRU 4000-EXIT
003810     CLOSE RCN-RPT-FILE
003820     STOP RUN.
003830*
003840******************************************************************
003850* 0100-LOAD-DEFINITIONS
003860*    The definition names on RCNDEFS, and whether each is
003870*    retired.  A deck that will not open leaves ACCOUNT as the
003880*    only name an ADD may carry - the one definition the
003890*    driver runs without it.
003900******************************************************************
003910 0100-LOAD-DEFINITIONS.
003920     MOVE 1 TO RCN-NBR-DEFS
003930     MOVE "ACCOUNT" TO RCN-KNOWN-DEF (1)
003940     MOVE SPACE TO RCN-KNOWN-DEF-STATE (1)
003950     OPEN INPUT RCN-DEFS-FILE
003960     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
003970         DISPLAY "RCNDMNT: NO RCNDEFS, STATUS="
003980             RCN-DEFS-FILE-STATUS
003990             " - ONLY DEFINITION ACCOUNT ACCEPTED"
004000         GO TO 0100-EXIT
004010     END-IF
004020     PERFORM 0110-READ-ONE-DEF THRU 0110-EXIT
004030         UNTIL RCN-DEFS-EOF
004040     CLOSE RCN-DEFS-FILE.
004050 0100-EXIT.
004060     EXIT.
004070*
004080 0110-READ-ONE-DEF.
004090     READ RCN-DEFS-FILE
004100         AT END
004110             SET RCN-DEFS-EOF TO TRUE
004120             GO TO 0110-EXIT
004130     END-READ
004140     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
004150         DISPLAY "RCNDMNT: RCNDEFS READ FAILED, STATUS="
004160             RCN-DEFS-FILE-STATUS
004170         SET RCN-DEFS-EOF TO TRUE
004180         GO TO 0110-EXIT
004190     END-IF
004200     IF RCN-DEF-NAME EQUAL SPACES
004210         GO TO 0110-EXIT
004220     END-IF
004230     IF RCN-DEF-NAME EQUAL "ACCOUNT"
004240         MOVE RCN-DEF-STATE TO RCN-KNOWN-DEF-STATE (1)
004250         GO TO 0110-EXIT
004260     END-IF
004270     IF RCN-NBR-DEFS >= RCN-MAX-DEFS
004280         DISPLAY "RCNDMNT: DEFINITIONS BEYOND " RCN-MAX-DEFS
004290             " IGNORED"
004300         SET RCN-DEFS-EOF TO TRUE
004310         GO TO 0110-EXIT
004320     END-IF
004330     ADD 1 TO RCN-NBR-DEFS
004340     MOVE RCN-DEF-NAME TO RCN-KNOWN-DEF (RCN-NBR-DEFS)
004350     MOVE RCN-DEF-STATE TO RCN-KNOWN-DEF-STATE (RCN-NBR-DEFS).
004360 0110-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400* 0200-LOAD-REASONS
004410*    The reason codes the status rules extract under, on top
004420*    of the built-in ones.  No deck just means no extra
004430*    codes - the pass then extracts odd statuses as ST.
004440******************************************************************
004450 0200-LOAD-REASONS.
004460     OPEN INPUT RCN-SRUL-FILE
004470     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
004480         GO TO 0200-EXIT
004490     END-IF
004500     PERFORM 0210-READ-ONE-RULE THRU 0210-EXIT
004510         UNTIL RCN-SRUL-EOF
004520     CLOSE RCN-SRUL-FILE.
004530 0200-EXIT.
004540     EXIT.
004550*
004560 0210-READ-ONE-RULE.
004570     READ RCN-SRUL-FILE
004580         AT END
004590             SET RCN-SRUL-EOF TO TRUE
004600             GO TO 0210-EXIT
004610     END-READ
004620     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
004630         DISPLAY "RCNDMNT: RCNSRULE READ FAILED, STATUS="
004640             RCN-SRUL-FILE-STATUS
004650         SET RCN-SRUL-EOF TO TRUE
004660         GO TO 0210-EXIT
004670     END-IF
004680     IF RCN-SRUL-STATUS EQUAL SPACES
004690         OR RCN-SRUL-REASON EQUAL SPACES
004700         GO TO 0210-EXIT
004710     END-IF
004720     IF RCN-NBR-RULES >= RCN-MAX-RULES
004730         SET RCN-SRUL-EOF TO TRUE
004740         GO TO 0210-EXIT
004750     END-IF
004760     ADD 1 TO RCN-NBR-RULES
004770     MOVE RCN-SRUL-REASON TO RCN-RULE-REASON (RCN-NBR-RULES).
004780 0210-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820* 0300-OPEN-DISPOSITIONS
004830*    The first run finds no RCNDISP - it is created empty and
004840*    reopened, so the cards apply the same way every day.
004850******************************************************************
004860 0300-OPEN-DISPOSITIONS.
004870     OPEN I-O RCN-DISP-FILE
004880     IF RCN-DISP-FILE-STATUS EQUAL "35"
004890         OPEN OUTPUT RCN-DISP-FILE
004900         IF RCN-DISP-FILE-STATUS EQUAL "00"
004910             CLOSE RCN-DISP-FILE
004920             DISPLAY "RCNDMNT: RCNDISP CREATED"
004930             OPEN I-O RCN-DISP-FILE
004940         END-IF
004950     END-IF
004960     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
004970         MOVE RCN-DISP-FILE-STATUS TO RCN-STATUS-TEXT
004980         MOVE SPACES TO RCN-NOTE-TEXT
004990         STRING "RCNDISP OPEN FAILED, STATUS=" RCN-STATUS-TEXT
005000             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005010         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005020         GO TO 0300-EXIT
005030     END-IF
005040     SET RCN-DISP-FILE-OPEN TO TRUE.
005050 0300-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090* 1000-APPLY-TRANSACTIONS
005100*    Every card edited, applied if it passes, and printed
005110*    either way.  A rejected card changes nothing.
005120******************************************************************
005130 1000-APPLY-TRANSACTIONS.
005140     OPEN INPUT RCN-DTRN-FILE
005150     IF RCN-DTRN-FILE-STATUS NOT EQUAL "00"
005160         MOVE RCN-DTRN-FILE-STATUS TO RCN-STATUS-TEXT
005170         MOVE SPACES TO RCN-NOTE-TEXT
005180         STRING "RCNDTRN OPEN FAILED, STATUS=" RCN-STATUS-TEXT
005190             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005200         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005210         GO TO 1000-EXIT
005220     END-IF
005230     PERFORM 1010-APPLY-ONE-TRAN THRU 1010-EXIT
005240         UNTIL RCN-DTRN-EOF
005250     CLOSE RCN-DTRN-FILE.
005260 1000-EXIT.
005270     EXIT.
005280*
005290 1010-APPLY-ONE-TRAN.
005300     READ RCN-DTRN-FILE
005310         AT END
005320             SET RCN-DTRN-EOF TO TRUE
005330             GO TO 1010-EXIT
005340     END-READ
005350     IF RCN-DTRN-FILE-STATUS NOT EQUAL "00"
005360         MOVE RCN-DTRN-FILE-STATUS TO RCN-STATUS-TEXT
005370         MOVE SPACES TO RCN-NOTE-TEXT
005380         STRING "RCNDTRN READ FAILED, STATUS=" RCN-STATUS-TEXT
005390             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005400         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005410         SET RCN-DTRN-EOF TO TRUE
005420         GO TO 1010-EXIT
005430     END-IF
005440     IF RCN-TRN-CARD EQUAL SPACES
005450         OR RCN-TRN-CARD-BYTE-1 EQUAL "*"
005460         GO TO 1010-EXIT
005470     END-IF
005480     ADD 1 TO RCN-TRAN-COUNT
005490     SET RCN-TRAN-PENDING TO TRUE
005500     MOVE SPACES TO RCN-DTL-TEXT
005510     PERFORM 1100-EDIT-TRAN THRU 1100-EXIT
005520     IF RCN-TRAN-PENDING AND RCN-TRN-ADD
005530         PERFORM 1200-APPLY-ADD THRU 1200-EXIT
005540     END-IF
005550     IF RCN-TRAN-PENDING AND RCN-TRN-CLOSE
005560         PERFORM 1300-APPLY-CLOSE THRU 1300-EXIT
005570     END-IF
005580     IF RCN-RUN-FAILED
005590         SET RCN-DTRN-EOF TO TRUE
005600         GO TO 1010-EXIT
005610     END-IF
005620     PERFORM 1400-PRINT-TRAN THRU 1400-EXIT.
005630 1010-EXIT.
005640     EXIT.
005650*
005660******************************************************************
005670* 1100-EDIT-TRAN
005680*    The first fault found rejects the card.  An ADD is held
005690*    to a known definition not retired, a known reason, a
005700*    valid disposition code, a note and a real review date
005710*    later than today;
005720*    a CLOSE only to its key and user, so a disposition on a
005730*    definition or rule since retired can still be closed.
005740******************************************************************
005750 1100-EDIT-TRAN.
005760     IF NOT RCN-TRN-ADD AND NOT RCN-TRN-CLOSE
005770         MOVE "ACTION MUST BE ADD OR CLOSE" TO RCN-DTL-TEXT
005780         SET RCN-TRAN-REJECTED TO TRUE
005790         GO TO 1100-EXIT
005800     END-IF
005810     IF RCN-TRN-DEF-NAME EQUAL SPACES
005820         MOVE "DEFINITION REQUIRED" TO RCN-DTL-TEXT
005830         SET RCN-TRAN-REJECTED TO TRUE
005840         GO TO 1100-EXIT
005850     END-IF
005860     IF RCN-TRN-ACCT-X NOT NUMERIC
005870         MOVE "ACCOUNT MUST BE NINE DIGITS" TO RCN-DTL-TEXT
005880         SET RCN-TRAN-REJECTED TO TRUE
005890         GO TO 1100-EXIT
005900     END-IF
005910     IF RCN-TRN-REASON EQUAL SPACES
005920         MOVE "REASON CODE REQUIRED" TO RCN-DTL-TEXT
005930         SET RCN-TRAN-REJECTED TO TRUE
005940         GO TO 1100-EXIT
005950     END-IF
005960     IF RCN-TRN-USER EQUAL SPACES
005970         MOVE "USER REQUIRED" TO RCN-DTL-TEXT
005980         SET RCN-TRAN-REJECTED TO TRUE
005990         GO TO 1100-EXIT
006000     END-IF
006010     IF RCN-TRN-CLOSE
006020         GO TO 1100-EXIT
006030     END-IF
006040     SET RCN-HIT-NOT-FOUND TO TRUE
006050     MOVE SPACE TO RCN-EDIT-DEF-STATE
006060     PERFORM 1110-MATCH-ONE-DEF THRU 1110-EXIT
006070         VARYING RCN-DEF-SUB FROM 1 BY 1
006080         UNTIL RCN-DEF-SUB > RCN-NBR-DEFS
006090             OR RCN-HIT-FOUND
006100     IF RCN-HIT-NOT-FOUND
006110         MOVE "DEFINITION NOT ON RCNDEFS" TO RCN-DTL-TEXT
006120         SET RCN-TRAN-REJECTED TO TRUE
006130         GO TO 1100-EXIT
006140     END-IF
006150     IF RCN-EDIT-DEF-RETIRED
006160         MOVE "DEFINITION IS RETIRED" TO RCN-DTL-TEXT
006170         SET RCN-TRAN-REJECTED TO TRUE
006180         GO TO 1100-EXIT
006190     END-IF
006200     MOVE RCN-TRN-REASON TO RCN-EDIT-REASON
006210     IF NOT RCN-BUILT-IN-REASON
006220         PERFORM 1120-MATCH-ONE-REASON THRU 1120-EXIT
006230             VARYING RCN-RULE-SUB FROM 1 BY 1
006240             UNTIL RCN-RULE-SUB > RCN-NBR-RULES
006250                 OR RCN-HIT-FOUND
006260         IF RCN-HIT-NOT-FOUND
006270             MOVE "REASON CODE NOT BUILT IN OR ON RCNSRULE"
006280                 TO RCN-DTL-TEXT
006290             SET RCN-TRAN-REJECTED TO TRUE
006300             GO TO 1100-EXIT
006310         END-IF
006320     END-IF
006330     MOVE RCN-TRN-CODE TO RCN-DISP-CODE
006340     IF NOT RCN-DISP-CODE-VALID
006350         MOVE "DISPOSITION CODE MUST BE TD, CO, FA OR OT"
006360             TO RCN-DTL-TEXT
006370         SET RCN-TRAN-REJECTED TO TRUE
006380         GO TO 1100-EXIT
006390     END-IF
006400     IF RCN-TRN-NOTE EQUAL SPACES
006410         MOVE "NOTE REQUIRED ON ADD" TO RCN-DTL-TEXT
006420         SET RCN-TRAN-REJECTED TO TRUE
006430         GO TO 1100-EXIT
006440     END-IF
006450     SET RCN-DATE-BAD TO TRUE
006460     IF RCN-TRN-REVIEW-X NUMERIC
006470         MOVE RCN-TRN-REVIEW-9 TO RCN-DC-DATE
006480         PERFORM 8200-CHECK-DATE THRU 8200-EXIT
006490     END-IF
006500     IF RCN-DATE-BAD
006510         MOVE "REVIEW DATE MUST BE A REAL YYYYMMDD DATE"
006520             TO RCN-DTL-TEXT
006530         SET RCN-TRAN-REJECTED TO TRUE
006540         GO TO 1100-EXIT
006550     END-IF
006560     IF RCN-TRN-REVIEW-9 NOT GREATER THAN RCN-RUN-DATE
006570         MOVE "REVIEW DATE MUST BE LATER THAN TODAY"
006580             TO RCN-DTL-TEXT
006590         SET RCN-TRAN-REJECTED TO TRUE
006600     END-IF.
006610 1100-EXIT.
006620     EXIT.
006630*
006640 1110-MATCH-ONE-DEF.
006650     IF RCN-KNOWN-DEF (RCN-DEF-SUB) EQUAL RCN-TRN-DEF-NAME
006660         SET RCN-HIT-FOUND TO TRUE
006670         MOVE RCN-KNOWN-DEF-STATE (RCN-DEF-SUB)
006680             TO RCN-EDIT-DEF-STATE
006690     END-IF.
006700 1110-EXIT.
006710     EXIT.
006720*
006730 1120-MATCH-ONE-REASON.
006740     IF RCN-RULE-REASON (RCN-RULE-SUB) EQUAL RCN-TRN-REASON
006750         SET RCN-HIT-FOUND TO TRUE
006760     END-IF.
006770 1120-EXIT.
006780     EXIT.
006790*
006800******************************************************************
006810* 1200-APPLY-ADD
006820*    A new key is written; a key whose disposition is closed
006830*    or past its review date is rewritten as the new active
006840*    one, and the report says reopened.  A disposition still
006850*    in force is never overwritten by an ADD.
006860******************************************************************
006870 1200-APPLY-ADD.
006880     MOVE RCN-TRN-DEF-NAME TO RCN-DISP-DEF-NAME
006890     MOVE RCN-TRN-ACCT-9 TO RCN-DISP-ACCT-NO
006900     MOVE RCN-TRN-REASON TO RCN-DISP-REASON-CODE
006910     READ RCN-DISP-FILE
006920     EVALUATE RCN-DISP-FILE-STATUS
006930         WHEN "00"
006940             IF RCN-DISP-ACTIVE
006950                 AND RCN-DISP-REVIEW-DATE
006960                     NOT LESS THAN RCN-RUN-DATE
006970                 MOVE "DISPOSITION ALREADY IN FORCE - CLOSE IT"
006980                     TO RCN-DTL-TEXT
006990                 SET RCN-TRAN-REJECTED TO TRUE
007000                 GO TO 1200-EXIT
007010             END-IF
007020             PERFORM 1210-FILL-DISPOSITION THRU 1210-EXIT
007030             REWRITE RCN-DISP-RECORD
007040             SET RCN-TRAN-REOPENED TO TRUE
007050         WHEN "23"
007060             PERFORM 1210-FILL-DISPOSITION THRU 1210-EXIT
007070             WRITE RCN-DISP-RECORD
007080             SET RCN-TRAN-ADDED TO TRUE
007090         WHEN OTHER
007100             CONTINUE
007110     END-EVALUATE
007120     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
007130         MOVE RCN-DISP-FILE-STATUS TO RCN-STATUS-TEXT
007140         MOVE SPACES TO RCN-NOTE-TEXT
007150         STRING "RCNDISP UPDATE FAILED, STATUS=" RCN-STATUS-TEXT
007160             " FOR " RCN-TRN-DEF-NAME " " RCN-TRN-ACCT-X
007170             " " RCN-TRN-REASON
007180             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007190         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007200     END-IF.
007210 1200-EXIT.
007220     EXIT.
007230*
007240 1210-FILL-DISPOSITION.
007250     MOVE RCN-TRN-DEF-NAME TO RCN-DISP-DEF-NAME
007260     MOVE RCN-TRN-ACCT-9 TO RCN-DISP-ACCT-NO
007270     MOVE RCN-TRN-REASON TO RCN-DISP-REASON-CODE
007280     SET RCN-DISP-ACTIVE TO TRUE
007290     MOVE RCN-TRN-CODE TO RCN-DISP-CODE
007300     MOVE RCN-TRN-REVIEW-9 TO RCN-DISP-REVIEW-DATE
007310     MOVE RCN-TRN-USER TO RCN-DISP-ENTERED-BY
007320     MOVE RCN-RUN-DATE TO RCN-DISP-ENTERED-DATE
007330     MOVE SPACES TO RCN-DISP-CLOSED-BY
007340     MOVE ZERO TO RCN-DISP-CLOSED-DATE
007350     MOVE RCN-TRN-NOTE TO RCN-DISP-NOTE.
007360 1210-EXIT.
007370     EXIT.
007380*
007390******************************************************************
007400* 1300-APPLY-CLOSE
007410*    Marks the disposition closed, by whom and when.  Code,
007420*    note and review date are left as they were entered.
007430******************************************************************
007440 1300-APPLY-CLOSE.
007450     MOVE RCN-TRN-DEF-NAME TO RCN-DISP-DEF-NAME
007460     MOVE RCN-TRN-ACCT-9 TO RCN-DISP-ACCT-NO
007470     MOVE RCN-TRN-REASON TO RCN-DISP-REASON-CODE
007480     READ RCN-DISP-FILE
007490     IF RCN-DISP-FILE-STATUS EQUAL "23"
007500         MOVE "NO DISPOSITION ON FILE FOR THIS KEY"
007510             TO RCN-DTL-TEXT
007520         SET RCN-TRAN-REJECTED TO TRUE
007530         GO TO 1300-EXIT
007540     END-IF
007550     IF RCN-DISP-FILE-STATUS EQUAL "00"
007560         IF RCN-DISP-CLOSED
007570             MOVE "DISPOSITION ALREADY CLOSED" TO RCN-DTL-TEXT
007580             SET RCN-TRAN-REJECTED TO TRUE
007590             GO TO 1300-EXIT
007600         END-IF
007610         SET RCN-DISP-CLOSED TO TRUE
007620         MOVE RCN-TRN-USER TO RCN-DISP-CLOSED-BY
007630         MOVE RCN-RUN-DATE TO RCN-DISP-CLOSED-DATE
007640         REWRITE RCN-DISP-RECORD
007650     END-IF
007660     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
007670         MOVE RCN-DISP-FILE-STATUS TO RCN-STATUS-TEXT
007680         MOVE SPACES TO RCN-NOTE-TEXT
007690         STRING "RCNDISP UPDATE FAILED, STATUS=" RCN-STATUS-TEXT
007700             " FOR " RCN-TRN-DEF-NAME " " RCN-TRN-ACCT-X
007710             " " RCN-TRN-REASON
007720             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007730         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007740         GO TO 1300-EXIT
007750     END-IF
007760     SET RCN-TRAN-CLOSED TO TRUE.
007770 1300-EXIT.
007780     EXIT.
007790*
007800 1400-PRINT-TRAN.
007810     MOVE RCN-TRN-ACTION TO RCN-DTL-ACTION
007820     MOVE RCN-TRN-DEF-NAME TO RCN-DTL-DEF-NAME
007830     MOVE RCN-TRN-ACCT-X TO RCN-DTL-ACCT
007840     MOVE RCN-TRN-REASON TO RCN-DTL-REASON
007850     MOVE RCN-TRN-CODE TO RCN-DTL-CODE
007860     MOVE RCN-TRN-REVIEW-X TO RCN-DTL-REVIEW
007870     MOVE RCN-TRN-USER TO RCN-DTL-USER
007880     EVALUATE TRUE
007890         WHEN RCN-TRAN-REJECTED
007900             MOVE "REJECTED" TO RCN-DTL-RESULT
007910             ADD 1 TO RCN-REJECTED-COUNT
007920         WHEN RCN-TRAN-ADDED
007930             MOVE "ADDED" TO RCN-DTL-RESULT
007940             MOVE RCN-TRN-NOTE TO RCN-DTL-TEXT
007950             ADD 1 TO RCN-ADDED-COUNT
007960         WHEN RCN-TRAN-REOPENED
007970             MOVE "REOPENED" TO RCN-DTL-RESULT
007980             MOVE RCN-TRN-NOTE TO RCN-DTL-TEXT
007990             ADD 1 TO RCN-REOPENED-COUNT
008000         WHEN RCN-TRAN-CLOSED
008010             MOVE "CLOSED" TO RCN-DTL-RESULT
008020             MOVE RCN-DISP-NOTE TO RCN-DTL-TEXT
008030             ADD 1 TO RCN-CLOSED-COUNT
008040     END-EVALUATE
008050     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
008060 1400-EXIT.
008070     EXIT.
008080*
008090******************************************************************
008100* 2000-LIST-LAPSED
008110*    Every active disposition whose review date is behind
008120*    today.  Nothing here needs doing for the item to count
008130*    again - RCNWORK and RCNXRPT already treat it as open
008140*    work - but whoever entered it should see it go.
008150******************************************************************
008160 2000-LIST-LAPSED.
008170     IF RCN-LINE-COUNT + 4 > RCN-LINES-PER-PAGE
008180         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
008190     END-IF
008200     MOVE "DISPOSITIONS PAST REVIEW DATE - BACK ON THE WORK LIST"
008210         TO RCN-SEC-TEXT
008220     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
008230         AFTER ADVANCING 3 LINES
008240     ADD 3 TO RCN-LINE-COUNT
008250     MOVE LOW-VALUES TO RCN-DISP-KEY
008260     START RCN-DISP-FILE KEY NOT LESS THAN RCN-DISP-KEY
008270     IF RCN-DISP-FILE-STATUS EQUAL "00"
008280         PERFORM 2010-CHECK-ONE-DISP THRU 2010-EXIT
008290             UNTIL RCN-DISP-EOF
008300     END-IF
008310     IF RCN-LAPSED-COUNT EQUAL ZERO
008320         MOVE SPACES TO RCN-DETAIL-LINE
008330         MOVE "NONE" TO RCN-DTL-TEXT
008340         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
008350     END-IF.
008360 2000-EXIT.
008370     EXIT.
008380*
008390 2010-CHECK-ONE-DISP.
008400     READ RCN-DISP-FILE NEXT RECORD
008410         AT END
008420             SET RCN-DISP-EOF TO TRUE
008430             GO TO 2010-EXIT
008440     END-READ
008450     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
008460         MOVE RCN-DISP-FILE-STATUS TO RCN-STATUS-TEXT
008470         MOVE SPACES TO RCN-NOTE-TEXT
008480         STRING "RCNDISP READ FAILED, STATUS=" RCN-STATUS-TEXT
008490             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
008500         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
008510         SET RCN-DISP-EOF TO TRUE
008520         GO TO 2010-EXIT
008530     END-IF
008540     IF NOT RCN-DISP-ACTIVE
008550         OR RCN-DISP-REVIEW-DATE NOT LESS THAN RCN-RUN-DATE
008560         GO TO 2010-EXIT
008570     END-IF
008580     ADD 1 TO RCN-LAPSED-COUNT
008590     MOVE SPACES TO RCN-DTL-ACTION
008600     MOVE RCN-DISP-DEF-NAME TO RCN-DTL-DEF-NAME
008610     MOVE RCN-DISP-ACCT-NO TO RCN-DTL-ACCT-ED
008620     MOVE RCN-DTL-ACCT-ED TO RCN-DTL-ACCT
008630     MOVE RCN-DISP-REASON-CODE TO RCN-DTL-REASON
008640     MOVE RCN-DISP-CODE TO RCN-DTL-CODE
008650     MOVE RCN-DISP-REVIEW-DATE TO RCN-DTL-REVIEW-ED
008660     MOVE RCN-DTL-REVIEW-ED TO RCN-DTL-REVIEW
008670     MOVE RCN-DISP-ENTERED-BY TO RCN-DTL-USER
008680     MOVE "LAPSED" TO RCN-DTL-RESULT
008690     MOVE RCN-DISP-NOTE TO RCN-DTL-TEXT
008700     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
008710 2010-EXIT.
008720     EXIT.
008730*
008740 3000-PRINT-DETAIL.
008750     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
008760         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
008770     END-IF
008780     WRITE RCN-RPT-RECORD FROM RCN-DETAIL-LINE
008790         AFTER ADVANCING 1 LINE
008800     ADD 1 TO RCN-LINE-COUNT.
008810 3000-EXIT.
008820     EXIT.
008830*
008840******************************************************************
008850* 3100-NEW-PAGE
008860******************************************************************
008870 3100-NEW-PAGE.
008880     ADD 1 TO RCN-PAGE-COUNT
008890     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
008900     IF RCN-PAGE-COUNT = 1
008910         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
008920             AFTER ADVANCING 1 LINE
008930     ELSE
008940         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
008950             AFTER ADVANCING PAGE
008960     END-IF
008970     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
008980         AFTER ADVANCING 2 LINES
008990     MOVE 3 TO RCN-LINE-COUNT.
009000 3100-EXIT.
009010     EXIT.
009020*
009030******************************************************************
009040* 4000-REPORT-TOTALS
009050*    The counts, then the step's retcode - 0 every card
009060*    applied, 4 any rejected, 8 a file failure.
009070******************************************************************
009080 4000-REPORT-TOTALS.
009090     IF RCN-LINE-COUNT + 8 > RCN-LINES-PER-PAGE
009100         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009110     END-IF
009120     MOVE "TRANSACTIONS READ" TO RCN-CNT-LABEL
009130     MOVE RCN-TRAN-COUNT TO RCN-CNT-VALUE
009140     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009150         AFTER ADVANCING 3 LINES
009160     MOVE "DISPOSITIONS ADDED" TO RCN-CNT-LABEL
009170     MOVE RCN-ADDED-COUNT TO RCN-CNT-VALUE
009180     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009190         AFTER ADVANCING 1 LINE
009200     MOVE "DISPOSITIONS REOPENED" TO RCN-CNT-LABEL
009210     MOVE RCN-REOPENED-COUNT TO RCN-CNT-VALUE
009220     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009230         AFTER ADVANCING 1 LINE
009240     MOVE "DISPOSITIONS CLOSED" TO RCN-CNT-LABEL
009250     MOVE RCN-CLOSED-COUNT TO RCN-CNT-VALUE
009260     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009270         AFTER ADVANCING 1 LINE
009280     MOVE "TRANSACTIONS REJECTED" TO RCN-CNT-LABEL
009290     MOVE RCN-REJECTED-COUNT TO RCN-CNT-VALUE
009300     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009310         AFTER ADVANCING 1 LINE
009320     MOVE "DISPOSITIONS PAST REVIEW DATE" TO RCN-CNT-LABEL
009330     MOVE RCN-LAPSED-COUNT TO RCN-CNT-VALUE
009340     WRITE RCN-RPT-RECORD FROM RCN-COUNT-LINE
009350         AFTER ADVANCING 1 LINE
009360     DISPLAY "RCNDMNT: READ=" RCN-TRAN-COUNT
009370         " ADDED=" RCN-ADDED-COUNT
009380         " REOPENED=" RCN-REOPENED-COUNT
009390         " CLOSED=" RCN-CLOSED-COUNT
009400         " REJECTED=" RCN-REJECTED-COUNT
009410         " LAPSED=" RCN-LAPSED-COUNT
009420     EVALUATE TRUE
009430         WHEN RCN-RUN-FAILED
009440             MOVE 8 TO RETURN-CODE
009450         WHEN RCN-REJECTED-COUNT > ZERO
009460             MOVE 4 TO RETURN-CODE
009470         WHEN OTHER
009480             MOVE ZERO TO RETURN-CODE
009490     END-EVALUATE.
009500 4000-EXIT.
009510     EXIT.
009520*
009530******************************************************************
009540* 8100-RUN-ERROR
009550*    The message in RCN-NOTE-TEXT goes on the report and the
009560*    console, and the run is marked failed.
009570******************************************************************
009580 8100-RUN-ERROR.
009590     SET RCN-RUN-FAILED TO TRUE
009600     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009610         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009620     END-IF
009630     WRITE RCN-RPT-RECORD FROM RCN-NOTE-LINE
009640         AFTER ADVANCING 1 LINE
009650     ADD 1 TO RCN-LINE-COUNT
009660     DISPLAY "RCNDMNT: " RCN-NOTE-TEXT.
009670 8100-EXIT.
009680     EXIT.
009690*
009700******************************************************************
009710* 8200-CHECK-DATE
009720*    RCN-DC-DATE must be a calendar day - month 1 to 12, day
009730*    1 to the month's length, 29 February only in a leap
009740*    year.  RCN-DATE-SWITCH says which.
009750******************************************************************
009760 8200-CHECK-DATE.
009770     SET RCN-DATE-BAD TO TRUE
009780     IF RCN-DC-YYYY < 1900
009790         OR RCN-DC-MM < 1 OR RCN-DC-MM > 12
009800         OR RCN-DC-DD < 1
009810         GO TO 8200-EXIT
009820     END-IF
009830     MOVE RCN-MONTH-DAYS (RCN-DC-MM) TO RCN-DC-LAST-DAY
009840     IF RCN-DC-MM EQUAL 2
009850         DIVIDE RCN-DC-YYYY BY 4 GIVING RCN-DC-QUOT
009860             REMAINDER RCN-DC-R4
009870         DIVIDE RCN-DC-YYYY BY 100 GIVING RCN-DC-QUOT
009880             REMAINDER RCN-DC-R100
009890         DIVIDE RCN-DC-YYYY BY 400 GIVING RCN-DC-QUOT
009900             REMAINDER RCN-DC-R400
009910         IF RCN-DC-R4 EQUAL ZERO
009920             AND (RCN-DC-R100 NOT EQUAL ZERO
009930                  OR RCN-DC-R400 EQUAL ZERO)
009940             MOVE 29 TO RCN-DC-LAST-DAY
009950         END-IF
009960     END-IF
009970     IF RCN-DC-DD > RCN-DC-LAST-DAY
009980         GO TO 8200-EXIT
009990     END-IF
010000     SET RCN-DATE-OK TO TRUE.
010010 8200-EXIT.
010020     EXIT.
