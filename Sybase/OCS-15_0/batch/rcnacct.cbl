000010******************************************************************
000020* RCNACCT.CBL
000030*    Account drill-down inquiry for the reconciliation run.
000040*
000050*    Given a definition name and an account number, puts every
000060*    piece of evidence the pass holds on that one account on a
000070*    single screen: tonight's RCNEXCP rows with their reason and
000080*    severity, the account's full RCNXHST exception history
000090*    (first and last night seen, consecutive nights, cleared
000100*    date), the RCNGLIX ledger balance and matched flag, the
000110*    RCNSNAP prior-run balance, the RCNJRIX journal net amount
000120*    and transaction count, and any ACCT_ADJUSTMENT rows the
000130*    remediation mode posted against it.  Nobody should have to
000140*    open five files and run a query to answer "why is this
000150*    account on the list".
000160*
000170*    The request comes in on one SYSIN card - definition name,
000180*    one or more spaces, account number:
000190*        ACCOUNT 123456789
000200*    The work-file names come off the definition's RCNDEFS
000210*    record; the server and credentials for the adjustment
000220*    query come off the same RCNPARM deck and CREDFILE the
000230*    nightly driver reads - only SERVER and CREDFILE matter
000240*    here, every other card passes through.  Every file is
000250*    opened read-only and the query is a plain SELECT - run it
000260*    any time, in flight or not.
000270*
000280*    Output goes to SYSOUT via DISPLAY, the same as RCNINQ.
000290*    Return code 0 when anything at all was found, 4 when the
000300*    account shows up nowhere, 8 for a bad request card or a
000310*    file or server that could not be read.
000320*
000330*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000340*    INSTALLATION.  DATA CENTER SERVICES.
000350*    DATE-WRITTEN.  10/05/2026.
000360*    DATE-COMPILED.
000370*
000380*    MODIFICATION HISTORY
000390*    10/05/2026  JH   Initial version - one-account drill-down
000400*                     across the extract, the exception history,
000410*                     the ledger, snapshot and journal work files
000420*                     and ACCT_ADJUSTMENT.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. RCNACCT.
000460 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000470 INSTALLATION. DATA CENTER SERVICES.
000480 DATE-WRITTEN. 10/05/2026.
000490 DATE-COMPILED.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*    Tonight's exception extract - keyed definition, partition,
000550*    account, reason, so one account's rows are found by walking
000560*    the definition's rows and keeping the account's.
000570     SELECT RCN-EXCP-FILE ASSIGN TO "RCNEXCP"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         LOCK MODE IS AUTOMATIC
000610         RECORD KEY IS RCN-EXCP-KEY
000620         FILE STATUS IS RCN-EXCP-FILE-STATUS.
000630*    Exception history - keyed definition, account, reason, so
000640*    the account's rows sit together and a START lands on them.
000650     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         LOCK MODE IS AUTOMATIC
000690         RECORD KEY IS RCN-XHST-KEY
000700         FILE STATUS IS RCN-XHST-FILE-STATUS.
000710*    The definition's keyed ledger, snapshot and journal work
000720*    files, named off its RCNDEFS record.
000730     SELECT RCN-GLIX-FILE ASSIGN TO RCN-GLIX-FILE-NAME
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         LOCK MODE IS AUTOMATIC
000770         RECORD KEY IS RCN-GL-ACCT-NO
000780         FILE STATUS IS RCN-GLIX-FILE-STATUS.
000790     SELECT RCN-SNAP-FILE ASSIGN TO RCN-SNAP-FILE-NAME
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         LOCK MODE IS AUTOMATIC
000830         RECORD KEY IS RCN-SNAP-ACCT-NO
000840         FILE STATUS IS RCN-SNAP-FILE-STATUS.
000850     SELECT RCN-JRIX-FILE ASSIGN TO RCN-JRIX-FILE-NAME
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         LOCK MODE IS AUTOMATIC
000890         RECORD KEY IS RCN-JRN-ACCT-NO
000900         FILE STATUS IS RCN-JRIX-FILE-STATUS.
000910*    The driver's run-control deck, credentials file and
000920*    definition file - read for SERVER/CREDFILE and for the
000930*    one definition asked about, nothing else.
000940     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS RCN-PARM-FILE-STATUS.
000970     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS RCN-CRED-FILE-STATUS.
001000     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS RCN-DEFS-FILE-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  RCN-EXCP-FILE.
001070 01  RCN-EXCP-RECORD.
001080     COPY "rcnexcp.cbl".
001090*
001100 FD  RCN-XHST-FILE.
001110 01  RCN-XHST-RECORD.
001120     COPY "rcnxhst.cbl".
001130*
001140 FD  RCN-GLIX-FILE.
001150 01  RCN-GL-RECORD.
001160     COPY "rcnglex.cbl".
001170*
001180 FD  RCN-SNAP-FILE.
001190 01  RCN-SNAP-RECORD.
001200     COPY "rcnsnap.cbl".
001210*
001220 FD  RCN-JRIX-FILE.
001230 01  RCN-JRN-RECORD.
001240     COPY "rcnjrnl.cbl".
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
001400 WORKING-STORAGE SECTION.
001410*
001420 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
001430 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
001440 77  RCN-GLIX-FILE-STATUS  PIC X(02) VALUE "00".
001450 77  RCN-SNAP-FILE-STATUS  PIC X(02) VALUE "00".
001460 77  RCN-JRIX-FILE-STATUS  PIC X(02) VALUE "00".
001470 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001480 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
001490 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001500*
001510 77  RCN-EXCP-EOF-SWITCH   PIC X(01) VALUE "N".
001520     88 RCN-EXCP-EOF              VALUE "Y".
001530     88 RCN-EXCP-NOT-EOF          VALUE "N".
001540*
001550 77  RCN-XHST-EOF-SWITCH   PIC X(01) VALUE "N".
001560     88 RCN-XHST-EOF              VALUE "Y".
001570     88 RCN-XHST-NOT-EOF          VALUE "N".
001580*
001590 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001600     88 RCN-PARM-EOF              VALUE "Y".
001610     88 RCN-PARM-NOT-EOF          VALUE "N".
001620*
001630 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
001640     88 RCN-CRED-EOF              VALUE "Y".
001650     88 RCN-CRED-NOT-EOF          VALUE "N".
001660*
001670 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
001680     88 RCN-DEFS-EOF              VALUE "Y".
001690     88 RCN-DEFS-NOT-EOF          VALUE "N".
001700*
001710 77  RCN-DEF-FOUND-SWITCH  PIC X(01) VALUE "N".
001720     88 RCN-DEF-FOUND             VALUE "Y".
001730     88 RCN-DEF-NOT-FOUND         VALUE "N".
001740*
001750*    Set by any section that found the account - none set means
001760*    return code 4, the account is simply unknown to the pass.
001770 77  RCN-ANY-FOUND-SWITCH  PIC X(01) VALUE "N".
001780     88 RCN-ANY-FOUND             VALUE "Y".
001790     88 RCN-NONE-FOUND            VALUE "N".
001800*
001810 77  RCN-REQ-ERR-SWITCH    PIC X(01) VALUE "N".
001820     88 RCN-REQ-ERROR             VALUE "Y".
001830     88 RCN-REQ-GOOD              VALUE "N".
001840*
001850 77  RCN-SQL-ERR-SWITCH    PIC X(01) VALUE "N".
001860     88 RCN-SQL-ERROR             VALUE "Y".
001870     88 RCN-SQL-OK                VALUE "N".
001880*
001890 77  RCN-ADJ-EOF-SWITCH    PIC X(01) VALUE "N".
001900     88 RCN-ADJ-EOF               VALUE "Y".
001910     88 RCN-ADJ-NOT-EOF           VALUE "N".
001920*
001930 77  RCN-CONNECT-SWITCH    PIC X(01) VALUE "N".
001940     88 RCN-CONNECTED             VALUE "Y".
001950     88 RCN-NOT-CONNECTED         VALUE "N".
001960*
001970 77  RCN-EXCP-SHOWN        PIC 9(05) COMP VALUE ZERO.
001980 77  RCN-XHST-SHOWN        PIC 9(05) COMP VALUE ZERO.
001990 77  RCN-ADJ-SHOWN         PIC 9(05) COMP VALUE ZERO.
002000 77  RCN-REQ-SUB           PIC 9(04) COMP VALUE ZERO.
002010 77  RCN-REQ-DIGITS        PIC 9(04) COMP VALUE ZERO.
002020 77  RCN-SAVED-SQLCODE     PIC S9(09) COMP-5 VALUE ZERO.
002030*
002040 77  RCN-GLIX-FILE-NAME    PIC X(08) VALUE "RCNGLIX".
002050 77  RCN-SNAP-FILE-NAME    PIC X(08) VALUE "RCNSNAP".
002060 77  RCN-JRIX-FILE-NAME    PIC X(08) VALUE "RCNJRIX".
002070 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
002080 77  RCN-DEF-TABLE-SAVE    PIC X(30) VALUE SPACES.
002090*
002100******************************************************************
002110* The request card and its parse - definition name, then the
002120* account number as typed, scanned a digit at a time into the
002130* numeric key the files are read by.
002140******************************************************************
002150 01  RCN-REQ-CARD              PIC X(80) VALUE SPACES.
002160 01  RCN-REQ-WORK.
002170     05 RCN-REQ-DEF            PIC X(08).
002180     05 RCN-REQ-ACCT-X         PIC X(12).
002190     05 RCN-REQ-ACCT-R REDEFINES RCN-REQ-ACCT-X.
002200        10 RCN-REQ-ACCT-CHAR   OCCURS 12 TIMES PIC X(01).
002210     05 RCN-REQ-DIGIT-X        PIC X(01).
002220     05 RCN-REQ-DIGIT-9 REDEFINES RCN-REQ-DIGIT-X PIC 9(01).
002230     05 RCN-REQ-ACCT           PIC 9(09).
002240*
002250******************************************************************
002260* RCNPARM keyword/value split - same layout as RCNDRIV's.
002270******************************************************************
002280 01  RCN-PARM-WORK.
002290     05 RCN-PARM-KEYWORD       PIC X(12).
002300     05 RCN-PARM-VALUE         PIC X(60).
002310*
002320******************************************************************
002330* The DISPLAY lines, one per kind of evidence
002340******************************************************************
002350 01  RCN-ACCT-HEAD-LINE.
002360     05 FILLER                 PIC X(13) VALUE "RCNACCT: DEF ".
002370     05 RCN-HEAD-DEF           PIC X(08).
002380     05 FILLER                 PIC X(07) VALUE " TABLE ".
002390     05 RCN-HEAD-TABLE         PIC X(30).
002400     05 FILLER                 PIC X(09) VALUE " ACCOUNT ".
002410     05 RCN-HEAD-ACCT          PIC 9(09).
002420*
002430 01  RCN-ACCT-EXCP-LINE.
002440     05 FILLER                 PIC X(13) VALUE "  EXCP  PART ".
002450     05 RCN-EL-PART            PIC 9(04).
002460     05 FILLER                 PIC X(08) VALUE " REASON ".
002470     05 RCN-EL-REASON          PIC X(02).
002480     05 FILLER                 PIC X(05) VALUE " SEV ".
002490     05 RCN-EL-SEV             PIC X(01).
002500     05 FILLER                 PIC X(08) VALUE " STATUS ".
002510     05 RCN-EL-STATUS          PIC X(02).
002520     05 FILLER                 PIC X(09) VALUE " BALANCE ".
002530     05 RCN-EL-BALANCE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002540     05 FILLER                 PIC X(04) VALUE " GL ".
002550     05 RCN-EL-GL-BALANCE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002560*
002570 01  RCN-ACCT-XHST-LINE.
002580     05 FILLER                 PIC X(15) VALUE "  HIST  REASON ".
002590     05 RCN-HL-REASON          PIC X(02).
002600     05 FILLER                 PIC X(01) VALUE SPACE.
002610     05 RCN-HL-STATE           PIC X(15).
002620     05 FILLER                 PIC X(07) VALUE " FIRST ".
002630     05 RCN-HL-FIRST           PIC 9(08).
002640     05 FILLER                 PIC X(06) VALUE " LAST ".
002650     05 RCN-HL-LAST            PIC 9(08).
002660     05 FILLER                 PIC X(08) VALUE " NIGHTS ".
002670     05 RCN-HL-NIGHTS          PIC ZZZZ9.
002680     05 FILLER                 PIC X(09) VALUE " CLEARED ".
002690     05 RCN-HL-CLEARED         PIC X(08).
002700*
002710 01  RCN-ACCT-GL-LINE.
002720     05 FILLER                 PIC X(16) VALUE
002730         "  LEDGER BALANCE".
002740     05 RCN-GLL-BALANCE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002750     05 FILLER                 PIC X(09) VALUE " MATCHED ".
002760     05 RCN-GLL-MATCHED        PIC X(01).
002770*
002780 01  RCN-ACCT-SNAP-LINE.
002790     05 FILLER                 PIC X(16) VALUE
002800         "  PRIOR BALANCE ".
002810     05 RCN-SNL-BALANCE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002820*
002830 01  RCN-ACCT-JRN-LINE.
002840     05 FILLER                 PIC X(16) VALUE
002850         "  JOURNAL NET   ".
002860     05 RCN-JNL-NET            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002870     05 FILLER                 PIC X(06) VALUE " TXNS ".
002880     05 RCN-JNL-COUNT          PIC Z,ZZZ,ZZ9.
002890*
002900 01  RCN-ACCT-ADJ-LINE.
002910     05 FILLER                 PIC X(15) VALUE "  ADJ  RUNDATE ".
002920     05 RCN-AL-RUN-DATE        PIC X(08).
002930     05 FILLER                 PIC X(06) VALUE " PART ".
002940     05 RCN-AL-PART            PIC ZZZ9.
002950     05 FILLER                 PIC X(08) VALUE " REASON ".
002960     05 RCN-AL-REASON          PIC X(02).
002970     05 FILLER                 PIC X(08) VALUE " AMOUNT ".
002980     05 RCN-AL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002990*
003000******************************************************************
003010* SQL DECLARE SECTION
003020* The inquiry's own connection name, so it can never be taken
003030* for one of the nightly pass's connections in the server's
003040* process list, and the ACCT_ADJUSTMENT columns it lists.
003050******************************************************************
003060     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
003070 01  RCN-CONN-NAME         PIC X(18)  VALUE "INQUIRY_CONN".
003080 01  RCN-SERVER            PIC X(30)  VALUE SPACES.
003090 01  RCN-USERID            PIC X(30)  VALUE SPACES.
003100 01  RCN-PASSWD            PIC X(30)  VALUE SPACES.
003110 01  RCN-ADJ-ACCT-NO       PIC S9(09) COMP-5.
003120 01  RCN-ADJ-AMOUNT        PIC S9(11)V99 COMP-3.
003130 01  RCN-ADJ-REASON        PIC X(02).
003140 01  RCN-ADJ-RUN-DATE      PIC X(08).
003150 01  RCN-ADJ-PARTITION     PIC S9(09) COMP-5.
003160     EXEC SQL END DECLARE SECTION END-EXEC.
003170*
003180     EXEC SQL INCLUDE SQLCA END-EXEC.
003190*
003200 PROCEDURE DIVISION.
003210*
003220 0000-MAINLINE.
003230     ACCEPT RCN-REQ-CARD
003240     PERFORM 0100-PARSE-REQUEST THRU 0100-EXIT
003250     IF RCN-REQ-ERROR
003260         DISPLAY "RCNACCT: REQUEST CARD IS DEFINITION NAME AND"
003270             " ACCOUNT NUMBER, E.G. ACCOUNT 123456789"
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     PERFORM 0200-FIND-DEFINITION THRU 0200-EXIT
003320     IF RCN-REQ-ERROR
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     MOVE RCN-REQ-DEF TO RCN-HEAD-DEF
003370     MOVE RCN-DEF-TABLE-SAVE TO RCN-HEAD-TABLE
003380     MOVE RCN-REQ-ACCT TO RCN-HEAD-ACCT
003390     DISPLAY RCN-ACCT-HEAD-LINE
003400     PERFORM 1000-SHOW-EXCEPTIONS THRU 1000-EXIT
003410     PERFORM 2000-SHOW-HISTORY THRU 2000-EXIT
003420     PERFORM 3000-SHOW-LEDGER THRU 3000-EXIT
003430     PERFORM 3100-SHOW-SNAPSHOT THRU 3100-EXIT
003440     PERFORM 3200-SHOW-JOURNAL THRU 3200-EXIT
003450     PERFORM 4000-SHOW-ADJUSTMENTS THRU 4000-EXIT
003460     IF RCN-REQ-ERROR OR RCN-SQL-ERROR
003470         MOVE 8 TO RETURN-CODE
003480     ELSE
003490         IF RCN-NONE-FOUND
003500             DISPLAY "RCNACCT: ACCOUNT " RCN-REQ-ACCT
003510                 " NOT FOUND ANYWHERE FOR " RCN-REQ-DEF
003520             MOVE 4 TO RETURN-CODE
003530         END-IF
003540     END-IF
003550     STOP RUN.
003560*
003570******************************************************************
003580* 0100-PARSE-REQUEST
003590*    Splits the SYSIN card into definition name and account,
003600*    and scans the account a character at a time - nine digits
003610*    at most, nothing but digits, leading zeros optional.
003620******************************************************************
003630 0100-PARSE-REQUEST.
003640     MOVE SPACES TO RCN-REQ-DEF RCN-REQ-ACCT-X
003650     MOVE ZERO TO RCN-REQ-ACCT RCN-REQ-DIGITS
003660     UNSTRING RCN-REQ-CARD DELIMITED BY ALL SPACE
003670         INTO RCN-REQ-DEF RCN-REQ-ACCT-X
003680     IF RCN-REQ-DEF EQUAL SPACES
003690         OR RCN-REQ-ACCT-X EQUAL SPACES
003700         SET RCN-REQ-ERROR TO TRUE
003710         GO TO 0100-EXIT
003720     END-IF
003730     PERFORM 0110-PARSE-ONE-CHAR THRU 0110-EXIT
003740         VARYING RCN-REQ-SUB FROM 1 BY 1
003750         UNTIL RCN-REQ-SUB > 12
003760             OR RCN-REQ-ERROR
003770     IF RCN-REQ-DIGITS EQUAL ZERO
003780         OR RCN-REQ-DIGITS > 9
003790         SET RCN-REQ-ERROR TO TRUE
003800     END-IF.
003810 0100-EXIT.
003820     EXIT.
003830*
003840 0110-PARSE-ONE-CHAR.
003850     MOVE RCN-REQ-ACCT-CHAR (RCN-REQ-SUB) TO RCN-REQ-DIGIT-X
003860     IF RCN-REQ-DIGIT-X EQUAL SPACE
003870         GO TO 0110-EXIT
003880     END-IF
003890     IF RCN-REQ-DIGIT-X NOT NUMERIC
003900         SET RCN-REQ-ERROR TO TRUE
003910         GO TO 0110-EXIT
003920     END-IF
003930     ADD 1 TO RCN-REQ-DIGITS
003940     IF RCN-REQ-DIGITS > 9
003950         SET RCN-REQ-ERROR TO TRUE
003960         GO TO 0110-EXIT
003970     END-IF
003980     COMPUTE RCN-REQ-ACCT =
003990         (RCN-REQ-ACCT * 10) + RCN-REQ-DIGIT-9.
004000 0110-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040* 0200-FIND-DEFINITION
004050*    The definition's work-file names off RCNDEFS.  ACCOUNT with
004060*    no RCNDEFS record is the definition RCNDRIV synthesizes when
004070*    the deck names none, so it gets the same default names here.
004080******************************************************************
004090 0200-FIND-DEFINITION.
004100     SET RCN-DEF-NOT-FOUND TO TRUE
004110     OPEN INPUT RCN-DEFS-FILE
004120     IF RCN-DEFS-FILE-STATUS EQUAL "00"
004130         PERFORM 0210-MATCH-ONE-DEF THRU 0210-EXIT
004140             UNTIL RCN-DEFS-EOF OR RCN-DEF-FOUND
004150         CLOSE RCN-DEFS-FILE
004160     END-IF
004170     IF RCN-DEF-FOUND
004180         GO TO 0200-EXIT
004190     END-IF
004200     IF RCN-REQ-DEF EQUAL "ACCOUNT"
004210         MOVE "ACCOUNT_MASTER" TO RCN-DEF-TABLE-SAVE
004220         GO TO 0200-EXIT
004230     END-IF
004240     DISPLAY "RCNACCT: DEFINITION " RCN-REQ-DEF
004250         " NOT ON RCNDEFS, STATUS=" RCN-DEFS-FILE-STATUS
004260     SET RCN-REQ-ERROR TO TRUE.
004270 0200-EXIT.
004280     EXIT.
004290*
004300 0210-MATCH-ONE-DEF.
004310     READ RCN-DEFS-FILE
004320         AT END
004330             SET RCN-DEFS-EOF TO TRUE
004340             GO TO 0210-EXIT
004350     END-READ
004360     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
004370         SET RCN-DEFS-EOF TO TRUE
004380         GO TO 0210-EXIT
004390     END-IF
004400     IF RCN-DEF-NAME NOT EQUAL RCN-REQ-DEF
004410         GO TO 0210-EXIT
004420     END-IF
004430     SET RCN-DEF-FOUND TO TRUE
004440     MOVE RCN-DEF-TABLE TO RCN-DEF-TABLE-SAVE
004450     MOVE RCN-DEF-GLIX-NAME TO RCN-GLIX-FILE-NAME
004460     MOVE RCN-DEF-SNAP-NAME TO RCN-SNAP-FILE-NAME
004470     MOVE RCN-DEF-JRIX-NAME TO RCN-JRIX-FILE-NAME.
004480 0210-EXIT.
004490     EXIT.
004500*
004510******************************************************************
004520* 1000-SHOW-EXCEPTIONS
004530*    Tonight's extract rows for the account.  The key leads with
004540*    the partition, not the account, so the definition's rows
004550*    are walked and the account's kept - the extract is the
004560*    night's exceptions, not the master, and reads in seconds.
004570******************************************************************
004580 1000-SHOW-EXCEPTIONS.
004590     OPEN INPUT RCN-EXCP-FILE
004600     IF RCN-EXCP-FILE-STATUS EQUAL "35"
004610         DISPLAY "RCNACCT: NO EXCEPTION EXTRACT ON FILE"
004620         GO TO 1000-EXIT
004630     END-IF
004640     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
004650         DISPLAY "RCNACCT: UNABLE TO OPEN RCNEXCP, STATUS="
004660             RCN-EXCP-FILE-STATUS
004670         SET RCN-REQ-ERROR TO TRUE
004680         GO TO 1000-EXIT
004690     END-IF
004700     MOVE LOW-VALUES TO RCN-EXCP-KEY
004710     MOVE RCN-REQ-DEF TO RCN-EXCP-DEF-NAME
004720     START RCN-EXCP-FILE KEY NOT LESS THAN RCN-EXCP-KEY
004730         INVALID KEY
004740             SET RCN-EXCP-EOF TO TRUE
004750     END-START
004760     PERFORM 1100-SHOW-ONE-EXCEPTION THRU 1100-EXIT
004770         UNTIL RCN-EXCP-EOF
004780     CLOSE RCN-EXCP-FILE
004790     IF RCN-EXCP-SHOWN EQUAL ZERO
004800         DISPLAY "  EXCP  NONE ON TONIGHT'S EXTRACT"
004810     END-IF.
004820 1000-EXIT.
004830     EXIT.
004840*
004850 1100-SHOW-ONE-EXCEPTION.
004860     READ RCN-EXCP-FILE NEXT RECORD
004870         AT END
004880             SET RCN-EXCP-EOF TO TRUE
004890             GO TO 1100-EXIT
004900     END-READ
004910     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
004920         DISPLAY "RCNACCT: RCNEXCP READ FAILED, STATUS="
004930             RCN-EXCP-FILE-STATUS
004940         SET RCN-REQ-ERROR TO TRUE
004950         SET RCN-EXCP-EOF TO TRUE
004960         GO TO 1100-EXIT
004970     END-IF
004980     IF RCN-EXCP-DEF-NAME NOT EQUAL RCN-REQ-DEF
004990         SET RCN-EXCP-EOF TO TRUE
005000         GO TO 1100-EXIT
005010     END-IF
005020     IF RCN-EXCP-ACCT-NO NOT EQUAL RCN-REQ-ACCT
005030         GO TO 1100-EXIT
005040     END-IF
005050     ADD 1 TO RCN-EXCP-SHOWN
005060     SET RCN-ANY-FOUND TO TRUE
005070     MOVE RCN-EXCP-PARTITION-NO TO RCN-EL-PART
005080     MOVE RCN-EXCP-REASON-CODE TO RCN-EL-REASON
005090     MOVE RCN-EXCP-SEVERITY TO RCN-EL-SEV
005100     MOVE RCN-EXCP-STATUS TO RCN-EL-STATUS
005110     MOVE RCN-EXCP-BALANCE TO RCN-EL-BALANCE
005120     MOVE RCN-EXCP-GL-BALANCE TO RCN-EL-GL-BALANCE
005130     DISPLAY RCN-ACCT-EXCP-LINE.
005140 1100-EXIT.
005150     EXIT.
005160*
005170******************************************************************
005180* 2000-SHOW-HISTORY
005190*    Every RCNXHST row for the account, open and cleared alike -
005200*    the key is definition, account, reason, so one START lands
005210*    on the first and the rows run until the account changes.
005220******************************************************************
005230 2000-SHOW-HISTORY.
005240     OPEN INPUT RCN-XHST-FILE
005250     IF RCN-XHST-FILE-STATUS EQUAL "35"
005260         DISPLAY "RCNACCT: NO EXCEPTION HISTORY ON FILE"
005270         GO TO 2000-EXIT
005280     END-IF
005290     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
005300         DISPLAY "RCNACCT: UNABLE TO OPEN RCNXHST, STATUS="
005310             RCN-XHST-FILE-STATUS
005320         SET RCN-REQ-ERROR TO TRUE
005330         GO TO 2000-EXIT
005340     END-IF
005350     MOVE RCN-REQ-DEF TO RCN-XHST-DEF-NAME
005360     MOVE RCN-REQ-ACCT TO RCN-XHST-ACCT-NO
005370     MOVE LOW-VALUES TO RCN-XHST-REASON-CODE
005380     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
005390         INVALID KEY
005400             SET RCN-XHST-EOF TO TRUE
005410     END-START
005420     PERFORM 2100-SHOW-ONE-HISTORY THRU 2100-EXIT
005430         UNTIL RCN-XHST-EOF
005440     CLOSE RCN-XHST-FILE
005450     IF RCN-XHST-SHOWN EQUAL ZERO
005460         DISPLAY "  HIST  NO EXCEPTION HISTORY"
005470     END-IF.
005480 2000-EXIT.
005490     EXIT.
005500*
005510 2100-SHOW-ONE-HISTORY.
005520     READ RCN-XHST-FILE NEXT RECORD
005530         AT END
005540             SET RCN-XHST-EOF TO TRUE
005550             GO TO 2100-EXIT
005560     END-READ
005570     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
005580         DISPLAY "RCNACCT: RCNXHST READ FAILED, STATUS="
005590             RCN-XHST-FILE-STATUS
005600         SET RCN-REQ-ERROR TO TRUE
005610         SET RCN-XHST-EOF TO TRUE
005620         GO TO 2100-EXIT
005630     END-IF
005640     IF RCN-XHST-DEF-NAME NOT EQUAL RCN-REQ-DEF
005650         OR RCN-XHST-ACCT-NO NOT EQUAL RCN-REQ-ACCT
005660         SET RCN-XHST-EOF TO TRUE
005670         GO TO 2100-EXIT
005680     END-IF
005690     ADD 1 TO RCN-XHST-SHOWN
005700     SET RCN-ANY-FOUND TO TRUE
005710     MOVE RCN-XHST-REASON-CODE TO RCN-HL-REASON
005720     EVALUATE TRUE
005730         WHEN RCN-XHST-OPEN
005740             MOVE "OPEN" TO RCN-HL-STATE
005750         WHEN RCN-XHST-CLEARED-TONIGHT
005760             MOVE "CLEARED TONIGHT" TO RCN-HL-STATE
005770         WHEN RCN-XHST-CLEARED-PRIOR
005780             MOVE "CLEARED PRIOR" TO RCN-HL-STATE
005790         WHEN OTHER
005800             MOVE "???????????????" TO RCN-HL-STATE
005810     END-EVALUATE
005820     MOVE RCN-XHST-FIRST-DATE TO RCN-HL-FIRST
005830     MOVE RCN-XHST-LAST-DATE TO RCN-HL-LAST
005840     MOVE RCN-XHST-NIGHTS TO RCN-HL-NIGHTS
005850     IF RCN-XHST-CLEARED-DATE EQUAL ZERO
005860         MOVE SPACES TO RCN-HL-CLEARED
005870     ELSE
005880         MOVE RCN-XHST-CLEARED-DATE TO RCN-HL-CLEARED
005890     END-IF
005900     DISPLAY RCN-ACCT-XHST-LINE.
005910 2100-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 3000-SHOW-LEDGER / 3100-SHOW-SNAPSHOT / 3200-SHOW-JOURNAL
005960*    One keyed read each against the definition's work files.
005970*    A file the definition does not carry (blank name) or that
005980*    is not there tonight is said so and passed over - the
005990*    inquiry shows what exists, it does not judge it.
006000******************************************************************
006010 3000-SHOW-LEDGER.
006020     IF RCN-GLIX-FILE-NAME EQUAL SPACES
006030         DISPLAY "  LEDGER NOT CARRIED FOR THIS DEFINITION"
006040         GO TO 3000-EXIT
006050     END-IF
006060     OPEN INPUT RCN-GLIX-FILE
006070     IF RCN-GLIX-FILE-STATUS NOT EQUAL "00"
006080         DISPLAY "  LEDGER " RCN-GLIX-FILE-NAME
006090             " NOT AVAILABLE, STATUS=" RCN-GLIX-FILE-STATUS
006100         GO TO 3000-EXIT
006110     END-IF
006120     MOVE RCN-REQ-ACCT TO RCN-GL-ACCT-NO
006130     READ RCN-GLIX-FILE
006140     IF RCN-GLIX-FILE-STATUS EQUAL "00"
006150         SET RCN-ANY-FOUND TO TRUE
006160         MOVE RCN-GL-BALANCE TO RCN-GLL-BALANCE
006170         MOVE RCN-GL-MATCHED-FLAG TO RCN-GLL-MATCHED
006180         DISPLAY RCN-ACCT-GL-LINE
006190     ELSE
006200         DISPLAY "  LEDGER NO ROW FOR THIS ACCOUNT"
006210     END-IF
006220     CLOSE RCN-GLIX-FILE.
006230 3000-EXIT.
006240     EXIT.
006250*
006260 3100-SHOW-SNAPSHOT.
006270     IF RCN-SNAP-FILE-NAME EQUAL SPACES
006280         DISPLAY "  PRIOR  SNAPSHOT NOT CARRIED FOR THIS"
006290             " DEFINITION"
006300         GO TO 3100-EXIT
006310     END-IF
006320     OPEN INPUT RCN-SNAP-FILE
006330     IF RCN-SNAP-FILE-STATUS NOT EQUAL "00"
006340         DISPLAY "  PRIOR  SNAPSHOT " RCN-SNAP-FILE-NAME
006350             " NOT AVAILABLE, STATUS=" RCN-SNAP-FILE-STATUS
006360         GO TO 3100-EXIT
006370     END-IF
006380     MOVE RCN-REQ-ACCT TO RCN-SNAP-ACCT-NO
006390     READ RCN-SNAP-FILE
006400     IF RCN-SNAP-FILE-STATUS EQUAL "00"
006410         SET RCN-ANY-FOUND TO TRUE
006420         MOVE RCN-SNAP-BALANCE TO RCN-SNL-BALANCE
006430         DISPLAY RCN-ACCT-SNAP-LINE
006440     ELSE
006450         DISPLAY "  PRIOR  NO SNAPSHOT ROW FOR THIS ACCOUNT"
006460     END-IF
006470     CLOSE RCN-SNAP-FILE.
006480 3100-EXIT.
006490     EXIT.
006500*
006510 3200-SHOW-JOURNAL.
006520     IF RCN-JRIX-FILE-NAME EQUAL SPACES
006530         DISPLAY "  JOURNAL NOT CARRIED FOR THIS DEFINITION"
006540         GO TO 3200-EXIT
006550     END-IF
006560     OPEN INPUT RCN-JRIX-FILE
006570     IF RCN-JRIX-FILE-STATUS NOT EQUAL "00"
006580         DISPLAY "  JOURNAL " RCN-JRIX-FILE-NAME
006590             " NOT AVAILABLE, STATUS=" RCN-JRIX-FILE-STATUS
006600         GO TO 3200-EXIT
006610     END-IF
006620     MOVE RCN-REQ-ACCT TO RCN-JRN-ACCT-NO
006630     READ RCN-JRIX-FILE
006640     IF RCN-JRIX-FILE-STATUS EQUAL "00"
006650         SET RCN-ANY-FOUND TO TRUE
006660         MOVE RCN-JRN-NET-AMOUNT TO RCN-JNL-NET
006670         MOVE RCN-JRN-TXN-COUNT TO RCN-JNL-COUNT
006680         DISPLAY RCN-ACCT-JRN-LINE
006690     ELSE
006700         DISPLAY "  JOURNAL NO ACTIVITY FOR THIS ACCOUNT"
006710     END-IF
006720     CLOSE RCN-JRIX-FILE.
006730 3200-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770* 4000-SHOW-ADJUSTMENTS
006780*    ACCT_ADJUSTMENT rows for the account, oldest run first.
006790*    Remediation posts against ACCOUNT_MASTER and nothing else,
006800*    so another definition's account number means nothing to
006810*    that table and is not looked up.  Server and credentials
006820*    come the way the nightly driver gets them.
006830******************************************************************
006840 4000-SHOW-ADJUSTMENTS.
006850     IF RCN-DEF-TABLE-SAVE NOT EQUAL "ACCOUNT_MASTER"
006860         DISPLAY "  ADJ  REMEDIATION COVERS ACCOUNT_MASTER ONLY"
006870         GO TO 4000-EXIT
006880     END-IF
006890     PERFORM 4100-READ-PARMS THRU 4100-EXIT
006900     PERFORM 4200-READ-CREDENTIALS THRU 4200-EXIT
006910     IF RCN-SERVER EQUAL SPACES
006920         OR RCN-USERID EQUAL SPACES
006930         OR RCN-PASSWD EQUAL SPACES
006940         DISPLAY "RCNACCT: NO SERVER OR CREDENTIALS - "
006950             "ADJUSTMENTS NOT LISTED"
006960         SET RCN-REQ-ERROR TO TRUE
006970         GO TO 4000-EXIT
006980     END-IF
006990     PERFORM 4300-QUERY-ADJUSTMENTS THRU 4300-EXIT
007000     IF RCN-CONNECTED
007010         EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
007020         EXEC SQL DISCONNECT :RCN-CONN-NAME END-EXEC
007030         SET RCN-NOT-CONNECTED TO TRUE
007040     END-IF
007050     IF RCN-SQL-OK AND RCN-ADJ-SHOWN EQUAL ZERO
007060         DISPLAY "  ADJ  NO ADJUSTMENTS POSTED"
007070     END-IF.
007080 4000-EXIT.
007090     EXIT.
007100*
007110 4100-READ-PARMS.
007120     OPEN INPUT RCN-PARM-FILE
007130     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
007140         DISPLAY "RCNACCT: UNABLE TO OPEN RCNPARM, STATUS="
007150             RCN-PARM-FILE-STATUS
007160         GO TO 4100-EXIT
007170     END-IF
007180     PERFORM 4110-PARSE-ONE-PARM THRU 4110-EXIT
007190         UNTIL RCN-PARM-EOF
007200     CLOSE RCN-PARM-FILE.
007210 4100-EXIT.
007220     EXIT.
007230*
007240 4110-PARSE-ONE-PARM.
007250     READ RCN-PARM-FILE
007260         AT END
007270             SET RCN-PARM-EOF TO TRUE
007280             GO TO 4110-EXIT
007290     END-READ
007300     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
007310         SET RCN-PARM-EOF TO TRUE
007320         GO TO 4110-EXIT
007330     END-IF
007340     IF RCN-PARM-CARD EQUAL SPACES
007350         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
007360         GO TO 4110-EXIT
007370     END-IF
007380     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
007390     UNSTRING RCN-PARM-CARD DELIMITED BY "="
007400         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
007410     EVALUATE RCN-PARM-KEYWORD
007420         WHEN "SERVER"
007430             MOVE RCN-PARM-VALUE TO RCN-SERVER
007440         WHEN "CREDFILE"
007450             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
007460         WHEN OTHER
007470             CONTINUE
007480     END-EVALUATE.
007490 4110-EXIT.
007500     EXIT.
007510*
007520 4200-READ-CREDENTIALS.
007530     IF RCN-CRED-FILE-NAME EQUAL SPACES
007540         GO TO 4200-EXIT
007550     END-IF
007560     OPEN INPUT RCN-CRED-FILE
007570     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
007580         DISPLAY "RCNACCT: UNABLE TO OPEN CREDENTIALS FILE "
007590             RCN-CRED-FILE-NAME " STATUS="
007600             RCN-CRED-FILE-STATUS
007610         GO TO 4200-EXIT
007620     END-IF
007630     PERFORM 4210-PARSE-ONE-CRED THRU 4210-EXIT
007640         UNTIL RCN-CRED-EOF
007650     CLOSE RCN-CRED-FILE.
007660 4200-EXIT.
007670     EXIT.
007680*
007690 4210-PARSE-ONE-CRED.
007700     READ RCN-CRED-FILE
007710         AT END
007720             SET RCN-CRED-EOF TO TRUE
007730             GO TO 4210-EXIT
007740     END-READ
007750     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
007760         SET RCN-CRED-EOF TO TRUE
007770         GO TO 4210-EXIT
007780     END-IF
007790     IF RCN-CRED-CARD EQUAL SPACES
007800         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
007810         GO TO 4210-EXIT
007820     END-IF
007830     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
007840     UNSTRING RCN-CRED-CARD DELIMITED BY "="
007850         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
007860     EVALUATE RCN-PARM-KEYWORD
007870         WHEN "USERID"
007880             MOVE RCN-PARM-VALUE TO RCN-USERID
007890         WHEN "PASSWORD"
007900             MOVE RCN-PARM-VALUE TO RCN-PASSWD
007910         WHEN OTHER
007920             CONTINUE
007930     END-EVALUATE
007940     MOVE SPACES TO RCN-PARM-VALUE.
007950 4210-EXIT.
007960     EXIT.
007970*
007980 4300-QUERY-ADJUSTMENTS.
007990     MOVE RCN-REQ-ACCT TO RCN-ADJ-ACCT-NO
008000     EXEC SQL WHENEVER SQLERROR GO TO 4390-SQL-ERROR END-EXEC.
008010     EXEC SQL
008020         CONNECT TO :RCN-SERVER AS :RCN-CONN-NAME
008030             USER :RCN-USERID IDENTIFIED BY :RCN-PASSWD
008040     END-EXEC
008050     SET RCN-CONNECTED TO TRUE
008060     EXEC SQL AT :RCN-CONN-NAME
008070         DECLARE ADJ_CURSOR CURSOR FOR
008080             SELECT ADJ_AMOUNT, ADJ_REASON, ADJ_RUN_DATE,
008090                    ADJ_PARTITION_NO
008100               FROM ACCT_ADJUSTMENT
008110              WHERE ADJ_ACCT_NO = :RCN-ADJ-ACCT-NO
008120              ORDER BY ADJ_RUN_DATE
008130     END-EXEC
008140     EXEC SQL AT :RCN-CONN-NAME
008150         OPEN ADJ_CURSOR
008160     END-EXEC
008170     PERFORM 4310-FETCH-ONE-ADJ THRU 4310-EXIT
008180         UNTIL RCN-ADJ-EOF OR RCN-SQL-ERROR
008190     GO TO 4300-EXIT.
008200 4390-SQL-ERROR.
008210     MOVE SQLCODE TO RCN-SAVED-SQLCODE
008220     SET RCN-SQL-ERROR TO TRUE
008230     DISPLAY "RCNACCT: ACCT_ADJUSTMENT QUERY FAILED, SQLCODE="
008240         RCN-SAVED-SQLCODE.
008250 4300-EXIT.
008260     EXIT.
008270*
008280 4310-FETCH-ONE-ADJ.
008290     EXEC SQL WHENEVER NOT FOUND GO TO 4380-ADJ-EOF END-EXEC.
008300     EXEC SQL WHENEVER SQLERROR GO TO 4395-FETCH-ERROR END-EXEC.
008310     EXEC SQL AT :RCN-CONN-NAME
008320         FETCH ADJ_CURSOR
008330             INTO :RCN-ADJ-AMOUNT, :RCN-ADJ-REASON,
008340                  :RCN-ADJ-RUN-DATE, :RCN-ADJ-PARTITION
008350     END-EXEC
008360     ADD 1 TO RCN-ADJ-SHOWN
008370     SET RCN-ANY-FOUND TO TRUE
008380     MOVE RCN-ADJ-RUN-DATE TO RCN-AL-RUN-DATE
008390     MOVE RCN-ADJ-PARTITION TO RCN-AL-PART
008400     MOVE RCN-ADJ-REASON TO RCN-AL-REASON
008410     MOVE RCN-ADJ-AMOUNT TO RCN-AL-AMOUNT
008420     DISPLAY RCN-ACCT-ADJ-LINE
008430     GO TO 4310-EXIT.
008440 4380-ADJ-EOF.
008450     SET RCN-ADJ-EOF TO TRUE
008460     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
008470     EXEC SQL AT :RCN-CONN-NAME CLOSE ADJ_CURSOR END-EXEC
008480     GO TO 4310-EXIT.
008490 4395-FETCH-ERROR.
008500     MOVE SQLCODE TO RCN-SAVED-SQLCODE
008510     SET RCN-SQL-ERROR TO TRUE
008520     DISPLAY "RCNACCT: ACCT_ADJUSTMENT FETCH FAILED, SQLCODE="
008530         RCN-SAVED-SQLCODE.
008540 4310-EXIT.
008550     EXIT.
