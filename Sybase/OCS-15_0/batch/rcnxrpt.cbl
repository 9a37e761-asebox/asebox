000700*                     compiled table stays for the built-in
000710*                     codes.  Severity column on the detail
000720*                     line, off the extract.
000730*    10/07/2026  JH   Reprint of an archived night - a REPRINT=
000740*                     yyyymmdd card on the optional RCNXREQ file
000750*                     reads the RCNEXCP.Dyyyymmdd generation
000760*                     RCNHSKP saved that night and prints it to
000770*                     RCNXRPTR under that night's date.  No
000780*                     export is written and no history is read
000790*                     on a reprint - tonight's history is not
000800*                     that night's.
000810*    10/10/2026  JH   Dispositioned items - an exception with an
000820*                     active RCNDISP disposition whose review
000830*                     date has not passed prints in its own
000840*                     section after the work list, with its
000850*                     code, review date, who entered it and
000860*                     the note, so the desk reads past nothing.
000870*                     The export still carries every exception.
000880*    10/15/2026  JH   Disposition review dates judged against
000890*                     the run stamp on each extracted row, as
000900*                     RCNWORK judged them.  A work section
000910*                     emptied by dispositions says so, with
000920*                     the count, instead of "no exceptions".
000930******************************************************************
000940 IDENTIFICATION DIVISION.
000950 PROGRAM-ID. RCNXRPT.
000960 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000970 INSTALLATION. DATA CENTER SERVICES.
000980 DATE-WRITTEN. 08/10/2026.
000990 DATE-COMPILED.
001000*
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040*    The exception extract RCNWORK's partition threads wrote -
001050*    read front to back in key order (partition, account, reason)
001060*    and re-sorted below into reason-first order for the report.
001070     SELECT RCN-EXCP-FILE ASSIGN TO RCN-EXCP-FILE-NAME
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS RCN-EXCP-KEY
001110         FILE STATUS IS RCN-EXCP-FILE-STATUS.
001120*
001130*    RCNXRPTO for the nightly listing, RCNXRPTR for a reprint,
001140*    so a daytime reprint never overwrites a listing the desk
001150*    has not printed yet.
001160     SELECT RCN-RPT-FILE ASSIGN TO RCN-RPT-FILE-NAME
001170         FILE STATUS IS RCN-RPT-FILE-STATUS.
001180*
001190*    The delimited export the case-management upload reads - the
001200*    same exceptions as the listing, machine-readable, with a
001210*    control-total trailer so the upload can be balanced before
001220*    it is accepted.
001230     SELECT RCN-EXPT-FILE ASSIGN TO "RCNXEXPO"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS RCN-EXPT-FILE-STATUS.
001260*
001270*    The exception-history file RCNDRIV rolls the extract into
001280*    at end of job - read by key for each detail line's NEW/
001290*    REPEAT flag and age, and front to back for the cleared-
001300*    since-last-run section.  Read-only here; a report must
001310*    never write history.
001320     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         LOCK MODE IS AUTOMATIC
001360         RECORD KEY IS RCN-XHST-KEY
001370         FILE STATUS IS RCN-XHST-FILE-STATUS.
001380*
001390*    The status-rules deck - read once for the reason codes and
001400*    descriptions the status rules extract under, so this
001410*    report's group headings follow an overnight file edit the
001420*    same way the extraction does.
001430     SELECT RCN-SRUL-FILE ASSIGN TO "RCNSRULE"
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS RCN-SRUL-FILE-STATUS.
001460*
001470*    Reprint request - supplied only by the reprint job, never
001480*    by the nightly one.  No file, no reprint.
001490     SELECT RCN-REQ-FILE ASSIGN TO "RCNXREQ"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS RCN-REQ-FILE-STATUS.
001520*
001530*    The exception-disposition file RCNDMNT maintains - read by
001540*    key for each extract row to decide which section it prints
001550*    in.  Read-only here, and like the history never required.
001560     SELECT RCN-DISP-FILE ASSIGN TO "RCNDISP"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS RANDOM
001590         LOCK MODE IS AUTOMATIC
001600         RECORD KEY IS RCN-DISP-KEY
001610         FILE STATUS IS RCN-DISP-FILE-STATUS.
001620*
001630     SELECT RCN-SORT-FILE ASSIGN TO "SORTWK01".
001640*
001650 DATA DIVISION.
001660 FILE SECTION.
001670 FD  RCN-EXCP-FILE.
001680 01  RCN-EXCP-RECORD.
001690     COPY "rcnexcp.cbl".
001700*
001710 FD  RCN-RPT-FILE.
001720 01  RCN-RPT-RECORD            PIC X(132).
001730*
001740 FD  RCN-EXPT-FILE.
001750 01  RCN-EXPT-RECORD           PIC X(120).
001760*
001770 FD  RCN-XHST-FILE.
001780 01  RCN-XHST-RECORD.
001790     COPY "rcnxhst.cbl".
001800*
001810 FD  RCN-SRUL-FILE.
001820 01  RCN-SRUL-RECORD.
001830     COPY "rcnsrul.cbl".
001840*
001850 FD  RCN-REQ-FILE.
001860 01  RCN-REQ-CARD.
001870     05 RCN-REQ-CARD-BYTE-1    PIC X(01).
001880     05 FILLER                 PIC X(79).
001890*
001900 FD  RCN-DISP-FILE.
001910 01  RCN-DISP-RECORD.
001920     COPY "rcndisp.cbl".
001930*
001940 SD  RCN-SORT-FILE.
001950 01  RCN-SORT-RECORD.
001960*    Work items sort ahead of dispositioned ones, so the
001970*    listing prints the work list whole before the other.
001980     05 RCN-SORT-SECTION       PIC X(01).
001990        88 RCN-SORT-TO-WORK           VALUE "1".
002000        88 RCN-SORT-DISPOSITIONED     VALUE "2".
002010     05 RCN-SORT-DEF-NAME      PIC X(08).
002020     05 RCN-SORT-REASON        PIC X(02).
002030     05 RCN-SORT-ACCT-NO       PIC 9(09).
002040     05 RCN-SORT-PARTITION-NO  PIC 9(04).
002050     05 RCN-SORT-BALANCE       PIC S9(11)V99.
002060     05 RCN-SORT-GL-BALANCE    PIC S9(11)V99.
002070     05 RCN-SORT-STATUS        PIC X(02).
002080     05 RCN-SORT-SEVERITY      PIC X(01).
002090     05 RCN-SORT-DISP-CODE     PIC X(02).
002100     05 RCN-SORT-DISP-REVIEW   PIC 9(08).
002110     05 RCN-SORT-DISP-BY       PIC X(08).
002120     05 RCN-SORT-DISP-NOTE     PIC X(60).
002130*
002140 WORKING-STORAGE SECTION.
002150*
002160******************************************************************
002170* Standalone counters and switches
002180******************************************************************
002190 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
002200 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
002210*
002220 77  RCN-EXCP-FILE-NAME    PIC X(44) VALUE "RCNEXCP".
002230 77  RCN-RPT-FILE-NAME     PIC X(44) VALUE "RCNXRPTO".
002240*
002250******************************************************************
002260* Reprint controls - a reprint reads a dated generation of the
002270* extract instead of tonight's, under that night's date.
002280******************************************************************
002290 77  RCN-REQ-FILE-STATUS   PIC X(02) VALUE "00".
002300*
002310 77  RCN-REPRINT-SWITCH    PIC X(01) VALUE "N".
002320     88 RCN-REPRINT               VALUE "Y".
002330     88 RCN-NIGHTLY-RUN           VALUE "N".
002340*
002350 77  RCN-REQ-EOF-SWITCH    PIC X(01) VALUE "N".
002360     88 RCN-REQ-EOF               VALUE "Y".
002370     88 RCN-REQ-NOT-EOF           VALUE "N".
002380*
002390 77  RCN-REQ-ERROR-SWITCH  PIC X(01) VALUE "N".
002400     88 RCN-REQ-ERROR             VALUE "Y".
002410     88 RCN-REQ-OK                VALUE "N".
002420*
002430 01  RCN-REQ-WORK.
002440     05 RCN-REQ-KEYWORD        PIC X(12).
002450     05 RCN-REQ-VALUE          PIC X(60).
002460     05 RCN-REQ-VALUE-R REDEFINES RCN-REQ-VALUE.
002470        10 RCN-REQ-DATE-X      PIC X(08).
002480        10 RCN-REQ-DATE-9 REDEFINES RCN-REQ-DATE-X PIC 9(08).
002490        10 RCN-REQ-VALUE-REST  PIC X(52).
002500*
002510 77  RCN-EXCP-EOF-SWITCH   PIC X(01) VALUE "N".
002520     88 RCN-EXCP-EOF              VALUE "Y".
002530     88 RCN-EXCP-NOT-EOF          VALUE "N".
002540*
002550 77  RCN-SORT-EOF-SWITCH   PIC X(01) VALUE "N".
002560     88 RCN-SORT-EOF              VALUE "Y".
002570     88 RCN-SORT-NOT-EOF          VALUE "N".
002580*
002590*    Raised when the extract cannot be opened or read through -
002600*    the report then carries its own warning line, never the
002610*    no-exceptions line.
002620 77  RCN-EXCP-FAIL-SWITCH  PIC X(01) VALUE "N".
002630     88 RCN-EXCP-BROKEN           VALUE "Y".
002640     88 RCN-EXCP-USABLE           VALUE "N".
002650*
002660******************************************************************
002670* Exception-history controls - the open switch keeps the flag/
002680* age lookups and the cleared section honest about whether the
002690* history file is there at all; a missing history never fails
002700* the report, the flags just default to NEW.
002710******************************************************************
002720 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
002730*
002740 77  RCN-XHST-OPEN-SWITCH  PIC X(01) VALUE "N".
002750     88 RCN-XHST-FILE-OPEN        VALUE "Y".
002760     88 RCN-XHST-FILE-NOT-OPEN    VALUE "N".
002770*
002780 77  RCN-XHST-SCAN-SWITCH  PIC X(01) VALUE "N".
002790     88 RCN-XHST-SCAN-EOF         VALUE "Y".
002800     88 RCN-XHST-SCAN-MORE        VALUE "N".
002810*
002820 77  RCN-CLEARED-COUNT     PIC 9(09) COMP VALUE ZERO.
002830*
002840******************************************************************
002850* Disposition controls - which section of the listing is being
002860* printed (3100 heads each page to suit) and the dispositioned
002870* section's own total.  No disposition file, or a reprint, and
002880* every exception is simply on the work list.
002890******************************************************************
002900 77  RCN-DISP-FILE-STATUS  PIC X(02) VALUE "00".
002910*
002920 77  RCN-DISP-OPEN-SWITCH  PIC X(01) VALUE "N".
002930     88 RCN-DISP-FILE-OPEN        VALUE "Y".
002940     88 RCN-DISP-FILE-NOT-OPEN    VALUE "N".
002950*
002960 77  RCN-PRINT-SECTION     PIC X(01) VALUE "W".
002970     88 RCN-PRINTING-WORK         VALUE "W".
002980     88 RCN-PRINTING-DISP         VALUE "D".
002990     88 RCN-PRINTING-CLEARED      VALUE "C".
003000*
003010 77  RCN-DISP-TOTAL        PIC 9(09) COMP VALUE ZERO.
003020*    Rows sent to the dispositioned section as they are released
003030*    - known before the work section closes, unlike the total.
003040 77  RCN-DISP-RELEASED     PIC 9(09) COMP VALUE ZERO.
003050*    The date a disposition's review date is held against - the
003060*    row's own run stamp, or the report's run date for rows
003070*    extracted before rows carried one.
003080 77  RCN-DISP-AS-OF        PIC 9(08) VALUE ZERO.
003090*
003100******************************************************************
003110* Export controls - the delimited record is STRINGed together
003120* from the fixed-width edited fields below, the trailer carries
003130* the record count and net signed difference the upload must
003140* reproduce before it accepts the file.
003150******************************************************************
003160 77  RCN-EXPT-FILE-STATUS  PIC X(02) VALUE "00".
003170*
003180 77  RCN-EXPT-OPEN-SWITCH  PIC X(01) VALUE "N".
003190     88 RCN-EXPT-FILE-OPEN        VALUE "Y".
003200     88 RCN-EXPT-FILE-NOT-OPEN    VALUE "N".
003210*
003220 77  RCN-EXPT-COUNT        PIC 9(09) COMP VALUE ZERO.
003230 77  RCN-EXPT-DIFF         PIC S9(13)V99 COMP-3 VALUE ZERO.
003240 77  RCN-EXPT-NET-DIFF     PIC S9(13)V99 COMP-3 VALUE ZERO.
003250*
003260 01  RCN-EXPT-EDITS.
003270     05 RCN-EXP-BAL-ED         PIC +9(11).99.
003280     05 RCN-EXP-GLBAL-ED       PIC +9(11).99.
003290     05 RCN-EXP-DIFF-ED        PIC +9(13).99.
003300     05 RCN-EXP-CNT-ED         PIC 9(09).
003310     05 RCN-EXP-ACCT-ED        PIC 9(09).
003320     05 RCN-EXP-PART-ED        PIC 9(04).
003330     05 RCN-EXP-DATE-ED        PIC 9(08).
003340*
003350 77  RCN-GROUP-COUNT       PIC 9(09) COMP VALUE ZERO.
003360 77  RCN-TOTAL-COUNT       PIC 9(09) COMP VALUE ZERO.
003370 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
003380 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
003390 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
003400 77  RCN-REASON-SUB        PIC 9(04) COMP VALUE ZERO.
003410*
003420 77  RCN-PRIOR-REASON      PIC X(02) VALUE LOW-VALUES.
003430 77  RCN-PRIOR-DEF         PIC X(08) VALUE LOW-VALUES.
003440*
003450******************************************************************
003460* Reason-code descriptions, looked up for each group heading.
003470* An unrecognized code on the extract still reports - it just
003480* carries the catch-all description below the table.
003490******************************************************************
003500 01  RCN-REASON-DEFS.
003510     05 FILLER  PIC X(32) VALUE
003520         "STACCOUNT STATUS NOT OK".
003530     05 FILLER  PIC X(32) VALUE
003540         "BDBALANCE DIFFERS FROM LEDGER".
003550     05 FILLER  PIC X(32) VALUE
003560         "NGNOT ON GENERAL LEDGER".
003570     05 FILLER  PIC X(32) VALUE
003580         "NMON LEDGER, NOT ON MASTER".
003590     05 FILLER  PIC X(32) VALUE
003600         "MVBALANCE MOVEMENT MISMATCH".
003610     05 FILLER  PIC X(32) VALUE
003620         "CAACTIVITY ON CLOSED ACCOUNT".
003630     05 FILLER  PIC X(32) VALUE
003640         "NJBALANCE MOVED, NO JOURNAL".
003650     05 FILLER  PIC X(32) VALUE
003660         "DSMISSING ON STANDBY".
003670     05 FILLER  PIC X(32) VALUE
003680         "DPON STANDBY, NOT ON PRIMARY".
003690     05 FILLER  PIC X(32) VALUE
003700         "DMSTANDBY BALANCE/STATUS DIFFERS".
003710 01  RCN-REASON-TABLE REDEFINES RCN-REASON-DEFS.
003720     05 RCN-REASON-ENTRY OCCURS 10 TIMES.
003730        10 RCN-REASON-CODE     PIC X(02).
003740        10 RCN-REASON-DESC     PIC X(30).
003750 77  RCN-REASON-MAX        PIC 9(04) COMP VALUE 10.
003760 77  RCN-FOUND-DESC        PIC X(30) VALUE SPACES.
003770*
003780*    Reason codes and descriptions off the status-rules deck -
003790*    looked up ahead of the compiled table, so rule-extracted
003800*    codes describe themselves without a recompile here.
003810 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
003820*
003830 77  RCN-SRUL-EOF-SWITCH   PIC X(01) VALUE "N".
003840     88 RCN-SRUL-EOF              VALUE "Y".
003850     88 RCN-SRUL-NOT-EOF          VALUE "N".
003860*
003870 77  RCN-SRUL-MAX          PIC 9(04) COMP VALUE 50.
003880 77  RCN-SRUL-USED         PIC 9(04) COMP VALUE ZERO.
003890 77  RCN-SRUL-SUB          PIC 9(04) COMP VALUE ZERO.
003900*
003910 01  RCN-SRUL-DESC-TABLE.
003920     05 RCN-SRUL-DESC-ENTRY    OCCURS 50 TIMES.
003930        10 RCN-TBL-SRUL-REASON PIC X(02).
003940        10 RCN-TBL-SRUL-DESC   PIC X(30).
003950*
003960******************************************************************
003970* Run date, captured once for the page headings
003980******************************************************************
003990 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
004000 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
004010     05 RCN-RUN-YYYY           PIC X(04).
004020     05 RCN-RUN-MM             PIC X(02).
004030     05 RCN-RUN-DD             PIC X(02).
004040*
004050******************************************************************
004060* Report lines
004070******************************************************************
004080 01  RCN-HEADING-1.
004090     05 FILLER                 PIC X(24) VALUE SPACES.
004100     05 FILLER                 PIC X(42) VALUE
004110         "ACCOUNT RECONCILIATION EXCEPTION REPORT".
004120     05 FILLER                 PIC X(06) VALUE "DATE ".
004130     05 RCN-HDG-MM             PIC X(02).
004140     05 FILLER                 PIC X(01) VALUE "/".
004150     05 RCN-HDG-DD             PIC X(02).
004160     05 FILLER                 PIC X(01) VALUE "/".
004170     05 RCN-HDG-YYYY           PIC X(04).
004180     05 FILLER                 PIC X(03) VALUE SPACES.
004190     05 FILLER                 PIC X(05) VALUE "PAGE ".
004200     05 RCN-HDG-PAGE           PIC ZZZ9.
004210     05 FILLER                 PIC X(03) VALUE SPACES.
004220     05 RCN-HDG-REPRINT        PIC X(07) VALUE SPACES.
004230     05 FILLER                 PIC X(28) VALUE SPACES.
004240*
004250 01  RCN-HEADING-2.
004260     05 FILLER                 PIC X(04) VALUE SPACES.
004270     05 FILLER                 PIC X(11) VALUE "ACCOUNT NO".
004280     05 FILLER                 PIC X(20) VALUE
004290         "      MASTER BALANCE".
004300     05 FILLER                 PIC X(20) VALUE
004310         "      LEDGER BALANCE".
004320     05 FILLER                 PIC X(08) VALUE "  STATUS".
004330     05 FILLER                 PIC X(11) VALUE "  PARTITION".
004340     05 FILLER                 PIC X(09) VALUE "     FLAG".
004350     05 FILLER                 PIC X(09) VALUE "      AGE".
004360     05 FILLER                 PIC X(06) VALUE "   SEV".
004370     05 FILLER                 PIC X(34) VALUE SPACES.
004380*
004390 01  RCN-DEF-HEADING.
004400     05 FILLER                 PIC X(11) VALUE "DEFINITION ".
004410     05 RCN-DEF-HDG-NAME       PIC X(08).
004420     05 FILLER                 PIC X(113) VALUE SPACES.
004430*
004440 01  RCN-GROUP-HEADING.
004450     05 FILLER                 PIC X(08) VALUE "REASON ".
004460     05 RCN-GRP-REASON         PIC X(02).
004470     05 FILLER                 PIC X(03) VALUE " - ".
004480     05 RCN-GRP-DESC           PIC X(30).
004490     05 FILLER                 PIC X(89) VALUE SPACES.
004500*
004510 01  RCN-DETAIL-LINE.
004520     05 FILLER                 PIC X(04) VALUE SPACES.
004530     05 RCN-DTL-ACCT-NO        PIC ZZZZZZZZ9.
004540     05 FILLER                 PIC X(02) VALUE SPACES.
004550     05 RCN-DTL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004560     05 FILLER                 PIC X(02) VALUE SPACES.
004570     05 RCN-DTL-GL-BALANCE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004580     05 FILLER                 PIC X(04) VALUE SPACES.
004590     05 RCN-DTL-STATUS         PIC X(02).
004600     05 FILLER                 PIC X(07) VALUE SPACES.
004610     05 RCN-DTL-PARTITION      PIC ZZZ9.
004620     05 FILLER                 PIC X(05) VALUE SPACES.
004630     05 RCN-DTL-FLAG           PIC X(06).
004640     05 FILLER                 PIC X(03) VALUE SPACES.
004650     05 RCN-DTL-AGE            PIC ZZZZ9 BLANK WHEN ZERO.
004660     05 FILLER                 PIC X(02) VALUE SPACES.
004670     05 RCN-DTL-SEVERITY       PIC X(01).
004680     05 FILLER                 PIC X(40) VALUE SPACES.
004690*
004700 01  RCN-GROUP-TOTAL-LINE.
004710     05 FILLER                 PIC X(04) VALUE SPACES.
004720     05 FILLER                 PIC X(17) VALUE
004730         "REASON TOTAL ".
004740     05 RCN-GRP-TOTAL          PIC ZZZ,ZZZ,ZZ9.
004750     05 FILLER                 PIC X(100) VALUE SPACES.
004760*
004770 01  RCN-GRAND-TOTAL-LINE.
004780     05 FILLER                 PIC X(04) VALUE SPACES.
004790     05 FILLER                 PIC X(17) VALUE
004800         "TOTAL EXCEPTIONS ".
004810     05 RCN-GRAND-TOTAL        PIC ZZZ,ZZZ,ZZ9.
004820     05 FILLER                 PIC X(100) VALUE SPACES.
004830*
004840 01  RCN-NO-EXCP-LINE.
004850     05 FILLER                 PIC X(04) VALUE SPACES.
004860     05 FILLER                 PIC X(40) VALUE
004870         "NO EXCEPTIONS REPORTED FOR THIS RUN".
004880     05 FILLER                 PIC X(88) VALUE SPACES.
004890*
004900 01  RCN-ALL-DISP-LINE.
004910     05 FILLER                 PIC X(04) VALUE SPACES.
004920     05 FILLER                 PIC X(30) VALUE
004930         "ALL EXCEPTIONS DISPOSITIONED".
004940     05 RCN-ALL-DISP-COUNT     PIC ZZZ,ZZZ,ZZ9.
004950     05 FILLER                 PIC X(87) VALUE SPACES.
004960*
004970 01  RCN-EXCP-BAD-LINE.
004980     05 FILLER                 PIC X(04) VALUE SPACES.
004990     05 FILLER                 PIC X(44) VALUE
005000         "EXCEPTION EXTRACT UNAVAILABLE - SEE JOB LOG".
005010     05 FILLER                 PIC X(84) VALUE SPACES.
005020*
005030 01  RCN-CLEARED-HEADING.
005040     05 FILLER                 PIC X(04) VALUE SPACES.
005050     05 FILLER                 PIC X(30) VALUE
005060         "CLEARED SINCE LAST RUN".
005070     05 FILLER                 PIC X(98) VALUE SPACES.
005080*
005090 01  RCN-CLEARED-COLS.
005100     05 FILLER                 PIC X(04) VALUE SPACES.
005110     05 FILLER                 PIC X(10) VALUE "DEFINITION".
005120     05 FILLER                 PIC X(02) VALUE SPACES.
005130     05 FILLER                 PIC X(11) VALUE "ACCOUNT NO".
005140     05 FILLER                 PIC X(08) VALUE "  REASON".
005150     05 FILLER                 PIC X(13) VALUE "   FIRST SEEN".
005160     05 FILLER                 PIC X(13) VALUE "    LAST SEEN".
005170     05 FILLER                 PIC X(08) VALUE "  NIGHTS".
005180     05 FILLER                 PIC X(63) VALUE SPACES.
005190*
005200 01  RCN-CLEARED-LINE.
005210     05 FILLER                 PIC X(04) VALUE SPACES.
005220     05 RCN-CLR-DEF            PIC X(08).
005230     05 FILLER                 PIC X(02) VALUE SPACES.
005240     05 RCN-CLR-ACCT-NO        PIC ZZZZZZZZ9.
005250     05 FILLER                 PIC X(06) VALUE SPACES.
005260     05 RCN-CLR-REASON         PIC X(02).
005270     05 FILLER                 PIC X(03) VALUE SPACES.
005280     05 RCN-CLR-FIRST-MM       PIC X(02).
005290     05 FILLER                 PIC X(01) VALUE "/".
005300     05 RCN-CLR-FIRST-DD       PIC X(02).
005310     05 FILLER                 PIC X(01) VALUE "/".
005320     05 RCN-CLR-FIRST-YYYY     PIC X(04).
005330     05 FILLER                 PIC X(03) VALUE SPACES.
005340     05 RCN-CLR-LAST-MM        PIC X(02).
005350     05 FILLER                 PIC X(01) VALUE "/".
005360     05 RCN-CLR-LAST-DD        PIC X(02).
005370     05 FILLER                 PIC X(01) VALUE "/".
005380     05 RCN-CLR-LAST-YYYY      PIC X(04).
005390     05 FILLER                 PIC X(03) VALUE SPACES.
005400     05 RCN-CLR-NIGHTS         PIC ZZZZ9.
005410     05 FILLER                 PIC X(67) VALUE SPACES.
005420*
005430 01  RCN-NO-CLEARED-LINE.
005440     05 FILLER                 PIC X(04) VALUE SPACES.
005450     05 FILLER                 PIC X(40) VALUE
005460         "NO ACCOUNTS CLEARED SINCE LAST RUN".
005470     05 FILLER                 PIC X(88) VALUE SPACES.
005480*
005490 01  RCN-DISP-SECTION-HEADING.
005500     05 FILLER                 PIC X(04) VALUE SPACES.
005510     05 FILLER                 PIC X(60) VALUE
005520         "DISPOSITIONED ITEMS - HELD UNTIL THEIR REVIEW DATE".
005530     05 FILLER                 PIC X(68) VALUE SPACES.
005540*
005550 01  RCN-DISP-HEADING-2.
005560     05 FILLER                 PIC X(04) VALUE SPACES.
005570     05 FILLER                 PIC X(11) VALUE "ACCOUNT NO".
005580     05 FILLER                 PIC X(20) VALUE
005590         "      MASTER BALANCE".
005600     05 FILLER                 PIC X(20) VALUE
005610         "      LEDGER BALANCE".
005620     05 FILLER                 PIC X(06) VALUE "   AGE".
005630     05 FILLER                 PIC X(05) VALUE " CODE".
005640     05 FILLER                 PIC X(13) VALUE "  REVIEW DATE".
005650     05 FILLER                 PIC X(10) VALUE "  ENTERED".
005660     05 FILLER                 PIC X(06) VALUE "  NOTE".
005670     05 FILLER                 PIC X(37) VALUE SPACES.
005680*
005690 01  RCN-DISP-DETAIL-LINE.
005700     05 FILLER                 PIC X(04) VALUE SPACES.
005710     05 RCN-DDL-ACCT-NO        PIC ZZZZZZZZ9.
005720     05 FILLER                 PIC X(02) VALUE SPACES.
005730     05 RCN-DDL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005740     05 FILLER                 PIC X(02) VALUE SPACES.
005750     05 RCN-DDL-GL-BALANCE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
005760     05 FILLER                 PIC X(03) VALUE SPACES.
005770     05 RCN-DDL-AGE            PIC ZZZZ9 BLANK WHEN ZERO.
005780     05 FILLER                 PIC X(03) VALUE SPACES.
005790     05 RCN-DDL-CODE           PIC X(02).
005800     05 FILLER                 PIC X(03) VALUE SPACES.
005810     05 RCN-DDL-REVIEW-MM      PIC X(02).
005820     05 FILLER                 PIC X(01) VALUE "/".
005830     05 RCN-DDL-REVIEW-DD      PIC X(02).
005840     05 FILLER                 PIC X(01) VALUE "/".
005850     05 RCN-DDL-REVIEW-YYYY    PIC X(04).
005860     05 FILLER                 PIC X(02) VALUE SPACES.
005870     05 RCN-DDL-BY             PIC X(08).
005880     05 FILLER                 PIC X(02) VALUE SPACES.
005890     05 RCN-DDL-NOTE           PIC X(40).
005900     05 FILLER                 PIC X(01) VALUE SPACES.
005910*
005920 01  RCN-DISP-TOTAL-LINE.
005930     05 FILLER                 PIC X(04) VALUE SPACES.
005940     05 FILLER                 PIC X(21) VALUE
005950         "TOTAL DISPOSITIONED ".
005960     05 RCN-DISP-TOTAL-ED      PIC ZZZ,ZZZ,ZZ9.
005970     05 FILLER                 PIC X(96) VALUE SPACES.
005980*
005990 01  RCN-REPRINT-NOTE-LINE.
006000     05 FILLER                 PIC X(04) VALUE SPACES.
006010     05 FILLER                 PIC X(60) VALUE
006020         "REPRINT - NO FLAGS, DISPOSITIONS OR CLEARED SECTION".
006030     05 FILLER                 PIC X(68) VALUE SPACES.
006040*
006050******************************************************************
006060* History-date work area - the 9(08) dates off the history file
006070* pulled apart for the MM/DD/YYYY columns.
006080******************************************************************
006090 01  RCN-XHST-DATE-X.
006100     05 RCN-XDT-YYYY           PIC X(04).
006110     05 RCN-XDT-MM             PIC X(02).
006120     05 RCN-XDT-DD             PIC X(02).
006130*
006140 PROCEDURE DIVISION.
006150*
006160******************************************************************
006170* 0000-MAINLINE
006180******************************************************************
006190 0000-MAINLINE.
006200     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
006210     PERFORM 0500-CHECK-REPRINT THRU 0500-EXIT
006220     IF RCN-REQ-ERROR
006230         MOVE 8 TO RETURN-CODE
006240         STOP RUN
006250     END-IF
006260     MOVE RCN-RUN-MM TO RCN-HDG-MM
006270     MOVE RCN-RUN-DD TO RCN-HDG-DD
006280     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
006290     IF RCN-NIGHTLY-RUN
006300         PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT
006310         PERFORM 1200-OPEN-DISPOSITIONS THRU 1200-EXIT
006320     END-IF
006330     PERFORM 1100-LOAD-STATUS-RULES THRU 1100-EXIT
006340     SORT RCN-SORT-FILE
006350         ON ASCENDING KEY RCN-SORT-SECTION
006360                          RCN-SORT-DEF-NAME
006370                          RCN-SORT-REASON
006380                          RCN-SORT-ACCT-NO
006390         INPUT PROCEDURE IS 2000-RELEASE-EXCEPTIONS
006400             THRU 2000-EXIT
006410         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
006420             THRU 3000-EXIT
006430     IF RCN-XHST-FILE-OPEN
006440         CLOSE RCN-XHST-FILE
006450     END-IF
006460     IF RCN-DISP-FILE-OPEN
006470         CLOSE RCN-DISP-FILE
006480     END-IF
006490     STOP RUN.
006500*
006510******************************************************************
006520* 0500-CHECK-REPRINT
006530*    REPRINT=yyyymmdd on RCNXREQ turns this run into a reprint
006540*    of that night's listing off the RCNEXCP.Dyyyymmdd
006550*    generation RCNHSKP saved - printed under that night's date
006560*    and marked REPRINT on every page.  A request file that is
006570*    there but cannot be read as one REPRINT card stops the
006580*    step; printing tonight's listing in its place would pass
006590*    for the night that was asked for.
006600******************************************************************
006610 0500-CHECK-REPRINT.
006620     OPEN INPUT RCN-REQ-FILE
006630     IF RCN-REQ-FILE-STATUS NOT EQUAL "00"
006640         GO TO 0500-EXIT
006650     END-IF
006660     PERFORM 0510-READ-ONE-REQUEST THRU 0510-EXIT
006670         UNTIL RCN-REQ-EOF
006680     CLOSE RCN-REQ-FILE
006690     IF RCN-NIGHTLY-RUN AND RCN-REQ-OK
006700         DISPLAY "RCNXRPT: RCNXREQ HAS NO REPRINT CARD"
006710         SET RCN-REQ-ERROR TO TRUE
006720     END-IF
006730     IF RCN-REQ-ERROR
006740         GO TO 0500-EXIT
006750     END-IF
006760     MOVE SPACES TO RCN-EXCP-FILE-NAME
006770     STRING "RCNEXCP.D" RCN-RUN-DATE
006780         DELIMITED BY SIZE INTO RCN-EXCP-FILE-NAME
006790     MOVE "RCNXRPTR" TO RCN-RPT-FILE-NAME
006800     MOVE "REPRINT" TO RCN-HDG-REPRINT
006810     MOVE RCN-RUN-MM TO RCN-HDG-MM
006820     MOVE RCN-RUN-DD TO RCN-HDG-DD
006830     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
006840     DISPLAY "RCNXRPT: REPRINT OF " RCN-RUN-DATE
006850         " FROM " RCN-EXCP-FILE-NAME.
006860 0500-EXIT.
006870     EXIT.
006880*
006890 0510-READ-ONE-REQUEST.
006900     READ RCN-REQ-FILE
006910         AT END
006920             SET RCN-REQ-EOF TO TRUE
006930             GO TO 0510-EXIT
006940     END-READ
006950     IF RCN-REQ-FILE-STATUS NOT EQUAL "00"
006960         DISPLAY "RCNXRPT: RCNXREQ READ FAILED, STATUS="
006970             RCN-REQ-FILE-STATUS
006980         SET RCN-REQ-ERROR TO TRUE
006990         SET RCN-REQ-EOF TO TRUE
007000         GO TO 0510-EXIT
007010     END-IF
007020     IF RCN-REQ-CARD EQUAL SPACES
007030         OR RCN-REQ-CARD-BYTE-1 EQUAL "*"
007040         GO TO 0510-EXIT
007050     END-IF
007060     MOVE SPACES TO RCN-REQ-KEYWORD RCN-REQ-VALUE
007070     UNSTRING RCN-REQ-CARD DELIMITED BY "="
007080         INTO RCN-REQ-KEYWORD RCN-REQ-VALUE
007090     IF RCN-REQ-KEYWORD NOT EQUAL "REPRINT"
007100         OR RCN-REQ-DATE-X NOT NUMERIC
007110         OR RCN-REQ-VALUE-REST NOT EQUAL SPACES
007120         OR RCN-REPRINT
007130         DISPLAY "RCNXRPT: RCNXREQ CARD REJECTED - ONE"
007140             " REPRINT=YYYYMMDD CARD EXPECTED"
007150         SET RCN-REQ-ERROR TO TRUE
007160         SET RCN-REQ-EOF TO TRUE
007170         GO TO 0510-EXIT
007180     END-IF
007190     MOVE RCN-REQ-DATE-9 TO RCN-RUN-DATE
007200     SET RCN-REPRINT TO TRUE.
007210 0510-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250* 1000-OPEN-HISTORY
007260*    The exception-history file is nice to have, never required -
007270*    a report that cannot read it still prints, with every line
007280*    flagged NEW at age 1, the same as the first night the
007290*    history file ever existed.
007300******************************************************************
007310 1000-OPEN-HISTORY.
007320     OPEN INPUT RCN-XHST-FILE
007330     IF RCN-XHST-FILE-STATUS EQUAL "00"
007340         SET RCN-XHST-FILE-OPEN TO TRUE
007350     ELSE
007360         DISPLAY "RCNXRPT: NO EXCEPTION HISTORY, STATUS="
007370             RCN-XHST-FILE-STATUS
007380             " - ALL LINES FLAGGED NEW"
007390     END-IF.
007400 1000-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440* 1100-LOAD-STATUS-RULES
007450*    Reason codes and descriptions off the status-rules deck -
007460*    the same file RCNWORK extracts under.  Absent or broken,
007470*    the compiled table and the catch-all line still cover
007480*    every code, just less descriptively.
007490******************************************************************
007500 1100-LOAD-STATUS-RULES.
007510     OPEN INPUT RCN-SRUL-FILE
007520     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
007530         GO TO 1100-EXIT
007540     END-IF
007550     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
007560         UNTIL RCN-SRUL-EOF
007570     CLOSE RCN-SRUL-FILE.
007580 1100-EXIT.
007590     EXIT.
007600*
007610 1110-LOAD-ONE-RULE.
007620     READ RCN-SRUL-FILE
007630         AT END
007640             SET RCN-SRUL-EOF TO TRUE
007650     END-READ
007660     IF RCN-SRUL-EOF
007670         GO TO 1110-EXIT
007680     END-IF
007690     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
007700         SET RCN-SRUL-EOF TO TRUE
007710         GO TO 1110-EXIT
007720     END-IF
007730     IF RCN-SRUL-REASON EQUAL SPACES
007740         OR RCN-SRUL-USED >= RCN-SRUL-MAX
007750         GO TO 1110-EXIT
007760     END-IF
007770     ADD 1 TO RCN-SRUL-USED
007780     MOVE RCN-SRUL-REASON TO
007790         RCN-TBL-SRUL-REASON (RCN-SRUL-USED)
007800     MOVE RCN-SRUL-DESC TO
007810         RCN-TBL-SRUL-DESC (RCN-SRUL-USED).
007820 1110-EXIT.
007830     EXIT.
007840*
007850******************************************************************
007860* 1200-OPEN-DISPOSITIONS
007870*    The disposition file is optional too - without it nothing
007880*    is dispositioned and every exception is on the work list,
007890*    exactly as before the file existed.
007900******************************************************************
007910 1200-OPEN-DISPOSITIONS.
007920     OPEN INPUT RCN-DISP-FILE
007930     IF RCN-DISP-FILE-STATUS EQUAL "00"
007940         SET RCN-DISP-FILE-OPEN TO TRUE
007950     ELSE
007960         DISPLAY "RCNXRPT: NO DISPOSITION FILE, STATUS="
007970             RCN-DISP-FILE-STATUS
007980             " - ALL EXCEPTIONS ON THE WORK LIST"
007990     END-IF.
008000 1200-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040* 2000-RELEASE-EXCEPTIONS
008050*    Sort input procedure - hands every extract row to the sort.
008060******************************************************************
008070 2000-RELEASE-EXCEPTIONS.
008080     OPEN INPUT RCN-EXCP-FILE
008090     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
008100         DISPLAY "RCNXRPT: UNABLE TO OPEN " RCN-EXCP-FILE-NAME
008110             " STATUS=" RCN-EXCP-FILE-STATUS
008120         MOVE 8 TO RETURN-CODE
008130         SET RCN-EXCP-BROKEN TO TRUE
008140         SET RCN-EXCP-EOF TO TRUE
008150     END-IF
008160     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
008170         UNTIL RCN-EXCP-EOF
008180     IF RCN-EXCP-FILE-STATUS EQUAL "00" OR "10"
008190         CLOSE RCN-EXCP-FILE
008200     END-IF.
008210 2000-EXIT.
008220     EXIT.
008230*
008240 2100-RELEASE-ONE.
008250     READ RCN-EXCP-FILE
008260         AT END
008270             SET RCN-EXCP-EOF TO TRUE
008280             GO TO 2100-EXIT
008290     END-READ
008300     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
008310         DISPLAY "RCNXRPT: RCNEXCP READ FAILED, STATUS="
008320             RCN-EXCP-FILE-STATUS
008330         MOVE 8 TO RETURN-CODE
008340         SET RCN-EXCP-BROKEN TO TRUE
008350         SET RCN-EXCP-EOF TO TRUE
008360         GO TO 2100-EXIT
008370     END-IF
008380     MOVE RCN-EXCP-DEF-NAME TO RCN-SORT-DEF-NAME
008390     MOVE RCN-EXCP-REASON-CODE TO RCN-SORT-REASON
008400     MOVE RCN-EXCP-ACCT-NO TO RCN-SORT-ACCT-NO
008410     MOVE RCN-EXCP-PARTITION-NO TO RCN-SORT-PARTITION-NO
008420     MOVE RCN-EXCP-BALANCE TO RCN-SORT-BALANCE
008430     MOVE RCN-EXCP-GL-BALANCE TO RCN-SORT-GL-BALANCE
008440     MOVE RCN-EXCP-STATUS TO RCN-SORT-STATUS
008450     MOVE RCN-EXCP-SEVERITY TO RCN-SORT-SEVERITY
008460     PERFORM 2150-LOOK-UP-DISPOSITION THRU 2150-EXIT
008470     RELEASE RCN-SORT-RECORD.
008480 2100-EXIT.
008490     EXIT.
008500*
008510******************************************************************
008520* 2150-LOOK-UP-DISPOSITION
008530*    An active disposition whose review date is not behind the
008540*    run stamp the row was extracted under - the date RCNWORK
008550*    held it against, whenever this report runs - sends the
008560*    row to the dispositioned section.  Past
008570*    its review date the row is back on the work list by itself,
008580*    closed or not - nobody has to remember to close it.
008590******************************************************************
008600 2150-LOOK-UP-DISPOSITION.
008610     SET RCN-SORT-TO-WORK TO TRUE
008620     MOVE SPACES TO RCN-SORT-DISP-CODE RCN-SORT-DISP-BY
008630                    RCN-SORT-DISP-NOTE
008640     MOVE ZERO TO RCN-SORT-DISP-REVIEW
008650     IF RCN-DISP-FILE-NOT-OPEN
008660         GO TO 2150-EXIT
008670     END-IF
008680     MOVE RCN-EXCP-DEF-NAME TO RCN-DISP-DEF-NAME
008690     MOVE RCN-EXCP-ACCT-NO TO RCN-DISP-ACCT-NO
008700     MOVE RCN-EXCP-REASON-CODE TO RCN-DISP-REASON-CODE
008710     READ RCN-DISP-FILE
008720     IF RCN-DISP-FILE-STATUS NOT EQUAL "00"
008730         GO TO 2150-EXIT
008740     END-IF
008750     MOVE RCN-RUN-DATE TO RCN-DISP-AS-OF
008760     IF RCN-EXCP-RUN-STAMP NUMERIC
008770         AND RCN-EXCP-RUN-STAMP > ZERO
008780         MOVE RCN-EXCP-RUN-STAMP TO RCN-DISP-AS-OF
008790     END-IF
008800     IF RCN-DISP-ACTIVE
008810         AND RCN-DISP-REVIEW-DATE NOT LESS THAN RCN-DISP-AS-OF
008820         SET RCN-SORT-DISPOSITIONED TO TRUE
008830         ADD 1 TO RCN-DISP-RELEASED
008840         MOVE RCN-DISP-CODE TO RCN-SORT-DISP-CODE
008850         MOVE RCN-DISP-REVIEW-DATE TO RCN-SORT-DISP-REVIEW
008860         MOVE RCN-DISP-ENTERED-BY TO RCN-SORT-DISP-BY
008870         MOVE RCN-DISP-NOTE TO RCN-SORT-DISP-NOTE
008880     END-IF.
008890 2150-EXIT.
008900     EXIT.
008910*
008920******************************************************************
008930* 3000-PRINT-REPORT
008940*    Sort output procedure - prints the sorted rows grouped by
008950*    reason code, a count per group and a grand total - first
008960*    the items still to be worked, then the dispositioned ones
008970*    in a section of their own with a total of their own.
008980******************************************************************
008990 3000-PRINT-REPORT.
009000     OPEN OUTPUT RCN-RPT-FILE
009010     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
009020         DISPLAY "RCNXRPT: UNABLE TO OPEN " RCN-RPT-FILE-NAME
009030             " STATUS=" RCN-RPT-FILE-STATUS
009040         MOVE 8 TO RETURN-CODE
009050         GO TO 3000-EXIT
009060     END-IF
009070*    A reprint leaves the export alone - the night's own
009080*    export generation is the one to re-send.
009090     IF RCN-NIGHTLY-RUN
009100         PERFORM 3050-OPEN-EXPORT THRU 3050-EXIT
009110     END-IF
009120     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009130     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
009140         UNTIL RCN-SORT-EOF
009150     IF RCN-PRINTING-WORK
009160         PERFORM 3420-CLOSE-WORK-SECTION THRU 3420-EXIT
009170     ELSE
009180         PERFORM 3430-CLOSE-DISP-SECTION THRU 3430-EXIT
009190     END-IF
009200     SET RCN-PRINTING-CLEARED TO TRUE
009210     PERFORM 3500-CLEARED-SECTION THRU 3500-EXIT
009220     PERFORM 3450-EXPORT-TRAILER THRU 3450-EXIT
009230     CLOSE RCN-RPT-FILE.
009240 3000-EXIT.
009250     EXIT.
009260*
009270 3050-OPEN-EXPORT.
009280     OPEN OUTPUT RCN-EXPT-FILE
009290     IF RCN-EXPT-FILE-STATUS EQUAL "00"
009300         SET RCN-EXPT-FILE-OPEN TO TRUE
009310     ELSE
009320         DISPLAY "RCNXRPT: UNABLE TO OPEN RCNXEXPO, STATUS="
009330             RCN-EXPT-FILE-STATUS
009340             " - EXPORT SKIPPED"
009350         MOVE 8 TO RETURN-CODE
009360     END-IF.
009370 3050-EXIT.
009380     EXIT.
009390*
009400 3100-NEW-PAGE.
009410     ADD 1 TO RCN-PAGE-COUNT
009420     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
009430     IF RCN-PAGE-COUNT = 1
009440         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009450             AFTER ADVANCING 1 LINE
009460     ELSE
009470         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
009480             AFTER ADVANCING PAGE
009490     END-IF
009500     IF RCN-PRINTING-DISP
009510         WRITE RCN-RPT-RECORD FROM RCN-DISP-HEADING-2
009520             AFTER ADVANCING 2 LINES
009530     ELSE
009540         WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
009550             AFTER ADVANCING 2 LINES
009560     END-IF
009570     MOVE 3 TO RCN-LINE-COUNT.
009580 3100-EXIT.
009590     EXIT.
009600*
009610 3200-PRINT-ONE.
009620     RETURN RCN-SORT-FILE
009630         AT END
009640             SET RCN-SORT-EOF TO TRUE
009650             GO TO 3200-EXIT
009660     END-RETURN
009670     IF RCN-SORT-DISPOSITIONED AND RCN-PRINTING-WORK
009680         PERFORM 3420-CLOSE-WORK-SECTION THRU 3420-EXIT
009690         PERFORM 3410-START-DISP-SECTION THRU 3410-EXIT
009700     END-IF
009710     IF RCN-SORT-DEF-NAME NOT EQUAL RCN-PRIOR-DEF
009720         IF RCN-GROUP-COUNT > ZERO
009730             PERFORM 3400-GROUP-TOTAL THRU 3400-EXIT
009740         END-IF
009750         PERFORM 3280-DEF-HEADING THRU 3280-EXIT
009760         MOVE RCN-SORT-DEF-NAME TO RCN-PRIOR-DEF
009770         MOVE LOW-VALUES TO RCN-PRIOR-REASON
009780     END-IF
009790     IF RCN-SORT-REASON NOT EQUAL RCN-PRIOR-REASON
009800         IF RCN-GROUP-COUNT > ZERO
009810             PERFORM 3400-GROUP-TOTAL THRU 3400-EXIT
009820         END-IF
009830         PERFORM 3300-GROUP-HEADING THRU 3300-EXIT
009840         MOVE RCN-SORT-REASON TO RCN-PRIOR-REASON
009850     END-IF
009860     IF RCN-PRINTING-DISP
009870         PERFORM 3220-PRINT-DISPOSITIONED THRU 3220-EXIT
009880         GO TO 3200-EXIT
009890     END-IF
009900     MOVE RCN-SORT-ACCT-NO TO RCN-DTL-ACCT-NO
009910     MOVE RCN-SORT-BALANCE TO RCN-DTL-BALANCE
009920     MOVE RCN-SORT-GL-BALANCE TO RCN-DTL-GL-BALANCE
009930     MOVE RCN-SORT-STATUS TO RCN-DTL-STATUS
009940     MOVE RCN-SORT-PARTITION-NO TO RCN-DTL-PARTITION
009950     MOVE RCN-SORT-SEVERITY TO RCN-DTL-SEVERITY
009960     PERFORM 3250-LOOK-UP-HISTORY THRU 3250-EXIT
009970     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
009980         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
009990     END-IF
010000     WRITE RCN-RPT-RECORD FROM RCN-DETAIL-LINE
010010         AFTER ADVANCING 1 LINE
010020     ADD 1 TO RCN-LINE-COUNT
010030     ADD 1 TO RCN-GROUP-COUNT
010040     ADD 1 TO RCN-TOTAL-COUNT
010050     PERFORM 3260-WRITE-EXPORT THRU 3260-EXIT.
010060 3200-EXIT.
010070     EXIT.
010080*
010090******************************************************************
010100* 3220-PRINT-DISPOSITIONED
010110*    One line of the dispositioned section - the balances and
010120*    age as on the work list, then why nobody is working it:
010130*    the code, the review date it holds until, who entered it
010140*    and the first part of the note.  Exported like any other
010150*    exception; the upload keeps its own case status.
010160******************************************************************
010170 3220-PRINT-DISPOSITIONED.
010180     MOVE RCN-SORT-ACCT-NO TO RCN-DDL-ACCT-NO
010190     MOVE RCN-SORT-BALANCE TO RCN-DDL-BALANCE
010200     MOVE RCN-SORT-GL-BALANCE TO RCN-DDL-GL-BALANCE
010210     PERFORM 3250-LOOK-UP-HISTORY THRU 3250-EXIT
010220     MOVE RCN-DTL-AGE TO RCN-DDL-AGE
010230     MOVE RCN-SORT-DISP-CODE TO RCN-DDL-CODE
010240     MOVE RCN-SORT-DISP-REVIEW TO RCN-XHST-DATE-X
010250     MOVE RCN-XDT-MM TO RCN-DDL-REVIEW-MM
010260     MOVE RCN-XDT-DD TO RCN-DDL-REVIEW-DD
010270     MOVE RCN-XDT-YYYY TO RCN-DDL-REVIEW-YYYY
010280     MOVE RCN-SORT-DISP-BY TO RCN-DDL-BY
010290     MOVE RCN-SORT-DISP-NOTE TO RCN-DDL-NOTE
010300     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
010310         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
010320     END-IF
010330     WRITE RCN-RPT-RECORD FROM RCN-DISP-DETAIL-LINE
010340         AFTER ADVANCING 1 LINE
010350     ADD 1 TO RCN-LINE-COUNT
010360     ADD 1 TO RCN-GROUP-COUNT
010370     ADD 1 TO RCN-DISP-TOTAL
010380     PERFORM 3260-WRITE-EXPORT THRU 3260-EXIT.
010390 3220-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430* 3250-LOOK-UP-HISTORY
010440*    Reads the history row for the detail line in hand - age is
010450*    the consecutive-nights count, and anything past night one
010460*    is a REPEAT someone has already triaged.  An account with
010470*    no history row (or no history file) is NEW at age 1.
010480******************************************************************
010490 3250-LOOK-UP-HISTORY.
010500     IF RCN-REPRINT
010510         MOVE SPACES TO RCN-DTL-FLAG
010520         MOVE ZERO TO RCN-DTL-AGE
010530         GO TO 3250-EXIT
010540     END-IF
010550     MOVE "NEW   " TO RCN-DTL-FLAG
010560     MOVE 1 TO RCN-DTL-AGE
010570     IF RCN-XHST-FILE-NOT-OPEN
010580         GO TO 3250-EXIT
010590     END-IF
010600     MOVE RCN-SORT-DEF-NAME TO RCN-XHST-DEF-NAME
010610     MOVE RCN-SORT-ACCT-NO TO RCN-XHST-ACCT-NO
010620     MOVE RCN-SORT-REASON TO RCN-XHST-REASON-CODE
010630     READ RCN-XHST-FILE
010640     IF RCN-XHST-FILE-STATUS EQUAL "00"
010650         MOVE RCN-XHST-NIGHTS TO RCN-DTL-AGE
010660         IF RCN-XHST-NIGHTS > 1
010670             MOVE "REPEAT" TO RCN-DTL-FLAG
010680         END-IF
010690     END-IF.
010700 3250-EXIT.
010710     EXIT.
010720*
010730******************************************************************
010740* 3260-WRITE-EXPORT
010750*    One delimited export record for the detail line in hand -
010760*    fixed-width fields between pipes, signs leading, so the
010770*    upload parses them without guessing.  The signed difference
010780*    is master less ledger, and it accumulates into the trailer's
010790*    net total.
010800******************************************************************
010810 3260-WRITE-EXPORT.
010820     IF RCN-EXPT-FILE-NOT-OPEN
010830         GO TO 3260-EXIT
010840     END-IF
010850     MOVE RCN-RUN-DATE TO RCN-EXP-DATE-ED
010860     MOVE RCN-SORT-ACCT-NO TO RCN-EXP-ACCT-ED
010870     MOVE RCN-SORT-PARTITION-NO TO RCN-EXP-PART-ED
010880     MOVE RCN-SORT-BALANCE TO RCN-EXP-BAL-ED
010890     MOVE RCN-SORT-GL-BALANCE TO RCN-EXP-GLBAL-ED
010900     COMPUTE RCN-EXPT-DIFF =
010910         RCN-SORT-BALANCE - RCN-SORT-GL-BALANCE
010920     MOVE RCN-EXPT-DIFF TO RCN-EXP-DIFF-ED
010930     ADD RCN-EXPT-DIFF TO RCN-EXPT-NET-DIFF
010940     MOVE SPACES TO RCN-EXPT-RECORD
010950     STRING RCN-EXP-DATE-ED "|" RCN-SORT-DEF-NAME "|"
010960            RCN-SORT-REASON "|" RCN-EXP-ACCT-ED "|"
010970            RCN-EXP-BAL-ED "|" RCN-EXP-GLBAL-ED "|"
010980            RCN-EXP-DIFF-ED "|" RCN-EXP-PART-ED
010990            DELIMITED BY SIZE
011000         INTO RCN-EXPT-RECORD
011010     WRITE RCN-EXPT-RECORD
011020     IF RCN-EXPT-FILE-STATUS EQUAL "00"
011030         ADD 1 TO RCN-EXPT-COUNT
011040     ELSE
011050         DISPLAY "RCNXRPT: RCNXEXPO WRITE FAILED, STATUS="
011060             RCN-EXPT-FILE-STATUS
011070         MOVE 8 TO RETURN-CODE
011080         SET RCN-EXPT-FILE-NOT-OPEN TO TRUE
011090     END-IF.
011100 3260-EXIT.
011110     EXIT.
011120 3280-DEF-HEADING.
011130*    One section of the listing per reconciliation definition -
011140*    the morning desk works products separately.
011150     MOVE RCN-SORT-DEF-NAME TO RCN-DEF-HDG-NAME
011160     IF RCN-LINE-COUNT + 4 >= RCN-LINES-PER-PAGE
011170         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
011180     END-IF
011190     WRITE RCN-RPT-RECORD FROM RCN-DEF-HEADING
011200         AFTER ADVANCING 2 LINES
011210     ADD 2 TO RCN-LINE-COUNT.
011220 3280-EXIT.
011230     EXIT.
011240*
011250 3300-GROUP-HEADING.
011260     MOVE "UNIDENTIFIED REASON CODE" TO RCN-FOUND-DESC
011270     MOVE ZERO TO RCN-REASON-SUB
011280     PERFORM 3310-LOOK-UP-REASON THRU 3310-EXIT
011290         VARYING RCN-REASON-SUB FROM 1 BY 1
011300         UNTIL RCN-REASON-SUB > RCN-REASON-MAX
011310*    The rules deck speaks last - a code it describes follows
011320*    the overnight file edit, not the compiled table.
011330     PERFORM 3320-LOOK-UP-RULE-DESC THRU 3320-EXIT
011340         VARYING RCN-SRUL-SUB FROM 1 BY 1
011350         UNTIL RCN-SRUL-SUB > RCN-SRUL-USED
011360     MOVE RCN-SORT-REASON TO RCN-GRP-REASON
011370     MOVE RCN-FOUND-DESC TO RCN-GRP-DESC
011380     IF RCN-LINE-COUNT + 3 >= RCN-LINES-PER-PAGE
011390         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
011400     END-IF
011410     WRITE RCN-RPT-RECORD FROM RCN-GROUP-HEADING
011420         AFTER ADVANCING 2 LINES
011430     ADD 2 TO RCN-LINE-COUNT.
011440 3300-EXIT.
011450     EXIT.
011460*
011470 3310-LOOK-UP-REASON.
011480     IF RCN-REASON-CODE (RCN-REASON-SUB) = RCN-SORT-REASON
011490         MOVE RCN-REASON-DESC (RCN-REASON-SUB) TO RCN-FOUND-DESC
011500     END-IF.
011510 3310-EXIT.
011520     EXIT.
011530*
011540 3320-LOOK-UP-RULE-DESC.
011550     IF RCN-TBL-SRUL-REASON (RCN-SRUL-SUB) = RCN-SORT-REASON
011560         MOVE RCN-TBL-SRUL-DESC (RCN-SRUL-SUB)
011570             TO RCN-FOUND-DESC
011580     END-IF.
011590 3320-EXIT.
011600     EXIT.
011610*
011620 3400-GROUP-TOTAL.
011630     MOVE RCN-GROUP-COUNT TO RCN-GRP-TOTAL
011640     WRITE RCN-RPT-RECORD FROM RCN-GROUP-TOTAL-LINE
011650         AFTER ADVANCING 1 LINE
011660     ADD 2 TO RCN-LINE-COUNT
011670     MOVE ZERO TO RCN-GROUP-COUNT.
011680 3400-EXIT.
011690     EXIT.
011700*
011710******************************************************************
011720* 3410-START-DISP-SECTION
011730*    The first dispositioned row off the sort - the section
011740*    starts on a page of its own, and every definition and
011750*    reason heads up again inside it.
011760******************************************************************
011770 3410-START-DISP-SECTION.
011780     SET RCN-PRINTING-DISP TO TRUE
011790     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
011800     WRITE RCN-RPT-RECORD FROM RCN-DISP-SECTION-HEADING
011810         AFTER ADVANCING 2 LINES
011820     ADD 2 TO RCN-LINE-COUNT
011830     MOVE LOW-VALUES TO RCN-PRIOR-DEF
011840     MOVE LOW-VALUES TO RCN-PRIOR-REASON.
011850 3410-EXIT.
011860     EXIT.
011870*
011880******************************************************************
011890* 3420-CLOSE-WORK-SECTION
011900*    Totals for the items still to be worked - or the line that
011910*    says there are none, that every one extracted has been
011920*    dispositioned, or that the extract could not be read.
011930******************************************************************
011940 3420-CLOSE-WORK-SECTION.
011950     IF RCN-TOTAL-COUNT > ZERO
011960         PERFORM 3400-GROUP-TOTAL THRU 3400-EXIT
011970         MOVE RCN-TOTAL-COUNT TO RCN-GRAND-TOTAL
011980         WRITE RCN-RPT-RECORD FROM RCN-GRAND-TOTAL-LINE
011990             AFTER ADVANCING 2 LINES
012000     END-IF
012010     EVALUATE TRUE
012020         WHEN RCN-EXCP-BROKEN
012030             WRITE RCN-RPT-RECORD FROM RCN-EXCP-BAD-LINE
012040                 AFTER ADVANCING 2 LINES
012050         WHEN RCN-TOTAL-COUNT = ZERO
012060             AND RCN-DISP-RELEASED > ZERO
012070             MOVE RCN-DISP-RELEASED TO RCN-ALL-DISP-COUNT
012080             WRITE RCN-RPT-RECORD FROM RCN-ALL-DISP-LINE
012090                 AFTER ADVANCING 2 LINES
012100         WHEN RCN-TOTAL-COUNT = ZERO
012110             WRITE RCN-RPT-RECORD FROM RCN-NO-EXCP-LINE
012120                 AFTER ADVANCING 2 LINES
012130         WHEN OTHER
012140             CONTINUE
012150     END-EVALUATE.
012160 3420-EXIT.
012170     EXIT.
012180*
012190 3430-CLOSE-DISP-SECTION.
012200     PERFORM 3400-GROUP-TOTAL THRU 3400-EXIT
012210     MOVE RCN-DISP-TOTAL TO RCN-DISP-TOTAL-ED
012220     WRITE RCN-RPT-RECORD FROM RCN-DISP-TOTAL-LINE
012230         AFTER ADVANCING 2 LINES
012240     ADD 2 TO RCN-LINE-COUNT
012250     DISPLAY "RCNXRPT: DISPOSITIONED ITEMS=" RCN-DISP-TOTAL.
012260 3430-EXIT.
012270     EXIT.
012280*
012290******************************************************************
012300* 3450-EXPORT-TRAILER
012310*    The control totals the upload must reproduce before it
012320*    accepts the file - record count and net signed difference.
012330*    A file with no trailer is a file that broke mid-write; the
012340*    upload rejects it, which is the point.
012350******************************************************************
012360 3450-EXPORT-TRAILER.
012370     IF RCN-EXPT-FILE-NOT-OPEN
012380         GO TO 3450-EXIT
012390     END-IF
012400     MOVE RCN-EXPT-COUNT TO RCN-EXP-CNT-ED
012410     MOVE RCN-EXPT-NET-DIFF TO RCN-EXP-DIFF-ED
012420     MOVE SPACES TO RCN-EXPT-RECORD
012430     STRING "TRL|" RCN-EXP-CNT-ED "|" RCN-EXP-DIFF-ED
012440            DELIMITED BY SIZE
012450         INTO RCN-EXPT-RECORD
012460     WRITE RCN-EXPT-RECORD
012470     IF RCN-EXPT-FILE-STATUS NOT EQUAL "00"
012480         DISPLAY "RCNXRPT: RCNXEXPO TRAILER WRITE FAILED,"
012490             " STATUS=" RCN-EXPT-FILE-STATUS
012500         MOVE 8 TO RETURN-CODE
012510     END-IF
012520     CLOSE RCN-EXPT-FILE
012530     DISPLAY "RCNXRPT: EXPORT RECORDS=" RCN-EXPT-COUNT.
012540 3450-EXIT.
012550     EXIT.
012560*
012570******************************************************************
012580* 3500-CLEARED-SECTION
012590*    The other half of the triage - accounts that were on the
012600*    extract and tonight are not.  The history sweep in RCNDRIV
012610*    marks them cleared-tonight for exactly one run, so this
012620*    section is always "since last run", never a growing list.
012630******************************************************************
012640 3500-CLEARED-SECTION.
012650     IF RCN-REPRINT
012660         WRITE RCN-RPT-RECORD FROM RCN-REPRINT-NOTE-LINE
012670             AFTER ADVANCING 2 LINES
012680         GO TO 3500-EXIT
012690     END-IF
012700     IF RCN-XHST-FILE-NOT-OPEN
012710         GO TO 3500-EXIT
012720     END-IF
012730     PERFORM 3100-NEW-PAGE THRU 3100-EXIT
012740     WRITE RCN-RPT-RECORD FROM RCN-CLEARED-HEADING
012750         AFTER ADVANCING 2 LINES
012760     WRITE RCN-RPT-RECORD FROM RCN-CLEARED-COLS
012770         AFTER ADVANCING 2 LINES
012780     ADD 4 TO RCN-LINE-COUNT
012790     MOVE LOW-VALUES TO RCN-XHST-KEY
012800     START RCN-XHST-FILE KEY NOT LESS THAN RCN-XHST-KEY
012810     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
012820         SET RCN-XHST-SCAN-EOF TO TRUE
012830     END-IF
012840     PERFORM 3510-PRINT-ONE-CLEARED THRU 3510-EXIT
012850         UNTIL RCN-XHST-SCAN-EOF
012860     IF RCN-CLEARED-COUNT = ZERO
012870         WRITE RCN-RPT-RECORD FROM RCN-NO-CLEARED-LINE
012880             AFTER ADVANCING 1 LINE
012890     END-IF.
012900 3500-EXIT.
012910     EXIT.
012920*
012930 3510-PRINT-ONE-CLEARED.
012940     READ RCN-XHST-FILE NEXT RECORD
012950         AT END
012960             SET RCN-XHST-SCAN-EOF TO TRUE
012970             GO TO 3510-EXIT
012980     END-READ
012990     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
013000         DISPLAY "RCNXRPT: RCNXHST SCAN FAILED, STATUS="
013010             RCN-XHST-FILE-STATUS
013020         SET RCN-XHST-SCAN-EOF TO TRUE
013030         GO TO 3510-EXIT
013040     END-IF
013050     IF NOT RCN-XHST-CLEARED-TONIGHT
013060         GO TO 3510-EXIT
013070     END-IF
013080     MOVE RCN-XHST-DEF-NAME TO RCN-CLR-DEF
013090     MOVE RCN-XHST-ACCT-NO TO RCN-CLR-ACCT-NO
013100     MOVE RCN-XHST-REASON-CODE TO RCN-CLR-REASON
013110     MOVE RCN-XHST-FIRST-DATE TO RCN-XHST-DATE-X
013120     MOVE RCN-XDT-MM TO RCN-CLR-FIRST-MM
013130     MOVE RCN-XDT-DD TO RCN-CLR-FIRST-DD
013140     MOVE RCN-XDT-YYYY TO RCN-CLR-FIRST-YYYY
013150     MOVE RCN-XHST-LAST-DATE TO RCN-XHST-DATE-X
013160     MOVE RCN-XDT-MM TO RCN-CLR-LAST-MM
013170     MOVE RCN-XDT-DD TO RCN-CLR-LAST-DD
013180     MOVE RCN-XDT-YYYY TO RCN-CLR-LAST-YYYY
013190     MOVE RCN-XHST-NIGHTS TO RCN-CLR-NIGHTS
013200     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
013210         PERFORM 3100-NEW-PAGE THRU 3100-EXIT
013220         WRITE RCN-RPT-RECORD FROM RCN-CLEARED-COLS
013230             AFTER ADVANCING 2 LINES
013240         ADD 2 TO RCN-LINE-COUNT
013250     END-IF
013260     WRITE RCN-RPT-RECORD FROM RCN-CLEARED-LINE
013270         AFTER ADVANCING 1 LINE
013280     ADD 1 TO RCN-LINE-COUNT
013290     ADD 1 TO RCN-CLEARED-COUNT.
013300 3510-EXIT.
013310     EXIT.
