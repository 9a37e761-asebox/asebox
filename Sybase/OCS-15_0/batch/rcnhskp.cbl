000010******************************************************************
000020* RCNHSKP.CBL
000030*    Retention and archive housekeeping for the account
000040*    reconciliation job's outputs.
000050*
000060*    RCNHIST and RCNXHST are never cleared by the job itself -
000070*    outliving the run is their point - and every night's
000080*    RCNEXCP extract and RCNXEXPO export are overwritten by the
000090*    next.  Run as the step after RCNXRPT, under the RCNRETN
000100*    retention card, this program
000110*      - saves tonight's RCNEXCP extract as a dated generation,
000120*        RCNEXCP.Dyyyymmdd - keyed the same as the extract, so
000130*        RCNXRPT can reprint any archived night's listing from
000140*        it - and tonight's RCNXEXPO export as RCNXEXPO.D-
000150*        yyyymmdd, byte for byte;
000160*      - moves RCNHIST run records more than HISTMONTHS months
000170*        old off the history file and onto the dated
000180*        sequential archive RCNHARC.Dyyyymmdd;
000190*      - moves RCNXHST cleared-prior (state X) rows cleared
000200*        more than XHSTDAYS days ago onto RCNXARC.Dyyyymmdd.
000210*    Open and cleared-tonight history rows are never touched -
000220*    the NEW/REPEAT flags and the cleared section depend on
000230*    them.  Every row is written to its archive before it is
000240*    deleted, and the archives are opened EXTEND, so a second
000250*    run on the same day adds to the day's archive instead of
000260*    replacing it.
000270*
000280*    Must not run while RCNDRIV is running - it deletes from
000290*    the two history files RCNDRIV writes at end of job.
000300*
000310*    Retcode 0 clean, 4 nothing to save (no extract or export
000320*    on hand), 8 a bad retention card or a file that would not
000330*    open, read or write - the step stops short of deleting
000340*    anything it could not archive first.
000350*
000360*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000370*    INSTALLATION.  DATA CENTER SERVICES.
000380*    DATE-WRITTEN.  10/07/2026.
000390*    DATE-COMPILED.
000400*
000410*    MODIFICATION HISTORY
000420*    10/07/2026  JH   Initial version - dated generations of
000430*                     the extract and export, run-history and
000440*                     cleared-prior exception-history purges to
000450*                     dated archives under the RCNRETN card.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. RCNHSKP.
000490 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000500 INSTALLATION. DATA CENTER SERVICES.
000510 DATE-WRITTEN. 10/07/2026.
000520 DATE-COMPILED.
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570*    The retention card - KEYWORD=VALUE, one per line, same
000580*    layout as the RCNPARM deck.
000590     SELECT RCN-RETN-FILE ASSIGN TO "RCNRETN"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RCN-RETN-FILE-STATUS.
000620*
000630*    Tonight's exception extract, read front to back in key
000640*    order into its dated generation - which is written in
000650*    that same order under the same key, so RCNXRPT reads a
000660*    generation exactly as it reads the live extract.
000670     SELECT RCN-EXCP-FILE ASSIGN TO "RCNEXCP"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS RCN-EXCP-KEY
000710         FILE STATUS IS RCN-EXCP-FILE-STATUS.
000720     SELECT RCN-EGEN-FILE ASSIGN TO RCN-EGEN-FILE-NAME
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS RCN-EGEN-KEY
000760         FILE STATUS IS RCN-EGEN-FILE-STATUS.
000770*
000780*    Tonight's delimited export and its dated generation.
000790     SELECT RCN-EXPT-FILE ASSIGN TO "RCNXEXPO"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS RCN-EXPT-FILE-STATUS.
000820     SELECT RCN-XGEN-FILE ASSIGN TO RCN-XGEN-FILE-NAME
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS RCN-XGEN-FILE-STATUS.
000850*
000860*    Run history - DYNAMIC so the purge can READ NEXT through
000870*    the old records (key order is date order, so they all
000880*    come first) and DELETE each one once it is archived.
000890     SELECT RCN-HIST-FILE ASSIGN TO "RCNHIST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         LOCK MODE IS AUTOMATIC
000930         RECORD KEY IS RCN-HIST-KEY
000940         FILE STATUS IS RCN-HIST-FILE-STATUS.
000950     SELECT OPTIONAL RCN-HARC-FILE ASSIGN TO RCN-HARC-FILE-NAME
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS RCN-HARC-FILE-STATUS.
000980*
000990*    Exception history - keyed by definition/account/reason,
001000*    so the cleared-prior rows are scattered and the purge
001010*    reads the whole file.
001020     SELECT RCN-XHST-FILE ASSIGN TO "RCNXHST"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         LOCK MODE IS AUTOMATIC
001060         RECORD KEY IS RCN-XHST-KEY
001070         FILE STATUS IS RCN-XHST-FILE-STATUS.
001080     SELECT OPTIONAL RCN-XARC-FILE ASSIGN TO RCN-XARC-FILE-NAME
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS RCN-XARC-FILE-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  RCN-RETN-FILE.
001150 01  RCN-RETN-CARD.
001160     05 RCN-RETN-CARD-BYTE-1   PIC X(01).
001170     05 FILLER                 PIC X(79).
001180*
001190 FD  RCN-EXCP-FILE.
001200 01  RCN-EXCP-RECORD.
001210     COPY "rcnexcp.cbl".
001220*
001230*    The generation carries the extract record as it stands -
001240*    key in the same bytes, so one RCNEXCP layout reads both.
001250 FD  RCN-EGEN-FILE.
001260 01  RCN-EGEN-RECORD.
001270     05 RCN-EGEN-KEY           PIC X(23).
001280     05 FILLER                 PIC X(38).
001290*
001300 FD  RCN-EXPT-FILE.
001310 01  RCN-EXPT-RECORD.
001320     05 RCN-EXPT-RUN-DATE      PIC X(08).
001330     05 FILLER                 PIC X(112).
001340*
001350 FD  RCN-XGEN-FILE.
001360 01  RCN-XGEN-RECORD           PIC X(120).
001370*
001380 FD  RCN-HIST-FILE.
001390 01  RCN-HIST-RECORD.
001400     COPY "rcnhist.cbl".
001410*
001420 FD  RCN-HARC-FILE.
001430 01  RCN-HARC-RECORD           PIC X(673).
001440*
001450 FD  RCN-XHST-FILE.
001460 01  RCN-XHST-RECORD.
001470     COPY "rcnxhst.cbl".
001480*
001490 FD  RCN-XARC-FILE.
001500 01  RCN-XARC-RECORD           PIC X(59).
001510*
001520 WORKING-STORAGE SECTION.
001530*
001540******************************************************************
001550* Standalone counters and switches
001560******************************************************************
001570 77  RCN-RETN-FILE-STATUS  PIC X(02) VALUE "00".
001580 77  RCN-EXCP-FILE-STATUS  PIC X(02) VALUE "00".
001590 77  RCN-EGEN-FILE-STATUS  PIC X(02) VALUE "00".
001600 77  RCN-EXPT-FILE-STATUS  PIC X(02) VALUE "00".
001610 77  RCN-XGEN-FILE-STATUS  PIC X(02) VALUE "00".
001620 77  RCN-HIST-FILE-STATUS  PIC X(02) VALUE "00".
001630 77  RCN-HARC-FILE-STATUS  PIC X(02) VALUE "00".
001640 77  RCN-XHST-FILE-STATUS  PIC X(02) VALUE "00".
001650 77  RCN-XARC-FILE-STATUS  PIC X(02) VALUE "00".
001660*
001670 77  RCN-RETN-EOF-SWITCH   PIC X(01) VALUE "N".
001680     88 RCN-RETN-EOF              VALUE "Y".
001690     88 RCN-RETN-NOT-EOF          VALUE "N".
001700*
001710 77  RCN-RETN-ERROR-SWITCH PIC X(01) VALUE "N".
001720     88 RCN-RETN-ERROR            VALUE "Y".
001730     88 RCN-RETN-OK               VALUE "N".
001740*
001750 77  RCN-COPY-EOF-SWITCH   PIC X(01) VALUE "N".
001760     88 RCN-COPY-EOF              VALUE "Y".
001770     88 RCN-COPY-NOT-EOF          VALUE "N".
001780*
001790 77  RCN-PURGE-EOF-SWITCH  PIC X(01) VALUE "N".
001800     88 RCN-PURGE-EOF             VALUE "Y".
001810     88 RCN-PURGE-NOT-EOF         VALUE "N".
001820*
001830*    Retention card values.  A zero retention keeps that
001840*    file's rows forever - leaving the card off is never
001850*    taken as leave to delete.
001860 77  RCN-RETN-HIST-MONTHS  PIC 9(04) COMP VALUE ZERO.
001870 77  RCN-RETN-XHST-DAYS    PIC 9(04) COMP VALUE ZERO.
001880 77  RCN-RETN-SAVE-GEN     PIC X(01) VALUE "Y".
001890     88 RCN-RETN-SAVE-GENS        VALUE "Y".
001900     88 RCN-RETN-NO-GENS          VALUE "N".
001910 77  RCN-RETN-RUN-DATE     PIC 9(08) VALUE ZERO.
001920*
001930 77  RCN-HIGH-RETCODE      PIC S9(04) COMP VALUE ZERO.
001940*
001950 77  RCN-EGEN-COUNT        PIC 9(09) COMP VALUE ZERO.
001960 77  RCN-XGEN-COUNT        PIC 9(09) COMP VALUE ZERO.
001970 77  RCN-HARC-COUNT        PIC 9(09) COMP VALUE ZERO.
001980 77  RCN-XARC-COUNT        PIC 9(09) COMP VALUE ZERO.
001990 77  RCN-XHST-READ-COUNT   PIC 9(09) COMP VALUE ZERO.
002000*
002010*    Dated file names - archives carry the day the purge ran,
002020*    generations the run date the listing was printed under.
002030 77  RCN-EGEN-FILE-NAME    PIC X(44) VALUE SPACES.
002040 77  RCN-XGEN-FILE-NAME    PIC X(44) VALUE SPACES.
002050 77  RCN-HARC-FILE-NAME    PIC X(44) VALUE SPACES.
002060 77  RCN-XARC-FILE-NAME    PIC X(44) VALUE SPACES.
002070 77  RCN-GEN-DATE          PIC 9(08) VALUE ZERO.
002080*
002090******************************************************************
002100* Retention-card keyword/value split and number scan, laid out
002110* as RCNDRIV's RCNPARM parse.
002120******************************************************************
002130 01  RCN-PARM-WORK.
002140     05 RCN-PARM-KEYWORD       PIC X(12).
002150     05 RCN-PARM-VALUE         PIC X(60).
002160     05 RCN-PARM-VALUE-R REDEFINES RCN-PARM-VALUE.
002170        10 RCN-PARM-VAL-CHAR   OCCURS 60 TIMES PIC X(01).
002180     05 RCN-PARM-DIGIT-X       PIC X(01).
002190     05 RCN-PARM-DIGIT-9 REDEFINES RCN-PARM-DIGIT-X PIC 9(01).
002200     05 RCN-PARM-NUMBER        PIC 9(09) COMP.
002210     05 RCN-PARM-DIGIT-COUNT   PIC 9(04) COMP.
002220     05 RCN-PARM-SUB           PIC 9(04) COMP.
002230     05 RCN-PARM-NUM-SWITCH    PIC X(01).
002240        88 RCN-PARM-NUM-BAD         VALUE "Y".
002250        88 RCN-PARM-NUM-OK          VALUE "N".
002260     05 RCN-PARM-DONE-SWITCH   PIC X(01).
002270        88 RCN-PARM-NUM-DONE        VALUE "Y".
002280        88 RCN-PARM-NUM-SCANNING    VALUE "N".
002290*
002300******************************************************************
002310* Run date and the two purge cutoffs
002320******************************************************************
002330 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
002340 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
002350     05 RCN-RUN-YYYY           PIC 9(04).
002360     05 RCN-RUN-MM             PIC 9(02).
002370     05 RCN-RUN-DD             PIC 9(02).
002380*
002390*    Run-history cutoff - the same day HISTMONTHS months back;
002400*    a record dated before it goes.  Only ever compared, never
002410*    printed as a date, so the 31st of a short month is fine.
002420 01  RCN-HIST-CUTOFF       PIC 9(08) VALUE ZERO.
002430 01  RCN-HIST-CUTOFF-X REDEFINES RCN-HIST-CUTOFF.
002440     05 RCN-CUT-YYYY           PIC 9(04).
002450     05 RCN-CUT-MM             PIC 9(02).
002460     05 RCN-CUT-DD             PIC 9(02).
002470 77  RCN-MONTH-WORK        PIC 9(07) COMP VALUE ZERO.
002480 77  RCN-MONTH-REM         PIC 9(04) COMP VALUE ZERO.
002490*
002500*    Exception-history cutoff - a day number, XHSTDAYS before
002510*    today's; a row cleared on an earlier day number goes.
002520 77  RCN-TODAY-DAYS        PIC 9(09) COMP VALUE ZERO.
002530 77  RCN-XHST-CUTOFF-DAYS  PIC 9(09) COMP VALUE ZERO.
002540*
002550******************************************************************
002560* 9000-DATE-TO-DAYS work area - a YYYYMMDD date turned into a
002570* running day count, so two dates subtract to the days
002580* between them.
002590******************************************************************
002600 01  RCN-DN-DATE           PIC 9(08) VALUE ZERO.
002610 01  RCN-DN-DATE-X REDEFINES RCN-DN-DATE.
002620     05 RCN-DN-YYYY            PIC 9(04).
002630     05 RCN-DN-MM              PIC 9(02).
002640     05 RCN-DN-DD              PIC 9(02).
002650 77  RCN-DN-DAYS           PIC 9(09) COMP VALUE ZERO.
002660 77  RCN-DN-YEARS          PIC 9(04) COMP VALUE ZERO.
002670 77  RCN-DN-Q4             PIC 9(04) COMP VALUE ZERO.
002680 77  RCN-DN-Q100           PIC 9(04) COMP VALUE ZERO.
002690 77  RCN-DN-Q400           PIC 9(04) COMP VALUE ZERO.
002700 77  RCN-DN-R4             PIC 9(04) COMP VALUE ZERO.
002710 77  RCN-DN-R100           PIC 9(04) COMP VALUE ZERO.
002720 77  RCN-DN-R400           PIC 9(04) COMP VALUE ZERO.
002730*
002740*    Days in the year before the first of each month.
002750 01  RCN-CUM-DAYS-DEFS.
002760     05 FILLER                 PIC 9(03) VALUE 000.
002770     05 FILLER                 PIC 9(03) VALUE 031.
002780     05 FILLER                 PIC 9(03) VALUE 059.
002790     05 FILLER                 PIC 9(03) VALUE 090.
002800     05 FILLER                 PIC 9(03) VALUE 120.
002810     05 FILLER                 PIC 9(03) VALUE 151.
002820     05 FILLER                 PIC 9(03) VALUE 181.
002830     05 FILLER                 PIC 9(03) VALUE 212.
002840     05 FILLER                 PIC 9(03) VALUE 243.
002850     05 FILLER                 PIC 9(03) VALUE 273.
002860     05 FILLER                 PIC 9(03) VALUE 304.
002870     05 FILLER                 PIC 9(03) VALUE 334.
002880 01  RCN-CUM-DAYS-TABLE REDEFINES RCN-CUM-DAYS-DEFS.
002890     05 RCN-CUM-DAYS           OCCURS 12 TIMES PIC 9(03).
002900*
002910 PROCEDURE DIVISION.
002920*
002930******************************************************************
002940* 0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
002980     PERFORM 0100-READ-RETENTION THRU 0100-EXIT
002990     IF RCN-RETN-ERROR
003000         DISPLAY "RCNHSKP: RETENTION CARD REJECTED - NOTHING"
003010             " SAVED OR PURGED"
003020         MOVE 8 TO RETURN-CODE
003030         STOP RUN
003040     END-IF
003050     DISPLAY "RCNHSKP: HISTMONTHS=" RCN-RETN-HIST-MONTHS
003060         " XHSTDAYS=" RCN-RETN-XHST-DAYS
003070         " SAVEGEN=" RCN-RETN-SAVE-GEN
003080     IF RCN-RETN-SAVE-GENS
003090         PERFORM 1000-SAVE-GENERATIONS THRU 1000-EXIT
003100     END-IF
003110     IF RCN-RETN-HIST-MONTHS > ZERO
003120         PERFORM 2000-ARCHIVE-RUN-HISTORY THRU 2000-EXIT
003130     END-IF
003140     IF RCN-RETN-XHST-DAYS > ZERO
003150         PERFORM 3000-PURGE-EXCP-HISTORY THRU 3000-EXIT
003160     END-IF
003170     DISPLAY "RCNHSKP: EXTRACT ROWS SAVED=" RCN-EGEN-COUNT
003180         " EXPORT RECORDS SAVED=" RCN-XGEN-COUNT
003190     DISPLAY "RCNHSKP: RUN-HISTORY RECORDS ARCHIVED="
003200         RCN-HARC-COUNT
003210         " EXCEPTION-HISTORY ROWS ARCHIVED=" RCN-XARC-COUNT
003220     MOVE RCN-HIGH-RETCODE TO RETURN-CODE
003230     STOP RUN.
003240*
003250******************************************************************
003260* 0100-READ-RETENTION
003270*    HISTMONTHS=n   run-history months kept on RCNHIST
003280*    XHSTDAYS=n     days a cleared-prior row stays on RCNXHST
003290*    SAVEGEN=Y/N    save tonight's extract and export
003300*    RUNDATE=n      date the generations are saved under, for
003310*                   a rerun after the night has rolled - left
003320*                   off, the date comes off the export itself
003330*    An unknown keyword or a bad value rejects the whole card;
003340*    a purge run on a half-read card is not a risk worth
003350*    taking.
003360******************************************************************
003370 0100-READ-RETENTION.
003380     OPEN INPUT RCN-RETN-FILE
003390     IF RCN-RETN-FILE-STATUS NOT EQUAL "00"
003400         DISPLAY "RCNHSKP: UNABLE TO OPEN RCNRETN, STATUS="
003410             RCN-RETN-FILE-STATUS
003420         SET RCN-RETN-ERROR TO TRUE
003430         GO TO 0100-EXIT
003440     END-IF
003450     PERFORM 0110-PARSE-ONE-CARD THRU 0110-EXIT
003460         UNTIL RCN-RETN-EOF
003470     CLOSE RCN-RETN-FILE.
003480 0100-EXIT.
003490     EXIT.
003500*
003510 0110-PARSE-ONE-CARD.
003520     READ RCN-RETN-FILE
003530         AT END
003540             SET RCN-RETN-EOF TO TRUE
003550             GO TO 0110-EXIT
003560     END-READ
003570     IF RCN-RETN-FILE-STATUS NOT EQUAL "00"
003580         DISPLAY "RCNHSKP: RCNRETN READ FAILED, STATUS="
003590             RCN-RETN-FILE-STATUS
003600         SET RCN-RETN-ERROR TO TRUE
003610         SET RCN-RETN-EOF TO TRUE
003620         GO TO 0110-EXIT
003630     END-IF
003640     IF RCN-RETN-CARD EQUAL SPACES
003650         OR RCN-RETN-CARD-BYTE-1 EQUAL "*"
003660         GO TO 0110-EXIT
003670     END-IF
003680     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
003690     UNSTRING RCN-RETN-CARD DELIMITED BY "="
003700         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
003710     EVALUATE RCN-PARM-KEYWORD
003720         WHEN "HISTMONTHS"
003730             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
003740             MOVE RCN-PARM-NUMBER TO RCN-RETN-HIST-MONTHS
003750         WHEN "XHSTDAYS"
003760             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
003770             MOVE RCN-PARM-NUMBER TO RCN-RETN-XHST-DAYS
003780         WHEN "SAVEGEN"
003790             IF RCN-PARM-VALUE EQUAL "Y" OR "N"
003800                 MOVE RCN-PARM-VALUE TO RCN-RETN-SAVE-GEN
003810             ELSE
003820                 DISPLAY "RCNHSKP: SAVEGEN MUST BE Y OR N"
003830                 SET RCN-RETN-ERROR TO TRUE
003840             END-IF
003850         WHEN "RUNDATE"
003860             PERFORM 0140-PARSE-INTEGER THRU 0140-EXIT
003870             MOVE RCN-PARM-NUMBER TO RCN-RETN-RUN-DATE
003880             IF RCN-PARM-DIGIT-COUNT NOT EQUAL 8
003890                 DISPLAY "RCNHSKP: RUNDATE MUST BE YYYYMMDD"
003900                 SET RCN-RETN-ERROR TO TRUE
003910             END-IF
003920         WHEN OTHER
003930             DISPLAY "RCNHSKP: UNRECOGNIZED RCNRETN KEYWORD "
003940                 RCN-PARM-KEYWORD
003950             SET RCN-RETN-ERROR TO TRUE
003960     END-EVALUATE.
003970 0110-EXIT.
003980     EXIT.
003990*
004000*    Whole numbers only - the retentions cap at 9999, a
004010*    RUNDATE is held to its eight digits by the caller.
004020 0140-PARSE-INTEGER.
004030     MOVE ZERO TO RCN-PARM-NUMBER
004040                  RCN-PARM-DIGIT-COUNT
004050     SET RCN-PARM-NUM-OK TO TRUE
004060     SET RCN-PARM-NUM-SCANNING TO TRUE
004070     PERFORM 0150-PARSE-ONE-CHAR THRU 0150-EXIT
004080         VARYING RCN-PARM-SUB FROM 1 BY 1
004090         UNTIL RCN-PARM-SUB > 60
004100             OR RCN-PARM-NUM-DONE
004110             OR RCN-PARM-NUM-BAD
004120     IF RCN-PARM-DIGIT-COUNT EQUAL ZERO
004130         OR (RCN-PARM-NUMBER > 9999
004140             AND RCN-PARM-KEYWORD NOT EQUAL "RUNDATE")
004150         SET RCN-PARM-NUM-BAD TO TRUE
004160     END-IF
004170     IF RCN-PARM-NUM-BAD
004180         DISPLAY "RCNHSKP: BAD NUMERIC VALUE FOR "
004190             RCN-PARM-KEYWORD
004200         MOVE ZERO TO RCN-PARM-NUMBER
004210         SET RCN-RETN-ERROR TO TRUE
004220     END-IF.
004230 0140-EXIT.
004240     EXIT.
004250*
004260 0150-PARSE-ONE-CHAR.
004270     MOVE RCN-PARM-VAL-CHAR (RCN-PARM-SUB) TO RCN-PARM-DIGIT-X
004280     EVALUATE TRUE
004290         WHEN RCN-PARM-DIGIT-X EQUAL SPACE
004300             SET RCN-PARM-NUM-DONE TO TRUE
004310         WHEN RCN-PARM-DIGIT-X NUMERIC
004320             COMPUTE RCN-PARM-NUMBER =
004330                 (RCN-PARM-NUMBER * 10) + RCN-PARM-DIGIT-9
004340                 ON SIZE ERROR
004350                     SET RCN-PARM-NUM-BAD TO TRUE
004360             END-COMPUTE
004370             ADD 1 TO RCN-PARM-DIGIT-COUNT
004380         WHEN OTHER
004390             SET RCN-PARM-NUM-BAD TO TRUE
004400     END-EVALUATE.
004410 0150-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450* 1000-SAVE-GENERATIONS
004460*    The generations are dated by the run date RCNXRPT printed
004470*    the listing under - the first export record carries it -
004480*    so "the listing from March 3rd" is the generation dated
004490*    March 3rd even when the job ran past midnight.  A RUNDATE
004500*    card overrides; an export with no detail records (a
004510*    clean night) falls back to today.
004520******************************************************************
004530 1000-SAVE-GENERATIONS.
004540     MOVE RCN-RUN-DATE TO RCN-GEN-DATE
004550     IF RCN-RETN-RUN-DATE NOT EQUAL ZERO
004560         MOVE RCN-RETN-RUN-DATE TO RCN-GEN-DATE
004570     ELSE
004580         PERFORM 1010-DATE-FROM-EXPORT THRU 1010-EXIT
004590     END-IF
004600     MOVE SPACES TO RCN-EGEN-FILE-NAME RCN-XGEN-FILE-NAME
004610     STRING "RCNEXCP.D" RCN-GEN-DATE
004620         DELIMITED BY SIZE INTO RCN-EGEN-FILE-NAME
004630     STRING "RCNXEXPO.D" RCN-GEN-DATE
004640         DELIMITED BY SIZE INTO RCN-XGEN-FILE-NAME
004650     PERFORM 1100-SAVE-EXTRACT THRU 1100-EXIT
004660     PERFORM 1200-SAVE-EXPORT THRU 1200-EXIT.
004670 1000-EXIT.
004680     EXIT.
004690*
004700 1010-DATE-FROM-EXPORT.
004710     OPEN INPUT RCN-EXPT-FILE
004720     IF RCN-EXPT-FILE-STATUS NOT EQUAL "00"
004730         GO TO 1010-EXIT
004740     END-IF
004750     READ RCN-EXPT-FILE
004760         AT END
004770             MOVE SPACES TO RCN-EXPT-RUN-DATE
004780     END-READ
004790     IF RCN-EXPT-RUN-DATE NUMERIC
004800         MOVE RCN-EXPT-RUN-DATE TO RCN-GEN-DATE
004810     END-IF
004820     CLOSE RCN-EXPT-FILE.
004830 1010-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870* 1100-SAVE-EXTRACT
004880*    The extract into RCNEXCP.Dyyyymmdd, replacing any earlier
004890*    generation of the same date - a rerun's extract is the
004900*    one that night's listing was printed from.
004910******************************************************************
004920 1100-SAVE-EXTRACT.
004930     OPEN INPUT RCN-EXCP-FILE
004940     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
004950         DISPLAY "RCNHSKP: NO RCNEXCP TO SAVE, STATUS="
004960             RCN-EXCP-FILE-STATUS
004970         IF RCN-HIGH-RETCODE < 4
004980             MOVE 4 TO RCN-HIGH-RETCODE
004990         END-IF
005000         GO TO 1100-EXIT
005010     END-IF
005020     OPEN OUTPUT RCN-EGEN-FILE
005030     IF RCN-EGEN-FILE-STATUS NOT EQUAL "00"
005040         DISPLAY "RCNHSKP: UNABLE TO OPEN " RCN-EGEN-FILE-NAME
005050             " STATUS=" RCN-EGEN-FILE-STATUS
005060         MOVE 8 TO RCN-HIGH-RETCODE
005070         CLOSE RCN-EXCP-FILE
005080         GO TO 1100-EXIT
005090     END-IF
005100     SET RCN-COPY-NOT-EOF TO TRUE
005110     PERFORM 1110-SAVE-ONE-EXCP THRU 1110-EXIT
005120         UNTIL RCN-COPY-EOF
005130     CLOSE RCN-EXCP-FILE RCN-EGEN-FILE
005140     DISPLAY "RCNHSKP: EXTRACT SAVED AS " RCN-EGEN-FILE-NAME.
005150 1100-EXIT.
005160     EXIT.
005170*
005180 1110-SAVE-ONE-EXCP.
005190     READ RCN-EXCP-FILE
005200         AT END
005210             SET RCN-COPY-EOF TO TRUE
005220             GO TO 1110-EXIT
005230     END-READ
005240     IF RCN-EXCP-FILE-STATUS NOT EQUAL "00"
005250         DISPLAY "RCNHSKP: RCNEXCP READ FAILED, STATUS="
005260             RCN-EXCP-FILE-STATUS
005270         MOVE 8 TO RCN-HIGH-RETCODE
005280         SET RCN-COPY-EOF TO TRUE
005290         GO TO 1110-EXIT
005300     END-IF
005310     WRITE RCN-EGEN-RECORD FROM RCN-EXCP-RECORD
005320     IF RCN-EGEN-FILE-STATUS NOT EQUAL "00"
005330         DISPLAY "RCNHSKP: " RCN-EGEN-FILE-NAME
005340             " WRITE FAILED, STATUS=" RCN-EGEN-FILE-STATUS
005350         MOVE 8 TO RCN-HIGH-RETCODE
005360         SET RCN-COPY-EOF TO TRUE
005370         GO TO 1110-EXIT
005380     END-IF
005390     ADD 1 TO RCN-EGEN-COUNT.
005400 1110-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440* 1200-SAVE-EXPORT
005450*    The export into RCNXEXPO.Dyyyymmdd, trailer and all, so a
005460*    re-sent upload balances exactly as the original did.
005470******************************************************************
005480 1200-SAVE-EXPORT.
005490     OPEN INPUT RCN-EXPT-FILE
005500     IF RCN-EXPT-FILE-STATUS NOT EQUAL "00"
005510         DISPLAY "RCNHSKP: NO RCNXEXPO TO SAVE, STATUS="
005520             RCN-EXPT-FILE-STATUS
005530         IF RCN-HIGH-RETCODE < 4
005540             MOVE 4 TO RCN-HIGH-RETCODE
005550         END-IF
005560         GO TO 1200-EXIT
005570     END-IF
005580     OPEN OUTPUT RCN-XGEN-FILE
005590     IF RCN-XGEN-FILE-STATUS NOT EQUAL "00"
005600         DISPLAY "RCNHSKP: UNABLE TO OPEN " RCN-XGEN-FILE-NAME
005610             " STATUS=" RCN-XGEN-FILE-STATUS
005620         MOVE 8 TO RCN-HIGH-RETCODE
005630         CLOSE RCN-EXPT-FILE
005640         GO TO 1200-EXIT
005650     END-IF
005660     SET RCN-COPY-NOT-EOF TO TRUE
005670     PERFORM 1210-SAVE-ONE-EXPT THRU 1210-EXIT
005680         UNTIL RCN-COPY-EOF
005690     CLOSE RCN-EXPT-FILE RCN-XGEN-FILE
005700     DISPLAY "RCNHSKP: EXPORT SAVED AS " RCN-XGEN-FILE-NAME.
005710 1200-EXIT.
005720     EXIT.
005730*
005740 1210-SAVE-ONE-EXPT.
005750     READ RCN-EXPT-FILE
005760         AT END
005770             SET RCN-COPY-EOF TO TRUE
005780             GO TO 1210-EXIT
005790     END-READ
005800     IF RCN-EXPT-FILE-STATUS NOT EQUAL "00"
005810         DISPLAY "RCNHSKP: RCNXEXPO READ FAILED, STATUS="
005820             RCN-EXPT-FILE-STATUS
005830         MOVE 8 TO RCN-HIGH-RETCODE
005840         SET RCN-COPY-EOF TO TRUE
005850         GO TO 1210-EXIT
005860     END-IF
005870     WRITE RCN-XGEN-RECORD FROM RCN-EXPT-RECORD
005880     IF RCN-XGEN-FILE-STATUS NOT EQUAL "00"
005890         DISPLAY "RCNHSKP: " RCN-XGEN-FILE-NAME
005900             " WRITE FAILED, STATUS=" RCN-XGEN-FILE-STATUS
005910         MOVE 8 TO RCN-HIGH-RETCODE
005920         SET RCN-COPY-EOF TO TRUE
005930         GO TO 1210-EXIT
005940     END-IF
005950     ADD 1 TO RCN-XGEN-COUNT.
005960 1210-EXIT.
005970     EXIT.
005980*
005990******************************************************************
006000* 2000-ARCHIVE-RUN-HISTORY
006010*    Run records dated before the cutoff - the same day
006020*    HISTMONTHS months back - are written to RCNHARC.Dyyyymmdd
006030*    and then deleted.  Key order is date order, so the scan
006040*    stops at the first record on or after the cutoff.
006050******************************************************************
006060 2000-ARCHIVE-RUN-HISTORY.
006070     COMPUTE RCN-MONTH-WORK =
006080         (RCN-RUN-YYYY * 12) + RCN-RUN-MM - 1
006090         - RCN-RETN-HIST-MONTHS
006100     DIVIDE RCN-MONTH-WORK BY 12
006110         GIVING RCN-CUT-YYYY REMAINDER RCN-MONTH-REM
006120     COMPUTE RCN-CUT-MM = RCN-MONTH-REM + 1
006130     MOVE RCN-RUN-DD TO RCN-CUT-DD
006140     DISPLAY "RCNHSKP: RUN HISTORY BEFORE " RCN-HIST-CUTOFF
006150         " TO BE ARCHIVED"
006160     OPEN I-O RCN-HIST-FILE
006170     IF RCN-HIST-FILE-STATUS EQUAL "35"
006180         DISPLAY "RCNHSKP: NO RCNHIST ON FILE - NOTHING TO"
006190             " ARCHIVE"
006200         GO TO 2000-EXIT
006210     END-IF
006220     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
006230         DISPLAY "RCNHSKP: UNABLE TO OPEN RCNHIST, STATUS="
006240             RCN-HIST-FILE-STATUS
006250         MOVE 8 TO RCN-HIGH-RETCODE
006260         GO TO 2000-EXIT
006270     END-IF
006280     MOVE SPACES TO RCN-HARC-FILE-NAME
006290     STRING "RCNHARC.D" RCN-RUN-DATE
006300         DELIMITED BY SIZE INTO RCN-HARC-FILE-NAME
006310     OPEN EXTEND RCN-HARC-FILE
006320     IF RCN-HARC-FILE-STATUS NOT EQUAL "00"
006330         AND RCN-HARC-FILE-STATUS NOT EQUAL "05"
006340         DISPLAY "RCNHSKP: UNABLE TO OPEN " RCN-HARC-FILE-NAME
006350             " STATUS=" RCN-HARC-FILE-STATUS
006360         MOVE 8 TO RCN-HIGH-RETCODE
006370         CLOSE RCN-HIST-FILE
006380         GO TO 2000-EXIT
006390     END-IF
006400     SET RCN-PURGE-NOT-EOF TO TRUE
006410     PERFORM 2100-ARCHIVE-ONE-HIST THRU 2100-EXIT
006420         UNTIL RCN-PURGE-EOF
006430     CLOSE RCN-HIST-FILE RCN-HARC-FILE.
006440 2000-EXIT.
006450     EXIT.
006460*
006470 2100-ARCHIVE-ONE-HIST.
006480     READ RCN-HIST-FILE NEXT RECORD
006490         AT END
006500             SET RCN-PURGE-EOF TO TRUE
006510             GO TO 2100-EXIT
006520     END-READ
006530     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
006540         DISPLAY "RCNHSKP: RCNHIST READ FAILED, STATUS="
006550             RCN-HIST-FILE-STATUS
006560         MOVE 8 TO RCN-HIGH-RETCODE
006570         SET RCN-PURGE-EOF TO TRUE
006580         GO TO 2100-EXIT
006590     END-IF
006600     IF RCN-HIST-RUN-DATE NOT LESS THAN RCN-HIST-CUTOFF
006610         SET RCN-PURGE-EOF TO TRUE
006620         GO TO 2100-EXIT
006630     END-IF
006640     WRITE RCN-HARC-RECORD FROM RCN-HIST-RECORD
006650     IF RCN-HARC-FILE-STATUS NOT EQUAL "00"
006660         DISPLAY "RCNHSKP: " RCN-HARC-FILE-NAME
006670             " WRITE FAILED, STATUS=" RCN-HARC-FILE-STATUS
006680             " - RCNHIST LEFT AS IS"
006690         MOVE 8 TO RCN-HIGH-RETCODE
006700         SET RCN-PURGE-EOF TO TRUE
006710         GO TO 2100-EXIT
006720     END-IF
006730     DELETE RCN-HIST-FILE RECORD
006740     IF RCN-HIST-FILE-STATUS NOT EQUAL "00"
006750         DISPLAY "RCNHSKP: RCNHIST DELETE FAILED, STATUS="
006760             RCN-HIST-FILE-STATUS
006770         MOVE 8 TO RCN-HIGH-RETCODE
006780         SET RCN-PURGE-EOF TO TRUE
006790         GO TO 2100-EXIT
006800     END-IF
006810     ADD 1 TO RCN-HARC-COUNT.
006820 2100-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860* 3000-PURGE-EXCP-HISTORY
006870*    Cleared-prior rows whose cleared date is more than
006880*    XHSTDAYS days back are written to RCNXARC.Dyyyymmdd and
006890*    then deleted.  Open and cleared-tonight rows are passed
006900*    over whatever their age.
006910******************************************************************
006920 3000-PURGE-EXCP-HISTORY.
006930     MOVE RCN-RUN-DATE TO RCN-DN-DATE
006940     PERFORM 9000-DATE-TO-DAYS THRU 9000-EXIT
006950     MOVE RCN-DN-DAYS TO RCN-TODAY-DAYS
006960     COMPUTE RCN-XHST-CUTOFF-DAYS =
006970         RCN-TODAY-DAYS - RCN-RETN-XHST-DAYS
006980     OPEN I-O RCN-XHST-FILE
006990     IF RCN-XHST-FILE-STATUS EQUAL "35"
007000         DISPLAY "RCNHSKP: NO RCNXHST ON FILE - NOTHING TO"
007010             " PURGE"
007020         GO TO 3000-EXIT
007030     END-IF
007040     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
007050         DISPLAY "RCNHSKP: UNABLE TO OPEN RCNXHST, STATUS="
007060             RCN-XHST-FILE-STATUS
007070         MOVE 8 TO RCN-HIGH-RETCODE
007080         GO TO 3000-EXIT
007090     END-IF
007100     MOVE SPACES TO RCN-XARC-FILE-NAME
007110     STRING "RCNXARC.D" RCN-RUN-DATE
007120         DELIMITED BY SIZE INTO RCN-XARC-FILE-NAME
007130     OPEN EXTEND RCN-XARC-FILE
007140     IF RCN-XARC-FILE-STATUS NOT EQUAL "00"
007150         AND RCN-XARC-FILE-STATUS NOT EQUAL "05"
007160         DISPLAY "RCNHSKP: UNABLE TO OPEN " RCN-XARC-FILE-NAME
007170             " STATUS=" RCN-XARC-FILE-STATUS
007180         MOVE 8 TO RCN-HIGH-RETCODE
007190         CLOSE RCN-XHST-FILE
007200         GO TO 3000-EXIT
007210     END-IF
007220     SET RCN-PURGE-NOT-EOF TO TRUE
007230     PERFORM 3100-PURGE-ONE-XHST THRU 3100-EXIT
007240         UNTIL RCN-PURGE-EOF
007250     CLOSE RCN-XHST-FILE RCN-XARC-FILE
007260     DISPLAY "RCNHSKP: EXCEPTION-HISTORY ROWS READ="
007270         RCN-XHST-READ-COUNT.
007280 3000-EXIT.
007290     EXIT.
007300*
007310 3100-PURGE-ONE-XHST.
007320     READ RCN-XHST-FILE NEXT RECORD
007330         AT END
007340             SET RCN-PURGE-EOF TO TRUE
007350             GO TO 3100-EXIT
007360     END-READ
007370     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
007380         DISPLAY "RCNHSKP: RCNXHST READ FAILED, STATUS="
007390             RCN-XHST-FILE-STATUS
007400         MOVE 8 TO RCN-HIGH-RETCODE
007410         SET RCN-PURGE-EOF TO TRUE
007420         GO TO 3100-EXIT
007430     END-IF
007440     ADD 1 TO RCN-XHST-READ-COUNT
007450     IF NOT RCN-XHST-CLEARED-PRIOR
007460         GO TO 3100-EXIT
007470     END-IF
007480     IF RCN-XHST-CLEARED-DATE NOT NUMERIC
007490         OR RCN-XHST-CLEARED-DATE EQUAL ZERO
007500         GO TO 3100-EXIT
007510     END-IF
007520     MOVE RCN-XHST-CLEARED-DATE TO RCN-DN-DATE
007530     PERFORM 9000-DATE-TO-DAYS THRU 9000-EXIT
007540     IF RCN-DN-DAYS EQUAL ZERO
007550         OR RCN-DN-DAYS NOT LESS THAN RCN-XHST-CUTOFF-DAYS
007560         GO TO 3100-EXIT
007570     END-IF
007580     WRITE RCN-XARC-RECORD FROM RCN-XHST-RECORD
007590     IF RCN-XARC-FILE-STATUS NOT EQUAL "00"
007600         DISPLAY "RCNHSKP: " RCN-XARC-FILE-NAME
007610             " WRITE FAILED, STATUS=" RCN-XARC-FILE-STATUS
007620             " - RCNXHST LEFT AS IS"
007630         MOVE 8 TO RCN-HIGH-RETCODE
007640         SET RCN-PURGE-EOF TO TRUE
007650         GO TO 3100-EXIT
007660     END-IF
007670     DELETE RCN-XHST-FILE RECORD
007680     IF RCN-XHST-FILE-STATUS NOT EQUAL "00"
007690         DISPLAY "RCNHSKP: RCNXHST DELETE FAILED, STATUS="
007700             RCN-XHST-FILE-STATUS
007710         MOVE 8 TO RCN-HIGH-RETCODE
007720         SET RCN-PURGE-EOF TO TRUE
007730         GO TO 3100-EXIT
007740     END-IF
007750     ADD 1 TO RCN-XARC-COUNT.
007760 3100-EXIT.
007770     EXIT.
007780*
007790******************************************************************
007800* 9000-DATE-TO-DAYS
007810*    RCN-DN-DATE (YYYYMMDD) to a running day count in
007820*    RCN-DN-DAYS - whole years at 365 plus their leap days,
007830*    the days before the month, and the day.  A date that is
007840*    not a date comes back as zero, which the callers skip.
007850******************************************************************
007860 9000-DATE-TO-DAYS.
007870     MOVE ZERO TO RCN-DN-DAYS
007880     IF RCN-DN-YYYY EQUAL ZERO
007890         OR RCN-DN-MM < 1 OR RCN-DN-MM > 12
007900         OR RCN-DN-DD < 1 OR RCN-DN-DD > 31
007910         GO TO 9000-EXIT
007920     END-IF
007930     COMPUTE RCN-DN-YEARS = RCN-DN-YYYY - 1
007940     DIVIDE RCN-DN-YEARS BY 4 GIVING RCN-DN-Q4
007950     DIVIDE RCN-DN-YEARS BY 100 GIVING RCN-DN-Q100
007960     DIVIDE RCN-DN-YEARS BY 400 GIVING RCN-DN-Q400
007970     COMPUTE RCN-DN-DAYS =
007980         (RCN-DN-YEARS * 365) + RCN-DN-Q4 - RCN-DN-Q100
007990         + RCN-DN-Q400 + RCN-CUM-DAYS (RCN-DN-MM) + RCN-DN-DD
008000     IF RCN-DN-MM > 2
008010         DIVIDE RCN-DN-YYYY BY 4 GIVING RCN-DN-Q4
008020             REMAINDER RCN-DN-R4
008030         DIVIDE RCN-DN-YYYY BY 100 GIVING RCN-DN-Q100
008040             REMAINDER RCN-DN-R100
008050         DIVIDE RCN-DN-YYYY BY 400 GIVING RCN-DN-Q400
008060             REMAINDER RCN-DN-R400
008070         IF RCN-DN-R4 EQUAL ZERO
008080             AND (RCN-DN-R100 NOT EQUAL ZERO
008090                  OR RCN-DN-R400 EQUAL ZERO)
008100             ADD 1 TO RCN-DN-DAYS
008110         END-IF
008120     END-IF.
008130 9000-EXIT.
008140     EXIT.
