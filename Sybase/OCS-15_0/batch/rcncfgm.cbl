000010******************************************************************
000020* RCNCFGM.CBL
000030*    Definitions and status-rules maintenance for the account
000040*    reconciliation job.
000050*
000060*    Since the definitions and the status rules came out of
000070*    the programs and onto the RCNDEFS and RCNSRULE files,
000080*    changing what the night does has been a file edit that
000090*    nothing checked and nobody signed - a misspelled column
000100*    surfaced only when RECON_CURSOR failed its PREPARE at
000110*    01:00, and a bad rule line quietly changed what
000120*    extracted.  Both files are now changed only through this
000130*    program, off the day's RCNCTRN transaction cards:
000140*      - ADD     a new definition or rule - or reinstates a
000150*                retired one under the same name or status.
000160*      - CHANGE  replaces an in-service entry with the card's
000170*                image of it, every field as it is to stand.
000180*      - RETIRE  takes an entry out of service.  It stays on
000190*                file, marked retired, for the history that
000200*                still refers to it.
000210*    Every card is validated before anything is applied:
000220*      - a definition's table and its key, balance and status
000230*        columns must exist on the server (looked up through
000240*        RCNCOLS), its ledger and work-file names must be
000250*        given, and no file name may be used twice within the
000260*        definition, by another definition, by the job's own
000270*        files, or - outside ACCOUNT - by the default ACCOUNT
000280*        definition's files;
000290*      - a rule's IGNORE, BAL-ALLOWED and MAINT-ALLOWED flags
000300*        must each be Y or N, and a rule that extracts must
000310*        carry a two-character reason code that is not one of
000320*        the pass's own, a severity and a description.
000330*    Each applied change is appended to the RCNCAUD audit
000340*    trail with the entry's before and after images, the
000350*    card's user and the time, and every card prints on the
000360*    RCNCFRPT change report - applied, field by field, or
000370*    rejected with the reason - for the morning review.
000380*
000390*    The cards are applied to the two files in storage and
000400*    the files are rewritten once, at the end, and only when
000410*    every file opened, read and wrote cleanly.  Each file's
000420*    audit rows are appended as soon as that file has been
000430*    rewritten - RCNDEFS and its rows, then RCNSRULE and its
000440*    rows - so the trail never records a change that did not
000450*    land, and never misses one that did.  Run in the day,
000460*    not while RCNDRIV is running.
000470*
000480*    The server and the CREDFILE come off the RCNPARM deck as
000490*    RCNDRIV reads them; they are only needed - and the
000500*    server only connected to - when a definition card
000510*    arrives.
000520*
000530*    Return codes:
000540*       0  every card applied.
000550*       4  one or more cards rejected - see the report.
000560*       8  a file could not be opened, read or written
000570*          (neither file is rewritten - unless it was the
000580*          RCNSRULE rewrite itself, after RCNDEFS and its
000590*          audit rows had landed), or the server could
000600*          not be reached to verify a definition (that card
000610*          and every definition card after it rejected).
000620*
000630*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000640*    INSTALLATION.  DATA CENTER SERVICES.
000650*    DATE-WRITTEN.  10/12/2026.
000660*    DATE-COMPILED.
000670*
000680*    MODIFICATION HISTORY
000690*    10/12/2026  JH   Initial version - ADD/CHANGE/RETIRE of
000700*                     RCNDEFS and RCNSRULE entries off the
000710*                     RCNCTRN cards, validated against the
000720*                     server catalog, audited to RCNCAUD.
000730*    10/13/2026  JH   RCNSIMX and RCNSIMRO reserved as job
000740*                     file names - the simulation extract and
000750*                     its comparison report.
000760*    10/14/2026  JH   RCNRLST and RCNRCHKO reserved as job
000770*                     file names - the daytime recheck's deck
000780*                     and report.
000790*    10/15/2026  JH   Rule view's state byte realigned to
000800*                     rcnsrul.cbl.  Audit rows now appended per
000810*                     file, straight after that file's rewrite.
000820*    10/15/2026  JH   The job's report and output files
000830*                     (RCNGLRJO, RCNXEXPO, RCNXRPTO, ...) are
000840*                     refused as definition file names too.
000850*    10/15/2026  JH   Comment-card and reason-code character
000860*                     tests go through named byte fields.
000870******************************************************************
000880 IDENTIFICATION DIVISION.
000890 PROGRAM-ID. RCNCFGM.
000900 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000910 INSTALLATION. DATA CENTER SERVICES.
000920 DATE-WRITTEN. 10/12/2026.
000930 DATE-COMPILED.
000940*
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980*    The driver's run-control deck and credentials file, read
000990*    for the server the definitions are verified against.
001000     SELECT RCN-PARM-FILE ASSIGN TO "RCNPARM"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS RCN-PARM-FILE-STATUS.
001030     SELECT RCN-CRED-FILE ASSIGN TO RCN-CRED-FILE-NAME
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS RCN-CRED-FILE-STATUS.
001060*    The day's maintenance transactions - one fixed-column
001070*    card per ADD, CHANGE or RETIRE.
001080     SELECT RCN-CTRN-FILE ASSIGN TO "RCNCTRN"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS RCN-CTRN-FILE-STATUS.
001110*    The two files maintained - read whole, rewritten whole.
001120     SELECT RCN-DEFS-FILE ASSIGN TO "RCNDEFS"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS RCN-DEFS-FILE-STATUS.
001150     SELECT RCN-SRUL-FILE ASSIGN TO "RCNSRULE"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS RCN-SRUL-FILE-STATUS.
001180*    The audit trail - appended to, never rewritten; the
001190*    first run creates it.
001200     SELECT OPTIONAL RCN-CAUD-FILE ASSIGN TO "RCNCAUD"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS RCN-CAUD-FILE-STATUS.
001230*
001240     SELECT RCN-RPT-FILE ASSIGN TO "RCNCFRPT"
001250         FILE STATUS IS RCN-RPT-FILE-STATUS.
001260*
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  RCN-PARM-FILE.
001300 01  RCN-PARM-CARD.
001310     05 RCN-PARM-CARD-BYTE-1   PIC X(01).
001320     05 FILLER                 PIC X(79).
001330*
001340 FD  RCN-CRED-FILE.
001350 01  RCN-CRED-CARD.
001360     05 RCN-CRED-CARD-BYTE-1   PIC X(01).
001370     05 FILLER                 PIC X(79).
001380*
001390*    240-byte transaction cards, one blank between fields:
001400*    action (ADD, CHANGE or RETIRE), target (DEF or RULE),
001410*    user, then the entry's record image in the maintained
001420*    file's own columns - the 200-byte RCNDEFS layout or the
001430*    80-byte RCNSRULE layout.  ADD and CHANGE carry the whole
001440*    entry as it is to stand (its state byte is ignored);
001450*    RETIRE needs only the name or status.  An * in column 1
001460*    marks a comment card.
001470 FD  RCN-CTRN-FILE.
001480 01  RCN-TRN-CARD.
001490     05 RCN-TRN-ACTION         PIC X(06).
001500        88 RCN-TRN-ADD              VALUE "ADD".
001510        88 RCN-TRN-CHANGE           VALUE "CHANGE".
001520        88 RCN-TRN-RETIRE           VALUE "RETIRE".
001530     05 RCN-TRN-ACTION-R REDEFINES RCN-TRN-ACTION.
001540        10 RCN-TRN-CARD-BYTE-1    PIC X(01).
001550        10 FILLER                 PIC X(05).
001560     05 FILLER                 PIC X(01).
001570     05 RCN-TRN-TARGET         PIC X(04).
001580        88 RCN-TRN-DEFINITION       VALUE "DEF".
001590        88 RCN-TRN-RULE             VALUE "RULE".
001600     05 FILLER                 PIC X(01).
001610     05 RCN-TRN-USER           PIC X(08).
001620     05 FILLER                 PIC X(01).
001630     05 RCN-TRN-IMAGE          PIC X(200).
001640     05 FILLER                 PIC X(19).
001650*
001660 FD  RCN-DEFS-FILE.
001670 01  RCN-DEFS-LINE             PIC X(200).
001680*
001690 FD  RCN-SRUL-FILE.
001700 01  RCN-SRUL-LINE             PIC X(80).
001710*
001720 FD  RCN-CAUD-FILE.
001730 01  RCN-CAUD-RECORD           PIC X(460).
001740*
001750 FD  RCN-RPT-FILE.
001760 01  RCN-RPT-RECORD            PIC X(132).
001770*
001780 WORKING-STORAGE SECTION.
001790*
001800******************************************************************
001810* Standalone counters and switches
001820******************************************************************
001830 77  RCN-PARM-FILE-STATUS  PIC X(02) VALUE "00".
001840 77  RCN-CRED-FILE-STATUS  PIC X(02) VALUE "00".
001850 77  RCN-CTRN-FILE-STATUS  PIC X(02) VALUE "00".
001860 77  RCN-DEFS-FILE-STATUS  PIC X(02) VALUE "00".
001870 77  RCN-SRUL-FILE-STATUS  PIC X(02) VALUE "00".
001880 77  RCN-CAUD-FILE-STATUS  PIC X(02) VALUE "00".
001890 77  RCN-RPT-FILE-STATUS   PIC X(02) VALUE "00".
001900*
001910 77  RCN-PARM-EOF-SWITCH   PIC X(01) VALUE "N".
001920     88 RCN-PARM-EOF              VALUE "Y".
001930     88 RCN-PARM-NOT-EOF          VALUE "N".
001940*
001950 77  RCN-CRED-EOF-SWITCH   PIC X(01) VALUE "N".
001960     88 RCN-CRED-EOF              VALUE "Y".
001970     88 RCN-CRED-NOT-EOF          VALUE "N".
001980*
001990 77  RCN-CTRN-EOF-SWITCH   PIC X(01) VALUE "N".
002000     88 RCN-CTRN-EOF              VALUE "Y".
002010     88 RCN-CTRN-NOT-EOF          VALUE "N".
002020*
002030 77  RCN-DEFS-EOF-SWITCH   PIC X(01) VALUE "N".
002040     88 RCN-DEFS-EOF              VALUE "Y".
002050     88 RCN-DEFS-NOT-EOF          VALUE "N".
002060*
002070 77  RCN-SRUL-EOF-SWITCH   PIC X(01) VALUE "N".
002080     88 RCN-SRUL-EOF              VALUE "Y".
002090     88 RCN-SRUL-NOT-EOF          VALUE "N".
002100*
002110*    A file failure - once set, no more cards are applied,
002120*    neither file is rewritten and the retcode is 8.
002130 77  RCN-RUN-SWITCH        PIC X(01) VALUE "N".
002140     88 RCN-RUN-FAILED            VALUE "Y".
002150     88 RCN-RUN-OK                VALUE "N".
002160*
002170*    The server connection for the catalog lookups - made on
002180*    the first definition card, and given up for the rest of
002190*    the run if it cannot be made.
002200 77  RCN-SERVER-SWITCH     PIC X(01) VALUE "N".
002210     88 RCN-SERVER-CONNECTED      VALUE "Y".
002220     88 RCN-SERVER-NOT-TRIED      VALUE "N".
002230     88 RCN-SERVER-UNAVAILABLE    VALUE "U".
002240*
002250*    The card in hand - rejected with the text in
002260*    RCN-DTL-TEXT, or applied.
002270 77  RCN-TRAN-SWITCH       PIC X(01) VALUE "N".
002280     88 RCN-TRAN-REJECTED         VALUE "R".
002290     88 RCN-TRAN-APPLIED          VALUE "A".
002300     88 RCN-TRAN-PENDING          VALUE "N".
002310*
002320*    Whether the entry the card names was found retired - an
002330*    ADD over it reinstates it.
002340 77  RCN-REINSTATE-SWITCH  PIC X(01) VALUE "N".
002350     88 RCN-REINSTATING           VALUE "Y".
002360     88 RCN-NOT-REINSTATING       VALUE "N".
002370*
002380 77  RCN-DEFS-CHANGED-SW   PIC X(01) VALUE "N".
002390     88 RCN-DEFS-CHANGED          VALUE "Y".
002400 77  RCN-SRUL-CHANGED-SW   PIC X(01) VALUE "N".
002410     88 RCN-SRUL-CHANGED          VALUE "Y".
002420*
002430 77  RCN-PARM-SERVER       PIC X(30) VALUE SPACES.
002440 77  RCN-PARM-USERID       PIC X(30) VALUE SPACES.
002450 77  RCN-PARM-PASSWD       PIC X(30) VALUE SPACES.
002460 77  RCN-CRED-FILE-NAME    PIC X(44) VALUE SPACES.
002470*
002480*    The reason codes the pass extracts under itself - a rule
002490*    may extract as plain ST, but not under any of the others.
002500 01  RCN-EDIT-REASON       PIC X(02) VALUE SPACES.
002510     88 RCN-PASS-OWN-REASON
002520         VALUE "BD" "NG" "NM" "MV"
002530               "CA" "NJ" "DS" "DP" "DM".
002540*    Its two characters, each held to A-Z or 0-9.
002550 01  RCN-EDIT-REASON-R REDEFINES RCN-EDIT-REASON.
002560     05 RCN-EDIT-REASON-1      PIC X(01).
002570     05 RCN-EDIT-REASON-2      PIC X(01).
002580 77  RCN-EDIT-CHAR         PIC X(01) VALUE SPACE.
002590     88 RCN-CODE-CHAR-OK          VALUE "A" THRU "Z"
002600                                        "0" THRU "9".
002610*
002620*    File names no definition may take - the job's own files,
002630*    which every definition shares, and the reports and
002640*    outputs its steps write.
002650 77  RCN-EDIT-FILE-NAME    PIC X(08) VALUE SPACES.
002660     88 RCN-JOB-FILE-NAME
002670         VALUE "RCNPARM" "RCNDEFS" "RCNSRULE" "RCNEXCP"
002680               "RCNCKPT" "RCNHIST" "RCNXHST" "RCNCTL"
002690               "RCNSTAT" "RCNALRT" "RCNARTE" "RCNCMND"
002700               "RCNDISP" "RCNSIGN" "RCNCAUD" "RCNCTRN"
002710               "RCNGLTB" "RCNRETN" "RCNXREQ" "RCNCPRM"
002720               "RCNDTRN" "RCNSIMX" "RCNSIMRO"
002730               "RCNRLST" "RCNRCHKO" "RCNGLRJO" "RCNXEXPO"
002740               "RCNXRPTO" "RCNXRPTR" "RCNPREFO" "RCNCTIEO"
002750               "RCNCRPTO" "RCNDMRPT" "RCNHRPTO" "RCNCFRPT"
002760               "SORTWK01".
002770*    The default ACCOUNT definition's files, which RCNDRIV
002780*    assumes with no RECONDEF card - ACCOUNT's alone.
002790     88 RCN-ACCOUNT-FILE-NAME
002800         VALUE "RCNGLEX" "RCNGLIX" "RCNJRNL" "RCNJRIX"
002810               "RCNSNAP" "RCNSNEW".
002820*
002830 77  RCN-NBR-DEF-ENTRIES   PIC 9(04) COMP VALUE ZERO.
002840 77  RCN-MAX-DEF-ENTRIES   PIC 9(04) COMP VALUE 50.
002850 77  RCN-NBR-RULE-ENTRIES  PIC 9(04) COMP VALUE ZERO.
002860 77  RCN-MAX-RULE-ENTRIES  PIC 9(04) COMP VALUE 100.
002870*    RCNWORK applies no more in-service rules than this.
002880 77  RCN-MAX-RULES-IN-SVC  PIC 9(04) COMP VALUE 50.
002890 77  RCN-RULES-IN-SVC      PIC 9(04) COMP VALUE ZERO.
002900 77  RCN-ENTRY-SUB         PIC 9(04) COMP VALUE ZERO.
002910 77  RCN-ENTRY-HIT         PIC 9(04) COMP VALUE ZERO.
002920 77  RCN-NAME-SUB          PIC 9(04) COMP VALUE ZERO.
002930 77  RCN-NAME-SUB-2        PIC 9(04) COMP VALUE ZERO.
002940 77  RCN-FLD-SUB           PIC 9(04) COMP VALUE ZERO.
002950 77  RCN-NBR-FIELDS        PIC 9(04) COMP VALUE ZERO.
002960 77  RCN-FLD-COLUMN        PIC 9(04) COMP VALUE ZERO.
002970 77  RCN-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
002980 77  RCN-PAGE-COUNT        PIC 9(04) COMP VALUE ZERO.
002990 77  RCN-LINES-PER-PAGE    PIC 9(04) COMP VALUE 55.
003000*
003010 77  RCN-NBR-AUDITS        PIC 9(04) COMP VALUE ZERO.
003020 77  RCN-MAX-AUDITS        PIC 9(04) COMP VALUE 200.
003030 77  RCN-AUDIT-SUB         PIC 9(04) COMP VALUE ZERO.
003040*    The file whose audit rows 3200 is appending - DEF or RULE.
003050 77  RCN-AUDIT-FOR         PIC X(04) VALUE SPACES.
003060*    RCNDEFS rewritten and its rows audited - said so on the
003070*    report if RCNSRULE's rewrite then fails.
003080 77  RCN-DEFS-DONE-SW      PIC X(01) VALUE "N".
003090     88 RCN-DEFS-DONE             VALUE "Y".
003100*
003110 77  RCN-CARDS-READ        PIC 9(07) COMP VALUE ZERO.
003120 77  RCN-CARDS-APPLIED     PIC 9(07) COMP VALUE ZERO.
003130 77  RCN-CARDS-REJECTED    PIC 9(07) COMP VALUE ZERO.
003140 77  RCN-ADD-COUNT         PIC 9(07) COMP VALUE ZERO.
003150 77  RCN-REINSTATE-COUNT   PIC 9(07) COMP VALUE ZERO.
003160 77  RCN-CHANGE-COUNT      PIC 9(07) COMP VALUE ZERO.
003170 77  RCN-RETIRE-COUNT      PIC 9(07) COMP VALUE ZERO.
003180*
003190******************************************************************
003200* RCNPARM/CREDFILE keyword-value split
003210******************************************************************
003220 01  RCN-PARM-WORK.
003230     05 RCN-PARM-KEYWORD       PIC X(12).
003240     05 RCN-PARM-VALUE         PIC X(60).
003250*
003260******************************************************************
003270* The maintained files in storage - one record image per
003280* entry, in file order; new entries go on the end.
003290******************************************************************
003300 01  RCN-DEF-IMAGE-TABLE.
003310     05 RCN-TBL-DEF-IMAGE      OCCURS 50 TIMES PIC X(200).
003320 01  RCN-RULE-IMAGE-TABLE.
003330     05 RCN-TBL-RULE-IMAGE     OCCURS 100 TIMES PIC X(80).
003340*
003350******************************************************************
003360* The entry the card is about, before and after - the after
003370* image is the card's, laid out by the file's copybook.
003380******************************************************************
003390 01  RCN-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
003400*
003410 01  RCN-DEF-RECORD.
003420     COPY "rcndef.cbl".
003430*    The definition's six file names as a table, for the
003440*    uniqueness checks.
003450 01  RCN-DEF-NAMES-VIEW REDEFINES RCN-DEF-RECORD.
003460     05 FILLER                 PIC X(130).
003470     05 RCN-NEW-FILE-NAME      OCCURS 6 TIMES PIC X(08).
003480     05 FILLER                 PIC X(22).
003490*
003500*    Another entry of the table, looked at for its name and
003510*    state, and its file names.
003520 01  RCN-OTHER-DEF.
003530     05 RCN-OTH-DEF-NAME       PIC X(08).
003540     05 FILLER                 PIC X(122).
003550     05 RCN-OTH-FILE-NAME      OCCURS 6 TIMES PIC X(08).
003560     05 RCN-OTH-DEF-STATE      PIC X(01).
003570        88 RCN-OTH-DEF-RETIRED      VALUE "R".
003580     05 FILLER                 PIC X(21).
003590*
003600 01  RCN-SRUL-RECORD.
003610     COPY "rcnsrul.cbl".
003620*    Another entry of the table, looked at for its status and
003630*    state - byte for byte over the 80-byte rcnsrul.cbl layout:
003640*    status, 36 bytes of flags, reason, severity and
003650*    description, then the state byte at 39.
003660 01  RCN-OTHER-RULE.
003670     05 RCN-OTH-SRUL-STATUS    PIC X(02).
003680     05 FILLER                 PIC X(36).
003690     05 RCN-OTH-SRUL-STATE     PIC X(01).
003700        88 RCN-OTH-SRUL-RETIRED     VALUE "R".
003710     05 FILLER                 PIC X(41).
003720*
003730******************************************************************
003740* Applied changes held for the audit trail until the files
003750* have been rewritten.
003760******************************************************************
003770 01  RCN-AUDIT-TABLE.
003780     05 RCN-TBL-AUDIT          OCCURS 200 TIMES PIC X(460).
003790 01  RCN-AUDIT-WORK.
003800     COPY "rcncaud.cbl".
003810*
003820******************************************************************
003830* RCNCOLS parameter block
003840******************************************************************
003850 01  RCN-COLS-PARMS.
003860     COPY "rcncol.cbl".
003870*
003880******************************************************************
003890* Field-by-field before and after values for the change
003900* report, with the field names for each file.
003910******************************************************************
003920 01  RCN-FIELD-TABLE.
003930     05 RCN-FLD-ENTRY          OCCURS 13 TIMES.
003940        10 RCN-FLD-VALUE       OCCURS 2 TIMES PIC X(30).
003950*
003960 01  RCN-DEF-LABEL-DEFS.
003970     05 FILLER                 PIC X(16) VALUE "NAME".
003980     05 FILLER                 PIC X(16) VALUE "TABLE".
003990     05 FILLER                 PIC X(16) VALUE "KEY COLUMN".
004000     05 FILLER                 PIC X(16) VALUE "BALANCE COLUMN".
004010     05 FILLER                 PIC X(16) VALUE "STATUS COLUMN".
004020     05 FILLER                 PIC X(16) VALUE "GOOD STATUS".
004030     05 FILLER                 PIC X(16) VALUE "LEDGER EXTRACT".
004040     05 FILLER                 PIC X(16) VALUE "LEDGER INDEX".
004050     05 FILLER                 PIC X(16) VALUE "JOURNAL".
004060     05 FILLER                 PIC X(16) VALUE "JOURNAL INDEX".
004070     05 FILLER                 PIC X(16) VALUE "SNAPSHOT".
004080     05 FILLER                 PIC X(16) VALUE "NEW SNAPSHOT".
004090     05 FILLER                 PIC X(16) VALUE "STATE".
004100 01  RCN-DEF-LABEL-TABLE REDEFINES RCN-DEF-LABEL-DEFS.
004110     05 RCN-DEF-LABEL          OCCURS 13 TIMES PIC X(16).
004120*
004130 01  RCN-RULE-LABEL-DEFS.
004140     05 FILLER                 PIC X(16) VALUE "STATUS".
004150     05 FILLER                 PIC X(16) VALUE "IGNORE".
004160     05 FILLER                 PIC X(16) VALUE "BAL ALLOWED".
004170     05 FILLER                 PIC X(16) VALUE "MAINT ALLOWED".
004180     05 FILLER                 PIC X(16) VALUE "REASON".
004190     05 FILLER                 PIC X(16) VALUE "SEVERITY".
004200     05 FILLER                 PIC X(16) VALUE "DESCRIPTION".
004210     05 FILLER                 PIC X(16) VALUE "STATE".
004220 01  RCN-RULE-LABEL-TABLE REDEFINES RCN-RULE-LABEL-DEFS.
004230     05 RCN-RULE-LABEL         OCCURS 8 TIMES PIC X(16).
004240*
004250******************************************************************
004260* Run date and time
004270******************************************************************
004280 01  RCN-RUN-DATE          PIC 9(08) VALUE ZERO.
004290 01  RCN-RUN-DATE-X REDEFINES RCN-RUN-DATE.
004300     05 RCN-RUN-YYYY           PIC X(04).
004310     05 RCN-RUN-MM             PIC X(02).
004320     05 RCN-RUN-DD             PIC X(02).
004330 01  RCN-RUN-TIME-RAW      PIC 9(08) VALUE ZERO.
004340 01  RCN-RUN-TIME-X REDEFINES RCN-RUN-TIME-RAW.
004350     05 RCN-RUN-TIME           PIC 9(06).
004360     05 FILLER                 PIC 9(02).
004370*
004380******************************************************************
004390* Report lines
004400******************************************************************
004410 01  RCN-HEADING-1.
004420     05 FILLER                 PIC X(24) VALUE SPACES.
004430     05 FILLER                 PIC X(42) VALUE
004440         "RECONCILIATION DEFINITION AND RULE CHANGES".
004450     05 FILLER                 PIC X(06) VALUE "DATE ".
004460     05 RCN-HDG-MM             PIC X(02).
004470     05 FILLER                 PIC X(01) VALUE "/".
004480     05 RCN-HDG-DD             PIC X(02).
004490     05 FILLER                 PIC X(01) VALUE "/".
004500     05 RCN-HDG-YYYY           PIC X(04).
004510     05 FILLER                 PIC X(03) VALUE SPACES.
004520     05 FILLER                 PIC X(05) VALUE "PAGE ".
004530     05 RCN-HDG-PAGE           PIC ZZZ9.
004540     05 FILLER                 PIC X(38) VALUE SPACES.
004550*
004560 01  RCN-HEADING-2.
004570     05 FILLER                 PIC X(04) VALUE SPACES.
004580     05 FILLER                 PIC X(08) VALUE "ACTION".
004590     05 FILLER                 PIC X(06) VALUE "FILE".
004600     05 FILLER                 PIC X(10) VALUE "ENTRY".
004610     05 FILLER                 PIC X(10) VALUE "USER".
004620     05 FILLER                 PIC X(12) VALUE "RESULT".
004630     05 FILLER                 PIC X(44) VALUE
004640         "REASON, OR FIELD          BEFORE".
004650     05 FILLER                 PIC X(38) VALUE "AFTER".
004660*
004670 01  RCN-DETAIL-LINE.
004680     05 FILLER                 PIC X(04).
004690     05 RCN-DTL-ACTION         PIC X(06).
004700     05 FILLER                 PIC X(02).
004710     05 RCN-DTL-TARGET         PIC X(04).
004720     05 FILLER                 PIC X(02).
004730     05 RCN-DTL-KEY            PIC X(08).
004740     05 FILLER                 PIC X(02).
004750     05 RCN-DTL-USER           PIC X(08).
004760     05 FILLER                 PIC X(02).
004770     05 RCN-DTL-RESULT         PIC X(10).
004780     05 FILLER                 PIC X(02).
004790     05 RCN-DTL-TEXT           PIC X(80).
004800     05 FILLER                 PIC X(02).
004810*
004820 01  RCN-FIELD-LINE.
004830     05 FILLER                 PIC X(50).
004840     05 RCN-FLN-LABEL          PIC X(16).
004850     05 RCN-FLN-BEFORE         PIC X(30).
004860     05 FILLER                 PIC X(01).
004870     05 RCN-FLN-AFTER          PIC X(30).
004880     05 FILLER                 PIC X(05).
004890*
004900 01  RCN-SECTION-LINE.
004910     05 FILLER                 PIC X(02) VALUE SPACES.
004920     05 RCN-SEC-TEXT           PIC X(80).
004930     05 FILLER                 PIC X(50) VALUE SPACES.
004940*
004950 01  RCN-NOTE-LINE.
004960     05 FILLER                 PIC X(04) VALUE SPACES.
004970     05 RCN-NOTE-TEXT          PIC X(100).
004980     05 FILLER                 PIC X(28) VALUE SPACES.
004990*
005000 01  RCN-COUNT-LINE.
005010     05 FILLER                 PIC X(04) VALUE SPACES.
005020     05 RCN-CNT-LABEL          PIC X(40).
005030     05 RCN-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
005040     05 FILLER                 PIC X(77) VALUE SPACES.
005050*
005060 01  RCN-PRINT-AREA            PIC X(132).
005070 01  RCN-STATUS-TEXT           PIC X(02).
005080 01  RCN-SQLCODE-ED            PIC -(9)9.
005090*
005100 PROCEDURE DIVISION.
005110*
005120******************************************************************
005130* 0000-MAINLINE
005140******************************************************************
005150 0000-MAINLINE.
005160     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD
005170     ACCEPT RCN-RUN-TIME-RAW FROM TIME
005180     MOVE RCN-RUN-MM TO RCN-HDG-MM
005190     MOVE RCN-RUN-DD TO RCN-HDG-DD
005200     MOVE RCN-RUN-YYYY TO RCN-HDG-YYYY
005210     OPEN OUTPUT RCN-RPT-FILE
005220     IF RCN-RPT-FILE-STATUS NOT EQUAL "00"
005230         DISPLAY "RCNCFGM: UNABLE TO OPEN RCNCFRPT, STATUS="
005240             RCN-RPT-FILE-STATUS
005250         MOVE 8 TO RETURN-CODE
005260         STOP RUN
005270     END-IF
005280     PERFORM 3600-NEW-PAGE THRU 3600-EXIT
005290     PERFORM 0100-READ-PARMS THRU 0100-EXIT
005300     PERFORM 0200-LOAD-DEFS THRU 0200-EXIT
005310     IF RCN-RUN-OK
005320         PERFORM 0250-LOAD-RULES THRU 0250-EXIT
005330     END-IF
005340     IF RCN-RUN-OK
005350         OPEN INPUT RCN-CTRN-FILE
005360         IF RCN-CTRN-FILE-STATUS NOT EQUAL "00"
005370             MOVE RCN-CTRN-FILE-STATUS TO RCN-STATUS-TEXT
005380             MOVE SPACES TO RCN-NOTE-TEXT
005390             STRING "RCNCTRN OPEN FAILED, STATUS="
005400                 RCN-STATUS-TEXT
005410                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
005420             PERFORM 8100-RUN-ERROR THRU 8100-EXIT
005430         ELSE
005440             PERFORM 1000-APPLY-ONE-CARD THRU 1000-EXIT
005450                 UNTIL RCN-CTRN-EOF OR RCN-RUN-FAILED
005460             CLOSE RCN-CTRN-FILE
005470         END-IF
005480     END-IF
005490     IF RCN-SERVER-CONNECTED
005500         SET RCN-COL-FUNC-DISCONNECT TO TRUE
005510         CALL "RCNCOLS" USING RCN-COLS-PARMS
005520     END-IF
005530     IF RCN-RUN-OK AND RCN-DEFS-CHANGED
005540         PERFORM 3000-REWRITE-DEFS THRU 3000-EXIT
005550         IF RCN-RUN-OK
005560             MOVE "DEF" TO RCN-AUDIT-FOR
005570             PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT
005580         END-IF
005590         IF RCN-RUN-OK
005600             SET RCN-DEFS-DONE TO TRUE
005610         END-IF
005620     END-IF
005630     IF RCN-RUN-OK AND RCN-SRUL-CHANGED
005640         PERFORM 3050-REWRITE-RULES THRU 3050-EXIT
005650         IF RCN-RUN-OK
005660             MOVE "RULE" TO RCN-AUDIT-FOR
005670             PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT
005680         END-IF
005690     END-IF
005700     PERFORM 4000-REPORT-TOTALS THRU 4000-EXIT
005710     CLOSE RCN-RPT-FILE
005720     STOP RUN.
005730*
005740******************************************************************
005750* 0100-READ-PARMS
005760*    SERVER and CREDFILE as the driver reads them; every
005770*    other card passes.  Nothing is required here - the
005780*    server is only wanted for a definition card, and its
005790*    absence is reported against that card.
005800******************************************************************
005810 0100-READ-PARMS.
005820     OPEN INPUT RCN-PARM-FILE
005830     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
005840         DISPLAY "RCNCFGM: NO RCNPARM, STATUS="
005850             RCN-PARM-FILE-STATUS
005860             " - DEFINITIONS CANNOT BE VERIFIED"
005870         GO TO 0100-EXIT
005880     END-IF
005890     PERFORM 0110-PARSE-ONE-PARM THRU 0110-EXIT
005900         UNTIL RCN-PARM-EOF
005910     CLOSE RCN-PARM-FILE.
005920 0100-EXIT.
005930     EXIT.
005940*
005950 0110-PARSE-ONE-PARM.
005960     READ RCN-PARM-FILE
005970         AT END
005980             SET RCN-PARM-EOF TO TRUE
005990             GO TO 0110-EXIT
006000     END-READ
006010     IF RCN-PARM-FILE-STATUS NOT EQUAL "00"
006020         SET RCN-PARM-EOF TO TRUE
006030         GO TO 0110-EXIT
006040     END-IF
006050     IF RCN-PARM-CARD EQUAL SPACES
006060         OR RCN-PARM-CARD-BYTE-1 EQUAL "*"
006070         GO TO 0110-EXIT
006080     END-IF
006090     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
006100     UNSTRING RCN-PARM-CARD DELIMITED BY "="
006110         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
006120     EVALUATE RCN-PARM-KEYWORD
006130         WHEN "SERVER"
006140             MOVE RCN-PARM-VALUE TO RCN-PARM-SERVER
006150         WHEN "CREDFILE"
006160             MOVE RCN-PARM-VALUE TO RCN-CRED-FILE-NAME
006170         WHEN OTHER
006180             CONTINUE
006190     END-EVALUATE.
006200 0110-EXIT.
006210     EXIT.
006220*
006230******************************************************************
006240* 0200-LOAD-DEFS
006250*    RCNDEFS into storage, blank lines dropped.  No file yet
006260*    starts an empty one - the first ADD creates it.
006270******************************************************************
006280 0200-LOAD-DEFS.
006290     OPEN INPUT RCN-DEFS-FILE
006300     IF RCN-DEFS-FILE-STATUS EQUAL "35"
006310         MOVE "NO RCNDEFS YET - ONE IS STARTED" TO RCN-NOTE-TEXT
006320         PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
006330         GO TO 0200-EXIT
006340     END-IF
006350     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
006360         MOVE RCN-DEFS-FILE-STATUS TO RCN-STATUS-TEXT
006370         MOVE SPACES TO RCN-NOTE-TEXT
006380         STRING "RCNDEFS OPEN FAILED, STATUS=" RCN-STATUS-TEXT
006390             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006400         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006410         GO TO 0200-EXIT
006420     END-IF
006430     PERFORM 0210-LOAD-ONE-DEF THRU 0210-EXIT
006440         UNTIL RCN-DEFS-EOF
006450     CLOSE RCN-DEFS-FILE.
006460 0200-EXIT.
006470     EXIT.
006480*
006490 0210-LOAD-ONE-DEF.
006500     READ RCN-DEFS-FILE
006510         AT END
006520             SET RCN-DEFS-EOF TO TRUE
006530             GO TO 0210-EXIT
006540     END-READ
006550     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
006560         MOVE RCN-DEFS-FILE-STATUS TO RCN-STATUS-TEXT
006570         MOVE SPACES TO RCN-NOTE-TEXT
006580         STRING "RCNDEFS READ FAILED, STATUS=" RCN-STATUS-TEXT
006590             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006600         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006610         SET RCN-DEFS-EOF TO TRUE
006620         GO TO 0210-EXIT
006630     END-IF
006640     IF RCN-DEFS-LINE EQUAL SPACES
006650         GO TO 0210-EXIT
006660     END-IF
006670     IF RCN-NBR-DEF-ENTRIES >= RCN-MAX-DEF-ENTRIES
006680         MOVE "RCNDEFS HAS MORE ENTRIES THAN CAN BE MAINTAINED"
006690             TO RCN-NOTE-TEXT
006700         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006710         SET RCN-DEFS-EOF TO TRUE
006720         GO TO 0210-EXIT
006730     END-IF
006740     ADD 1 TO RCN-NBR-DEF-ENTRIES
006750     MOVE RCN-DEFS-LINE TO
006760         RCN-TBL-DEF-IMAGE (RCN-NBR-DEF-ENTRIES).
006770 0210-EXIT.
006780     EXIT.
006790*
006800******************************************************************
006810* 0250-LOAD-RULES
006820*    RCNSRULE the same way, counting the rules in service.
006830******************************************************************
006840 0250-LOAD-RULES.
006850     OPEN INPUT RCN-SRUL-FILE
006860     IF RCN-SRUL-FILE-STATUS EQUAL "35"
006870         MOVE "NO RCNSRULE YET - ONE IS STARTED"
006880             TO RCN-NOTE-TEXT
006890         PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
006900         GO TO 0250-EXIT
006910     END-IF
006920     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
006930         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
006940         MOVE SPACES TO RCN-NOTE-TEXT
006950         STRING "RCNSRULE OPEN FAILED, STATUS=" RCN-STATUS-TEXT
006960             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
006970         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
006980         GO TO 0250-EXIT
006990     END-IF
007000     PERFORM 0260-LOAD-ONE-RULE THRU 0260-EXIT
007010         UNTIL RCN-SRUL-EOF
007020     CLOSE RCN-SRUL-FILE.
007030 0250-EXIT.
007040     EXIT.
007050*
007060 0260-LOAD-ONE-RULE.
007070     READ RCN-SRUL-FILE
007080         AT END
007090             SET RCN-SRUL-EOF TO TRUE
007100             GO TO 0260-EXIT
007110     END-READ
007120     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
007130         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
007140         MOVE SPACES TO RCN-NOTE-TEXT
007150         STRING "RCNSRULE READ FAILED, STATUS=" RCN-STATUS-TEXT
007160             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007170         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007180         SET RCN-SRUL-EOF TO TRUE
007190         GO TO 0260-EXIT
007200     END-IF
007210     IF RCN-SRUL-LINE EQUAL SPACES
007220         GO TO 0260-EXIT
007230     END-IF
007240     IF RCN-NBR-RULE-ENTRIES >= RCN-MAX-RULE-ENTRIES
007250         MOVE "RCNSRULE HAS MORE ENTRIES THAN CAN BE MAINTAINED"
007260             TO RCN-NOTE-TEXT
007270         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007280         SET RCN-SRUL-EOF TO TRUE
007290         GO TO 0260-EXIT
007300     END-IF
007310     ADD 1 TO RCN-NBR-RULE-ENTRIES
007320     MOVE RCN-SRUL-LINE TO
007330         RCN-TBL-RULE-IMAGE (RCN-NBR-RULE-ENTRIES)
007340     MOVE RCN-SRUL-LINE TO RCN-OTHER-RULE
007350     IF NOT RCN-OTH-SRUL-RETIRED
007360         ADD 1 TO RCN-RULES-IN-SVC
007370     END-IF.
007380 0260-EXIT.
007390     EXIT.
007400*
007410******************************************************************
007420* 1000-APPLY-ONE-CARD
007430*    One transaction - validated and applied in storage, or
007440*    rejected - and its line on the report.
007450******************************************************************
007460 1000-APPLY-ONE-CARD.
007470     READ RCN-CTRN-FILE
007480         AT END
007490             SET RCN-CTRN-EOF TO TRUE
007500             GO TO 1000-EXIT
007510     END-READ
007520     IF RCN-CTRN-FILE-STATUS NOT EQUAL "00"
007530         MOVE RCN-CTRN-FILE-STATUS TO RCN-STATUS-TEXT
007540         MOVE SPACES TO RCN-NOTE-TEXT
007550         STRING "RCNCTRN READ FAILED, STATUS=" RCN-STATUS-TEXT
007560             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
007570         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
007580         SET RCN-CTRN-EOF TO TRUE
007590         GO TO 1000-EXIT
007600     END-IF
007610     IF RCN-TRN-CARD EQUAL SPACES
007620         OR RCN-TRN-CARD-BYTE-1 EQUAL "*"
007630         GO TO 1000-EXIT
007640     END-IF
007650     ADD 1 TO RCN-CARDS-READ
007660     SET RCN-TRAN-PENDING TO TRUE
007670     SET RCN-NOT-REINSTATING TO TRUE
007680     MOVE SPACES TO RCN-DETAIL-LINE
007690                    RCN-BEFORE-IMAGE
007700     MOVE RCN-TRN-ACTION TO RCN-DTL-ACTION
007710     MOVE RCN-TRN-TARGET TO RCN-DTL-TARGET
007720     MOVE RCN-TRN-USER TO RCN-DTL-USER
007730     EVALUATE TRUE
007740         WHEN NOT RCN-TRN-ADD
007750             AND NOT RCN-TRN-CHANGE
007760             AND NOT RCN-TRN-RETIRE
007770             SET RCN-TRAN-REJECTED TO TRUE
007780             MOVE "ACTION MUST BE ADD, CHANGE OR RETIRE"
007790                 TO RCN-DTL-TEXT
007800         WHEN NOT RCN-TRN-DEFINITION
007810             AND NOT RCN-TRN-RULE
007820             SET RCN-TRAN-REJECTED TO TRUE
007830             MOVE "FILE MUST BE DEF OR RULE" TO RCN-DTL-TEXT
007840         WHEN RCN-TRN-USER EQUAL SPACES
007850             SET RCN-TRAN-REJECTED TO TRUE
007860             MOVE "USER REQUIRED" TO RCN-DTL-TEXT
007870         WHEN RCN-NBR-AUDITS >= RCN-MAX-AUDITS
007880             SET RCN-TRAN-REJECTED TO TRUE
007890             MOVE "TOO MANY CHANGES FOR ONE RUN - RESUBMIT"
007900                 TO RCN-DTL-TEXT
007910         WHEN RCN-TRN-DEFINITION
007920             PERFORM 1100-APPLY-DEF THRU 1100-EXIT
007930         WHEN OTHER
007940             PERFORM 1200-APPLY-RULE THRU 1200-EXIT
007950     END-EVALUATE
007960     IF RCN-RUN-FAILED
007970         GO TO 1000-EXIT
007980     END-IF
007990     IF RCN-TRAN-APPLIED
008000         PERFORM 1500-KEEP-AUDIT THRU 1500-EXIT
008010     END-IF
008020     PERFORM 2000-PRINT-CARD THRU 2000-EXIT.
008030 1000-EXIT.
008040     EXIT.
008050*
008060******************************************************************
008070* 1100-APPLY-DEF
008080*    A definition card.  RETIRE marks the entry retired and
008090*    checks nothing more; ADD and CHANGE put the card's whole
008100*    image in service once it passes 1150-VALIDATE-DEF.
008110******************************************************************
008120 1100-APPLY-DEF.
008130     MOVE RCN-TRN-IMAGE TO RCN-DEF-RECORD
008140     MOVE RCN-DEF-NAME TO RCN-DTL-KEY
008150     IF RCN-DEF-NAME EQUAL SPACES
008160         SET RCN-TRAN-REJECTED TO TRUE
008170         MOVE "DEFINITION NAME REQUIRED" TO RCN-DTL-TEXT
008180         GO TO 1100-EXIT
008190     END-IF
008200     MOVE ZERO TO RCN-ENTRY-HIT
008210     PERFORM 1110-FIND-ONE-DEF THRU 1110-EXIT
008220         VARYING RCN-ENTRY-SUB FROM 1 BY 1
008230         UNTIL RCN-ENTRY-SUB > RCN-NBR-DEF-ENTRIES
008240             OR RCN-ENTRY-HIT > ZERO
008250     IF RCN-ENTRY-HIT > ZERO
008260         MOVE RCN-TBL-DEF-IMAGE (RCN-ENTRY-HIT) TO
008270             RCN-BEFORE-IMAGE RCN-OTHER-DEF
008280     END-IF
008290     EVALUATE TRUE
008300         WHEN RCN-TRN-ADD AND RCN-ENTRY-HIT > ZERO
008310             AND NOT RCN-OTH-DEF-RETIRED
008320             SET RCN-TRAN-REJECTED TO TRUE
008330             MOVE "DEFINITION ALREADY ON RCNDEFS - USE CHANGE"
008340                 TO RCN-DTL-TEXT
008350         WHEN RCN-TRN-ADD AND RCN-ENTRY-HIT > ZERO
008360             SET RCN-REINSTATING TO TRUE
008370         WHEN RCN-TRN-ADD
008380             AND RCN-NBR-DEF-ENTRIES >= RCN-MAX-DEF-ENTRIES
008390             SET RCN-TRAN-REJECTED TO TRUE
008400             MOVE "RCNDEFS IS FULL" TO RCN-DTL-TEXT
008410         WHEN RCN-TRN-ADD
008420             CONTINUE
008430         WHEN RCN-ENTRY-HIT EQUAL ZERO
008440             SET RCN-TRAN-REJECTED TO TRUE
008450             MOVE "DEFINITION NOT ON RCNDEFS" TO RCN-DTL-TEXT
008460         WHEN RCN-OTH-DEF-RETIRED AND RCN-TRN-RETIRE
008470             SET RCN-TRAN-REJECTED TO TRUE
008480             MOVE "DEFINITION ALREADY RETIRED" TO RCN-DTL-TEXT
008490         WHEN RCN-OTH-DEF-RETIRED
008500             SET RCN-TRAN-REJECTED TO TRUE
008510             MOVE "DEFINITION IS RETIRED - ADD IT TO REINSTATE"
008520                 TO RCN-DTL-TEXT
008530         WHEN OTHER
008540             CONTINUE
008550     END-EVALUATE
008560     IF RCN-TRAN-REJECTED
008570         GO TO 1100-EXIT
008580     END-IF
008590     IF RCN-TRN-RETIRE
008600         MOVE RCN-BEFORE-IMAGE TO RCN-DEF-RECORD
008610         SET RCN-DEF-RETIRED TO TRUE
008620     ELSE
008630         SET RCN-DEF-IN-SERVICE TO TRUE
008640         PERFORM 1150-VALIDATE-DEF THRU 1150-EXIT
008650         IF RCN-TRAN-REJECTED
008660             GO TO 1100-EXIT
008670         END-IF
008680     END-IF
008690     IF RCN-ENTRY-HIT EQUAL ZERO
008700         ADD 1 TO RCN-NBR-DEF-ENTRIES
008710         MOVE RCN-NBR-DEF-ENTRIES TO RCN-ENTRY-HIT
008720     END-IF
008730     MOVE RCN-DEF-RECORD TO RCN-TBL-DEF-IMAGE (RCN-ENTRY-HIT)
008740     SET RCN-DEFS-CHANGED TO TRUE
008750     SET RCN-TRAN-APPLIED TO TRUE.
008760 1100-EXIT.
008770     EXIT.
008780*
008790 1110-FIND-ONE-DEF.
008800     MOVE RCN-TBL-DEF-IMAGE (RCN-ENTRY-SUB) TO RCN-OTHER-DEF
008810     IF RCN-OTH-DEF-NAME EQUAL RCN-DEF-NAME
008820         MOVE RCN-ENTRY-SUB TO RCN-ENTRY-HIT
008830     END-IF.
008840 1110-EXIT.
008850     EXIT.
008860*
008870******************************************************************
008880* 1150-VALIDATE-DEF
008890*    Everything RCNDRIV and RCNWORK will need from the entry
008900*    before it goes in service: the columns the cursor is
008910*    built from, the ledger files, the movement-proof files
008920*    all four or none, file names that collide with nothing,
008930*    and - last, being the costly check - the table and
008940*    columns looked up on the server.
008950******************************************************************
008960 1150-VALIDATE-DEF.
008970     IF RCN-DEF-TABLE EQUAL SPACES
008980         OR RCN-DEF-KEY-COL EQUAL SPACES
008990         OR RCN-DEF-BAL-COL EQUAL SPACES
009000         OR RCN-DEF-STAT-COL EQUAL SPACES
009010         SET RCN-TRAN-REJECTED TO TRUE
009020         MOVE "TABLE, KEY, BALANCE AND STATUS COLUMNS REQUIRED"
009030             TO RCN-DTL-TEXT
009040         GO TO 1150-EXIT
009050     END-IF
009060     IF RCN-DEF-GOOD-STATUS EQUAL SPACES
009070         SET RCN-TRAN-REJECTED TO TRUE
009080         MOVE "GOOD STATUS VALUE REQUIRED" TO RCN-DTL-TEXT
009090         GO TO 1150-EXIT
009100     END-IF
009110     IF RCN-DEF-GLEX-NAME EQUAL SPACES
009120         OR RCN-DEF-GLIX-NAME EQUAL SPACES
009130         SET RCN-TRAN-REJECTED TO TRUE
009140         MOVE "LEDGER EXTRACT AND INDEX FILE NAMES REQUIRED"
009150             TO RCN-DTL-TEXT
009160         GO TO 1150-EXIT
009170     END-IF
009180     IF (RCN-DEF-JRNL-NAME EQUAL SPACES
009190         OR RCN-DEF-JRIX-NAME EQUAL SPACES
009200         OR RCN-DEF-SNAP-NAME EQUAL SPACES
009210         OR RCN-DEF-SNEW-NAME EQUAL SPACES)
009220         AND (RCN-DEF-JRNL-NAME NOT EQUAL SPACES
009230         OR RCN-DEF-JRIX-NAME NOT EQUAL SPACES
009240         OR RCN-DEF-SNAP-NAME NOT EQUAL SPACES
009250         OR RCN-DEF-SNEW-NAME NOT EQUAL SPACES)
009260         SET RCN-TRAN-REJECTED TO TRUE
009270         STRING "JOURNAL, JOURNAL INDEX AND SNAPSHOT FILE NAMES"
009280             " - ALL FOUR OR NONE"
009290             DELIMITED BY SIZE INTO RCN-DTL-TEXT
009300         GO TO 1150-EXIT
009310     END-IF
009320     PERFORM 1155-CHECK-ONE-NAME THRU 1155-EXIT
009330         VARYING RCN-NAME-SUB FROM 1 BY 1
009340         UNTIL RCN-NAME-SUB > 6
009350             OR RCN-TRAN-REJECTED
009360     IF RCN-TRAN-REJECTED
009370         GO TO 1150-EXIT
009380     END-IF
009390     PERFORM 1160-VERIFY-ON-SERVER THRU 1160-EXIT.
009400 1150-EXIT.
009410     EXIT.
009420*
009430*    One of the entry's file names against the rest of the
009440*    entry, the job's own files, ACCOUNT's defaults and every
009450*    other entry on file, retired ones included - a retired
009460*    definition can be reinstated.
009470 1155-CHECK-ONE-NAME.
009480     MOVE RCN-NEW-FILE-NAME (RCN-NAME-SUB) TO RCN-EDIT-FILE-NAME
009490     IF RCN-EDIT-FILE-NAME EQUAL SPACES
009500         GO TO 1155-EXIT
009510     END-IF
009520     IF RCN-JOB-FILE-NAME
009530         SET RCN-TRAN-REJECTED TO TRUE
009540         STRING "FILE NAME " DELIMITED BY SIZE
009550             RCN-EDIT-FILE-NAME DELIMITED BY SPACE
009560             " IS ONE OF THE JOB'S OWN FILES"
009570             DELIMITED BY SIZE INTO RCN-DTL-TEXT
009580         GO TO 1155-EXIT
009590     END-IF
009600     IF RCN-ACCOUNT-FILE-NAME
009610         AND RCN-DEF-NAME NOT EQUAL "ACCOUNT"
009620         SET RCN-TRAN-REJECTED TO TRUE
009630         STRING "FILE NAME " DELIMITED BY SIZE
009640             RCN-EDIT-FILE-NAME DELIMITED BY SPACE
009650             " BELONGS TO THE DEFAULT ACCOUNT DEFINITION"
009660             DELIMITED BY SIZE INTO RCN-DTL-TEXT
009670         GO TO 1155-EXIT
009680     END-IF
009690     COMPUTE RCN-NAME-SUB-2 = RCN-NAME-SUB + 1
009700     PERFORM 1156-CHECK-OWN-NAME THRU 1156-EXIT
009710         VARYING RCN-NAME-SUB-2 FROM RCN-NAME-SUB-2 BY 1
009720         UNTIL RCN-NAME-SUB-2 > 6
009730             OR RCN-TRAN-REJECTED
009740     IF RCN-TRAN-REJECTED
009750         GO TO 1155-EXIT
009760     END-IF
009770     PERFORM 1157-CHECK-OTHER-DEF THRU 1157-EXIT
009780         VARYING RCN-ENTRY-SUB FROM 1 BY 1
009790         UNTIL RCN-ENTRY-SUB > RCN-NBR-DEF-ENTRIES
009800             OR RCN-TRAN-REJECTED.
009810 1155-EXIT.
009820     EXIT.
009830*
009840 1156-CHECK-OWN-NAME.
009850     IF RCN-NEW-FILE-NAME (RCN-NAME-SUB-2) EQUAL
009860         RCN-EDIT-FILE-NAME
009870         SET RCN-TRAN-REJECTED TO TRUE
009880         STRING "FILE NAME " DELIMITED BY SIZE
009890             RCN-EDIT-FILE-NAME DELIMITED BY SPACE
009900             " USED TWICE IN THE DEFINITION"
009910             DELIMITED BY SIZE INTO RCN-DTL-TEXT
009920     END-IF.
009930 1156-EXIT.
009940     EXIT.
009950*
009960 1157-CHECK-OTHER-DEF.
009970     IF RCN-ENTRY-SUB EQUAL RCN-ENTRY-HIT
009980         GO TO 1157-EXIT
009990     END-IF
010000     MOVE RCN-TBL-DEF-IMAGE (RCN-ENTRY-SUB) TO RCN-OTHER-DEF
010010     PERFORM 1158-CHECK-OTHER-NAME THRU 1158-EXIT
010020         VARYING RCN-NAME-SUB-2 FROM 1 BY 1
010030         UNTIL RCN-NAME-SUB-2 > 6
010040             OR RCN-TRAN-REJECTED.
010050 1157-EXIT.
010060     EXIT.
010070*
010080 1158-CHECK-OTHER-NAME.
010090     IF RCN-OTH-FILE-NAME (RCN-NAME-SUB-2) EQUAL
010100         RCN-EDIT-FILE-NAME
010110         SET RCN-TRAN-REJECTED TO TRUE
010120         STRING "FILE NAME " DELIMITED BY SIZE
010130             RCN-EDIT-FILE-NAME DELIMITED BY SPACE
010140             " ALREADY USED BY DEFINITION " RCN-OTH-DEF-NAME
010150             DELIMITED BY SIZE INTO RCN-DTL-TEXT
010160     END-IF.
010170 1158-EXIT.
010180     EXIT.
010190*
010200******************************************************************
010210* 1160-VERIFY-ON-SERVER
010220*    The table (or view) and its key, balance and status
010230*    columns, each looked up in the server's catalog.  A
010240*    server that cannot be reached rejects the card - an
010250*    unverified definition does not go on file.
010260******************************************************************
010270 1160-VERIFY-ON-SERVER.
010280     IF RCN-SERVER-NOT-TRIED
010290         PERFORM 1170-CONNECT THRU 1170-EXIT
010300     END-IF
010310     IF RCN-SERVER-UNAVAILABLE
010320         SET RCN-TRAN-REJECTED TO TRUE
010330         MOVE "NOT VERIFIED - SERVER UNAVAILABLE, SEE NOTE"
010340             TO RCN-DTL-TEXT
010350         GO TO 1160-EXIT
010360     END-IF
010370     MOVE RCN-DEF-TABLE TO RCN-COL-TABLE
010380     SET RCN-COL-FUNC-TABLE TO TRUE
010390     CALL "RCNCOLS" USING RCN-COLS-PARMS
010400     IF RCN-COL-RETCODE NOT EQUAL ZERO
010410         PERFORM 1190-LOOKUP-FAILED THRU 1190-EXIT
010420         GO TO 1160-EXIT
010430     END-IF
010440     IF RCN-COL-NOT-FOUND
010450         SET RCN-TRAN-REJECTED TO TRUE
010460         STRING "TABLE " DELIMITED BY SIZE
010470             RCN-DEF-TABLE DELIMITED BY SPACE
010480             " NOT ON THE SERVER" DELIMITED BY SIZE
010490             INTO RCN-DTL-TEXT
010500         GO TO 1160-EXIT
010510     END-IF
010520     MOVE RCN-DEF-KEY-COL TO RCN-COL-COLUMN
010530     PERFORM 1180-LOOKUP-COLUMN THRU 1180-EXIT
010540     IF RCN-TRAN-REJECTED
010550         GO TO 1160-EXIT
010560     END-IF
010570     MOVE RCN-DEF-BAL-COL TO RCN-COL-COLUMN
010580     PERFORM 1180-LOOKUP-COLUMN THRU 1180-EXIT
010590     IF RCN-TRAN-REJECTED
010600         GO TO 1160-EXIT
010610     END-IF
010620     MOVE RCN-DEF-STAT-COL TO RCN-COL-COLUMN
010630     PERFORM 1180-LOOKUP-COLUMN THRU 1180-EXIT.
010640 1160-EXIT.
010650     EXIT.
010660*
010670*    The CREDFILE must open and supply both cards.  Its
010680*    values go into RCNCOLS's block and nowhere else.
010690 1170-CONNECT.
010700     SET RCN-SERVER-UNAVAILABLE TO TRUE
010710     MOVE SPACES TO RCN-NOTE-TEXT
010720     IF RCN-PARM-SERVER EQUAL SPACES
010730         STRING "NO SERVER CARD ON RCNPARM - DEFINITIONS CANNOT"
010740             " BE VERIFIED"
010750             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
010760         PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
010770         GO TO 1170-EXIT
010780     END-IF
010790     IF RCN-CRED-FILE-NAME EQUAL SPACES
010800         STRING "NO CREDFILE CARD ON RCNPARM - DEFINITIONS"
010810             " CANNOT BE VERIFIED"
010820             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
010830         PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
010840         GO TO 1170-EXIT
010850     END-IF
010860     OPEN INPUT RCN-CRED-FILE
010870     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
010880         MOVE RCN-CRED-FILE-STATUS TO RCN-STATUS-TEXT
010890         STRING "CREDFILE OPEN FAILED, STATUS=" RCN-STATUS-TEXT
010900             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
010910         PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
010920         GO TO 1170-EXIT
010930     END-IF
010940     PERFORM 1175-PARSE-ONE-CRED THRU 1175-EXIT
010950         UNTIL RCN-CRED-EOF
010960     CLOSE RCN-CRED-FILE
010970     IF RCN-PARM-USERID EQUAL SPACES
010980         OR RCN-PARM-PASSWD EQUAL SPACES
010990         MOVE "CREDFILE USERID OR PASSWORD CARD MISSING"
011000             TO RCN-NOTE-TEXT
011010         PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
011020         GO TO 1170-EXIT
011030     END-IF
011040     MOVE RCN-PARM-SERVER TO RCN-COL-SERVER
011050     MOVE RCN-PARM-USERID TO RCN-COL-USERID
011060     MOVE RCN-PARM-PASSWD TO RCN-COL-PASSWD
011070     SET RCN-COL-FUNC-CONNECT TO TRUE
011080     CALL "RCNCOLS" USING RCN-COLS-PARMS
011090     MOVE SPACES TO RCN-COL-USERID RCN-COL-PASSWD
011100                    RCN-PARM-USERID RCN-PARM-PASSWD
011110     IF RCN-COL-RETCODE NOT EQUAL ZERO
011120         MOVE RCN-COL-SQLCODE TO RCN-SQLCODE-ED
011130         STRING "CONNECT TO " DELIMITED BY SIZE
011140             RCN-PARM-SERVER DELIMITED BY SPACE
011150             " FAILED, SQLCODE=" RCN-SQLCODE-ED
011160             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
011170         PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
011180         GO TO 1170-EXIT
011190     END-IF
011200     SET RCN-SERVER-CONNECTED TO TRUE.
011210 1170-EXIT.
011220     EXIT.
011230*
011240 1175-PARSE-ONE-CRED.
011250     READ RCN-CRED-FILE
011260         AT END
011270             SET RCN-CRED-EOF TO TRUE
011280             GO TO 1175-EXIT
011290     END-READ
011300     IF RCN-CRED-FILE-STATUS NOT EQUAL "00"
011310         SET RCN-CRED-EOF TO TRUE
011320         GO TO 1175-EXIT
011330     END-IF
011340     IF RCN-CRED-CARD EQUAL SPACES
011350         OR RCN-CRED-CARD-BYTE-1 EQUAL "*"
011360         GO TO 1175-EXIT
011370     END-IF
011380     MOVE SPACES TO RCN-PARM-KEYWORD RCN-PARM-VALUE
011390     UNSTRING RCN-CRED-CARD DELIMITED BY "="
011400         INTO RCN-PARM-KEYWORD RCN-PARM-VALUE
011410     EVALUATE RCN-PARM-KEYWORD
011420         WHEN "USERID"
011430             MOVE RCN-PARM-VALUE TO RCN-PARM-USERID
011440         WHEN "PASSWORD"
011450             MOVE RCN-PARM-VALUE TO RCN-PARM-PASSWD
011460         WHEN OTHER
011470             CONTINUE
011480     END-EVALUATE
011490     MOVE SPACES TO RCN-PARM-VALUE.
011500 1175-EXIT.
011510     EXIT.
011520*
011530 1180-LOOKUP-COLUMN.
011540     SET RCN-COL-FUNC-COLUMN TO TRUE
011550     CALL "RCNCOLS" USING RCN-COLS-PARMS
011560     IF RCN-COL-RETCODE NOT EQUAL ZERO
011570         PERFORM 1190-LOOKUP-FAILED THRU 1190-EXIT
011580         GO TO 1180-EXIT
011590     END-IF
011600     IF RCN-COL-NOT-FOUND
011610         SET RCN-TRAN-REJECTED TO TRUE
011620         STRING "COLUMN " DELIMITED BY SIZE
011630             RCN-COL-COLUMN DELIMITED BY SPACE
011640             " NOT ON TABLE " DELIMITED BY SIZE
011650             RCN-DEF-TABLE DELIMITED BY SPACE
011660             INTO RCN-DTL-TEXT
011670     END-IF.
011680 1180-EXIT.
011690     EXIT.
011700*
011710*    A lookup that failed outright - the connection is taken
011720*    as lost and the definition cards from here on are
011730*    rejected unverified.
011740 1190-LOOKUP-FAILED.
011750     SET RCN-TRAN-REJECTED TO TRUE
011760     MOVE RCN-COL-SQLCODE TO RCN-SQLCODE-ED
011770     STRING "CATALOG LOOKUP FAILED, SQLCODE=" RCN-SQLCODE-ED
011780         DELIMITED BY SIZE INTO RCN-DTL-TEXT
011790     MOVE SPACES TO RCN-NOTE-TEXT
011800     STRING "CATALOG LOOKUP FAILED, SQLCODE=" RCN-SQLCODE-ED
011810         " - NO FURTHER DEFINITIONS VERIFIED"
011820         DELIMITED BY SIZE INTO RCN-NOTE-TEXT
011830     PERFORM 1195-SERVER-NOTE THRU 1195-EXIT
011840     SET RCN-SERVER-UNAVAILABLE TO TRUE.
011850 1190-EXIT.
011860     EXIT.
011870*
011880 1195-SERVER-NOTE.
011890     PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
011900     DISPLAY "RCNCFGM: " RCN-NOTE-TEXT.
011910 1195-EXIT.
011920     EXIT.
011930*
011940******************************************************************
011950* 1200-APPLY-RULE
011960*    A status-rule card, the same way as a definition card -
011970*    keyed by the status value it rules on.
011980******************************************************************
011990 1200-APPLY-RULE.
012000     MOVE RCN-TRN-IMAGE TO RCN-SRUL-RECORD
012010     MOVE RCN-SRUL-STATUS TO RCN-DTL-KEY
012020     IF RCN-SRUL-STATUS EQUAL SPACES
012030         SET RCN-TRAN-REJECTED TO TRUE
012040         MOVE "STATUS VALUE REQUIRED" TO RCN-DTL-TEXT
012050         GO TO 1200-EXIT
012060     END-IF
012070     MOVE ZERO TO RCN-ENTRY-HIT
012080     PERFORM 1210-FIND-ONE-RULE THRU 1210-EXIT
012090         VARYING RCN-ENTRY-SUB FROM 1 BY 1
012100         UNTIL RCN-ENTRY-SUB > RCN-NBR-RULE-ENTRIES
012110             OR RCN-ENTRY-HIT > ZERO
012120     IF RCN-ENTRY-HIT > ZERO
012130         MOVE RCN-TBL-RULE-IMAGE (RCN-ENTRY-HIT) TO
012140             RCN-BEFORE-IMAGE RCN-OTHER-RULE
012150     END-IF
012160     EVALUATE TRUE
012170         WHEN RCN-TRN-ADD AND RCN-ENTRY-HIT > ZERO
012180             AND NOT RCN-OTH-SRUL-RETIRED
012190             SET RCN-TRAN-REJECTED TO TRUE
012200             MOVE "STATUS ALREADY HAS A RULE - USE CHANGE"
012210                 TO RCN-DTL-TEXT
012220         WHEN RCN-TRN-ADD
012230             AND RCN-RULES-IN-SVC >= RCN-MAX-RULES-IN-SVC
012240             SET RCN-TRAN-REJECTED TO TRUE
012250             MOVE "RCNWORK APPLIES NO MORE RULES - RETIRE ONE"
012260                 TO RCN-DTL-TEXT
012270         WHEN RCN-TRN-ADD AND RCN-ENTRY-HIT > ZERO
012280             SET RCN-REINSTATING TO TRUE
012290         WHEN RCN-TRN-ADD
012300             AND RCN-NBR-RULE-ENTRIES >= RCN-MAX-RULE-ENTRIES
012310             SET RCN-TRAN-REJECTED TO TRUE
012320             MOVE "RCNSRULE IS FULL" TO RCN-DTL-TEXT
012330         WHEN RCN-TRN-ADD
012340             CONTINUE
012350         WHEN RCN-ENTRY-HIT EQUAL ZERO
012360             SET RCN-TRAN-REJECTED TO TRUE
012370             MOVE "STATUS HAS NO RULE ON RCNSRULE" TO
012380                 RCN-DTL-TEXT
012390         WHEN RCN-OTH-SRUL-RETIRED AND RCN-TRN-RETIRE
012400             SET RCN-TRAN-REJECTED TO TRUE
012410             MOVE "RULE ALREADY RETIRED" TO RCN-DTL-TEXT
012420         WHEN RCN-OTH-SRUL-RETIRED
012430             SET RCN-TRAN-REJECTED TO TRUE
012440             MOVE "RULE IS RETIRED - ADD IT TO REINSTATE"
012450                 TO RCN-DTL-TEXT
012460         WHEN OTHER
012470             CONTINUE
012480     END-EVALUATE
012490     IF RCN-TRAN-REJECTED
012500         GO TO 1200-EXIT
012510     END-IF
012520     IF RCN-TRN-RETIRE
012530         MOVE RCN-BEFORE-IMAGE TO RCN-SRUL-RECORD
012540         SET RCN-SRUL-RETIRED TO TRUE
012550     ELSE
012560         SET RCN-SRUL-IN-SERVICE TO TRUE
012570         PERFORM 1250-VALIDATE-RULE THRU 1250-EXIT
012580         IF RCN-TRAN-REJECTED
012590             GO TO 1200-EXIT
012600         END-IF
012610     END-IF
012620     EVALUATE TRUE
012630         WHEN RCN-TRN-RETIRE
012640             SUBTRACT 1 FROM RCN-RULES-IN-SVC
012650         WHEN RCN-TRN-ADD
012660             ADD 1 TO RCN-RULES-IN-SVC
012670         WHEN OTHER
012680             CONTINUE
012690     END-EVALUATE
012700     IF RCN-ENTRY-HIT EQUAL ZERO
012710         ADD 1 TO RCN-NBR-RULE-ENTRIES
012720         MOVE RCN-NBR-RULE-ENTRIES TO RCN-ENTRY-HIT
012730     END-IF
012740     MOVE RCN-SRUL-RECORD TO RCN-TBL-RULE-IMAGE (RCN-ENTRY-HIT)
012750     SET RCN-SRUL-CHANGED TO TRUE
012760     SET RCN-TRAN-APPLIED TO TRUE.
012770 1200-EXIT.
012780     EXIT.
012790*
012800 1210-FIND-ONE-RULE.
012810     MOVE RCN-TBL-RULE-IMAGE (RCN-ENTRY-SUB) TO RCN-OTHER-RULE
012820     IF RCN-OTH-SRUL-STATUS EQUAL RCN-SRUL-STATUS
012830         MOVE RCN-ENTRY-SUB TO RCN-ENTRY-HIT
012840     END-IF.
012850 1210-EXIT.
012860     EXIT.
012870*
012880******************************************************************
012890* 1250-VALIDATE-RULE
012900*    The three flags Y or N.  A rule that can extract - any
012910*    rule not IGNORE=Y - needs a reason code of two letters
012920*    or digits that is not one the pass uses for something
012930*    else (plain ST is allowed), a severity letter or digit
012940*    and the description RCNXRPT heads its group with.
012950******************************************************************
012960 1250-VALIDATE-RULE.
012970     IF (RCN-SRUL-IGNORE NOT EQUAL "Y"
012980         AND RCN-SRUL-IGNORE NOT EQUAL "N")
012990         OR (RCN-SRUL-BAL-ALLOWED NOT EQUAL "Y"
013000         AND RCN-SRUL-BAL-ALLOWED NOT EQUAL "N")
013010         OR (RCN-SRUL-MAINT-ALLOWED NOT EQUAL "Y"
013020         AND RCN-SRUL-MAINT-ALLOWED NOT EQUAL "N")
013030         SET RCN-TRAN-REJECTED TO TRUE
013040         STRING "IGNORE, BAL-ALLOWED AND MAINT-ALLOWED MUST"
013050             " EACH BE Y OR N"
013060             DELIMITED BY SIZE INTO RCN-DTL-TEXT
013070         GO TO 1250-EXIT
013080     END-IF
013090     IF RCN-SRUL-IGNORE EQUAL "Y"
013100         GO TO 1250-EXIT
013110     END-IF
013120     MOVE RCN-SRUL-REASON TO RCN-EDIT-REASON
013130     MOVE RCN-EDIT-REASON-1 TO RCN-EDIT-CHAR
013140     IF NOT RCN-CODE-CHAR-OK
013150         SET RCN-TRAN-REJECTED TO TRUE
013160     END-IF
013170     MOVE RCN-EDIT-REASON-2 TO RCN-EDIT-CHAR
013180     IF NOT RCN-CODE-CHAR-OK
013190         SET RCN-TRAN-REJECTED TO TRUE
013200     END-IF
013210     IF RCN-TRAN-REJECTED
013220         MOVE "REASON CODE MUST BE TWO LETTERS OR DIGITS"
013230             TO RCN-DTL-TEXT
013240         GO TO 1250-EXIT
013250     END-IF
013260     IF RCN-PASS-OWN-REASON
013270         SET RCN-TRAN-REJECTED TO TRUE
013280         STRING "REASON CODE " RCN-EDIT-REASON
013290             " IS ONE THE PASS EXTRACTS UNDER ITSELF"
013300             DELIMITED BY SIZE INTO RCN-DTL-TEXT
013310         GO TO 1250-EXIT
013320     END-IF
013330     MOVE RCN-SRUL-SEVERITY TO RCN-EDIT-CHAR
013340     IF NOT RCN-CODE-CHAR-OK
013350         SET RCN-TRAN-REJECTED TO TRUE
013360         MOVE "SEVERITY MUST BE A LETTER OR DIGIT"
013370             TO RCN-DTL-TEXT
013380         GO TO 1250-EXIT
013390     END-IF
013400     IF RCN-SRUL-DESC EQUAL SPACES
013410         SET RCN-TRAN-REJECTED TO TRUE
013420         MOVE "DESCRIPTION REQUIRED" TO RCN-DTL-TEXT
013430     END-IF.
013440 1250-EXIT.
013450     EXIT.
013460*
013470******************************************************************
013480* 1500-KEEP-AUDIT
013490*    The applied change as its audit row, held until the
013500*    files are safely rewritten.
013510******************************************************************
013520 1500-KEEP-AUDIT.
013530     MOVE SPACES TO RCN-AUDIT-WORK
013540     MOVE RCN-RUN-DATE TO RCN-CAUD-DATE
013550     MOVE RCN-RUN-TIME TO RCN-CAUD-TIME
013560     MOVE RCN-TRN-USER TO RCN-CAUD-USER
013570     MOVE RCN-TRN-ACTION TO RCN-CAUD-ACTION
013580     MOVE RCN-TRN-TARGET TO RCN-CAUD-TARGET
013590     MOVE RCN-DTL-KEY TO RCN-CAUD-ENTRY-KEY
013600     MOVE RCN-BEFORE-IMAGE TO
013610         RCN-CAUD-BEFORE-IMAGE
013620     IF RCN-TRN-DEFINITION
013630         MOVE RCN-DEF-RECORD TO
013640             RCN-CAUD-AFTER-IMAGE
013650     ELSE
013660         MOVE RCN-SRUL-RECORD TO
013670             RCN-CAUD-AFTER-IMAGE
013680     END-IF
013690     ADD 1 TO RCN-NBR-AUDITS
013700     MOVE RCN-AUDIT-WORK TO RCN-TBL-AUDIT (RCN-NBR-AUDITS)
013710     ADD 1 TO RCN-CARDS-APPLIED
013720     EVALUATE TRUE
013730         WHEN RCN-REINSTATING
013740             ADD 1 TO RCN-REINSTATE-COUNT
013750         WHEN RCN-TRN-ADD
013760             ADD 1 TO RCN-ADD-COUNT
013770         WHEN RCN-TRN-CHANGE
013780             ADD 1 TO RCN-CHANGE-COUNT
013790         WHEN OTHER
013800             ADD 1 TO RCN-RETIRE-COUNT
013810     END-EVALUATE.
013820 1500-EXIT.
013830     EXIT.
013840*
013850******************************************************************
013860* 2000-PRINT-CARD
013870*    The card's line - rejected with the reason, or applied
013880*    followed by each field the change moved, before and
013890*    after.
013900******************************************************************
013910 2000-PRINT-CARD.
013920     IF RCN-TRAN-REJECTED
013930         ADD 1 TO RCN-CARDS-REJECTED
013940         MOVE "REJECTED" TO RCN-DTL-RESULT
013950         MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
013960         PERFORM 3500-PRINT-LINE THRU 3500-EXIT
013970         GO TO 2000-EXIT
013980     END-IF
013990     IF RCN-REINSTATING
014000         MOVE "REINSTATED" TO RCN-DTL-RESULT
014010     ELSE
014020         MOVE "APPLIED" TO RCN-DTL-RESULT
014030     END-IF
014040     MOVE RCN-DETAIL-LINE TO RCN-PRINT-AREA
014050     PERFORM 3500-PRINT-LINE THRU 3500-EXIT
014060     MOVE SPACES TO RCN-FIELD-TABLE
014070     IF RCN-TRN-DEFINITION
014080         MOVE 13 TO RCN-NBR-FIELDS
014090         MOVE 2 TO RCN-FLD-COLUMN
014100         PERFORM 2100-LIST-DEF-FIELDS THRU 2100-EXIT
014110         IF RCN-BEFORE-IMAGE NOT EQUAL SPACES
014120             MOVE RCN-BEFORE-IMAGE TO RCN-DEF-RECORD
014130             MOVE 1 TO RCN-FLD-COLUMN
014140             PERFORM 2100-LIST-DEF-FIELDS THRU 2100-EXIT
014150         END-IF
014160     ELSE
014170         MOVE 8 TO RCN-NBR-FIELDS
014180         MOVE 2 TO RCN-FLD-COLUMN
014190         PERFORM 2150-LIST-RULE-FIELDS THRU 2150-EXIT
014200         IF RCN-BEFORE-IMAGE NOT EQUAL SPACES
014210             MOVE RCN-BEFORE-IMAGE TO RCN-SRUL-RECORD
014220             MOVE 1 TO RCN-FLD-COLUMN
014230             PERFORM 2150-LIST-RULE-FIELDS THRU 2150-EXIT
014240         END-IF
014250     END-IF
014260     PERFORM 2200-PRINT-ONE-FIELD THRU 2200-EXIT
014270         VARYING RCN-FLD-SUB FROM 1 BY 1
014280         UNTIL RCN-FLD-SUB > RCN-NBR-FIELDS.
014290 2000-EXIT.
014300     EXIT.
014310*
014320*    RCN-DEF-RECORD's fields into column RCN-FLD-COLUMN -
014330*    1 before, 2 after.
014340 2100-LIST-DEF-FIELDS.
014350     MOVE RCN-DEF-NAME TO RCN-FLD-VALUE (1, RCN-FLD-COLUMN)
014360     MOVE RCN-DEF-TABLE TO RCN-FLD-VALUE (2, RCN-FLD-COLUMN)
014370     MOVE RCN-DEF-KEY-COL TO RCN-FLD-VALUE (3, RCN-FLD-COLUMN)
014380     MOVE RCN-DEF-BAL-COL TO RCN-FLD-VALUE (4, RCN-FLD-COLUMN)
014390     MOVE RCN-DEF-STAT-COL TO RCN-FLD-VALUE (5, RCN-FLD-COLUMN)
014400     MOVE RCN-DEF-GOOD-STATUS TO
014410         RCN-FLD-VALUE (6, RCN-FLD-COLUMN)
014420     MOVE RCN-DEF-GLEX-NAME TO RCN-FLD-VALUE (7, RCN-FLD-COLUMN)
014430     MOVE RCN-DEF-GLIX-NAME TO RCN-FLD-VALUE (8, RCN-FLD-COLUMN)
014440     MOVE RCN-DEF-JRNL-NAME TO RCN-FLD-VALUE (9, RCN-FLD-COLUMN)
014450     MOVE RCN-DEF-JRIX-NAME TO
014460         RCN-FLD-VALUE (10, RCN-FLD-COLUMN)
014470     MOVE RCN-DEF-SNAP-NAME TO
014480         RCN-FLD-VALUE (11, RCN-FLD-COLUMN)
014490     MOVE RCN-DEF-SNEW-NAME TO
014500         RCN-FLD-VALUE (12, RCN-FLD-COLUMN)
014510     IF RCN-DEF-RETIRED
014520         MOVE "RETIRED" TO RCN-FLD-VALUE (13, RCN-FLD-COLUMN)
014530     ELSE
014540         MOVE "IN SERVICE" TO RCN-FLD-VALUE (13, RCN-FLD-COLUMN)
014550     END-IF.
014560 2100-EXIT.
014570     EXIT.
014580*
014590 2150-LIST-RULE-FIELDS.
014600     MOVE RCN-SRUL-STATUS TO RCN-FLD-VALUE (1, RCN-FLD-COLUMN)
014610     MOVE RCN-SRUL-IGNORE TO RCN-FLD-VALUE (2, RCN-FLD-COLUMN)
014620     MOVE RCN-SRUL-BAL-ALLOWED TO
014630         RCN-FLD-VALUE (3, RCN-FLD-COLUMN)
014640     MOVE RCN-SRUL-MAINT-ALLOWED TO
014650         RCN-FLD-VALUE (4, RCN-FLD-COLUMN)
014660     MOVE RCN-SRUL-REASON TO RCN-FLD-VALUE (5, RCN-FLD-COLUMN)
014670     MOVE RCN-SRUL-SEVERITY TO RCN-FLD-VALUE (6, RCN-FLD-COLUMN)
014680     MOVE RCN-SRUL-DESC TO RCN-FLD-VALUE (7, RCN-FLD-COLUMN)
014690     IF RCN-SRUL-RETIRED
014700         MOVE "RETIRED" TO RCN-FLD-VALUE (8, RCN-FLD-COLUMN)
014710     ELSE
014720         MOVE "IN SERVICE" TO RCN-FLD-VALUE (8, RCN-FLD-COLUMN)
014730     END-IF.
014740 2150-EXIT.
014750     EXIT.
014760*
014770*    Only the fields the change moved - for an ADD, every
014780*    field it filled in.
014790 2200-PRINT-ONE-FIELD.
014800     IF RCN-FLD-VALUE (RCN-FLD-SUB, 1) EQUAL
014810         RCN-FLD-VALUE (RCN-FLD-SUB, 2)
014820         GO TO 2200-EXIT
014830     END-IF
014840     MOVE SPACES TO RCN-FIELD-LINE
014850     IF RCN-TRN-DEFINITION
014860         MOVE RCN-DEF-LABEL (RCN-FLD-SUB) TO RCN-FLN-LABEL
014870     ELSE
014880         MOVE RCN-RULE-LABEL (RCN-FLD-SUB) TO RCN-FLN-LABEL
014890     END-IF
014900     MOVE RCN-FLD-VALUE (RCN-FLD-SUB, 1) TO RCN-FLN-BEFORE
014910     MOVE RCN-FLD-VALUE (RCN-FLD-SUB, 2) TO RCN-FLN-AFTER
014920     MOVE RCN-FIELD-LINE TO RCN-PRINT-AREA
014930     PERFORM 3500-PRINT-LINE THRU 3500-EXIT.
014940 2200-EXIT.
014950     EXIT.
014960*
014970******************************************************************
014980* 3000-REWRITE-DEFS
014990*    The definitions file, whole, from storage.
015000******************************************************************
015010 3000-REWRITE-DEFS.
015020     OPEN OUTPUT RCN-DEFS-FILE
015030     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
015040         MOVE RCN-DEFS-FILE-STATUS TO RCN-STATUS-TEXT
015050         MOVE SPACES TO RCN-NOTE-TEXT
015060         STRING "RCNDEFS REWRITE OPEN FAILED, STATUS="
015070             RCN-STATUS-TEXT
015080             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015090         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015100         GO TO 3000-EXIT
015110     END-IF
015120     PERFORM 3010-WRITE-ONE-DEF THRU 3010-EXIT
015130         VARYING RCN-ENTRY-SUB FROM 1 BY 1
015140         UNTIL RCN-ENTRY-SUB > RCN-NBR-DEF-ENTRIES
015150             OR RCN-RUN-FAILED
015160     CLOSE RCN-DEFS-FILE.
015170 3000-EXIT.
015180     EXIT.
015190*
015200 3010-WRITE-ONE-DEF.
015210     WRITE RCN-DEFS-LINE FROM RCN-TBL-DEF-IMAGE (RCN-ENTRY-SUB)
015220     IF RCN-DEFS-FILE-STATUS NOT EQUAL "00"
015230         MOVE RCN-DEFS-FILE-STATUS TO RCN-STATUS-TEXT
015240         MOVE SPACES TO RCN-NOTE-TEXT
015250         STRING "RCNDEFS WRITE FAILED, STATUS=" RCN-STATUS-TEXT
015260             " - RESTORE RCNDEFS FROM THE AUDIT TRAIL OR BACKUP"
015270             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015280         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015290     END-IF.
015300 3010-EXIT.
015310     EXIT.
015320*
015330 3050-REWRITE-RULES.
015340     OPEN OUTPUT RCN-SRUL-FILE
015350     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
015360         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
015370         MOVE SPACES TO RCN-NOTE-TEXT
015380         STRING "RCNSRULE REWRITE OPEN FAILED, STATUS="
015390             RCN-STATUS-TEXT
015400             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015410         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015420         GO TO 3050-EXIT
015430     END-IF
015440     PERFORM 3060-WRITE-ONE-RULE THRU 3060-EXIT
015450         VARYING RCN-ENTRY-SUB FROM 1 BY 1
015460         UNTIL RCN-ENTRY-SUB > RCN-NBR-RULE-ENTRIES
015470             OR RCN-RUN-FAILED
015480     CLOSE RCN-SRUL-FILE.
015490 3050-EXIT.
015500     EXIT.
015510*
015520 3060-WRITE-ONE-RULE.
015530     WRITE RCN-SRUL-LINE FROM RCN-TBL-RULE-IMAGE (RCN-ENTRY-SUB)
015540     IF RCN-SRUL-FILE-STATUS NOT EQUAL "00"
015550         MOVE RCN-SRUL-FILE-STATUS TO RCN-STATUS-TEXT
015560         MOVE SPACES TO RCN-NOTE-TEXT
015570         STRING "RCNSRULE WRITE FAILED, STATUS=" RCN-STATUS-TEXT
015580             " - RESTORE RCNSRULE FROM THE AUDIT TRAIL OR BACKUP"
015590             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015600         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015610     END-IF.
015620 3060-EXIT.
015630     EXIT.
015640*
015650******************************************************************
015660* 3200-WRITE-AUDIT
015670*    The run's applied changes to one file - RCN-AUDIT-FOR -
015680*    onto the end of the trail, once that file is rewritten.
015690******************************************************************
015700 3200-WRITE-AUDIT.
015710     OPEN EXTEND RCN-CAUD-FILE
015720     IF RCN-CAUD-FILE-STATUS NOT EQUAL "00"
015730         AND RCN-CAUD-FILE-STATUS NOT EQUAL "05"
015740         MOVE RCN-CAUD-FILE-STATUS TO RCN-STATUS-TEXT
015750         MOVE SPACES TO RCN-NOTE-TEXT
015760         STRING "RCNCAUD OPEN FAILED, STATUS=" RCN-STATUS-TEXT
015770             " - CHANGES APPLIED BUT NOT AUDITED, SEE REPORT"
015780             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
015790         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
015800         GO TO 3200-EXIT
015810     END-IF
015820     PERFORM 3210-WRITE-ONE-AUDIT THRU 3210-EXIT
015830         VARYING RCN-AUDIT-SUB FROM 1 BY 1
015840         UNTIL RCN-AUDIT-SUB > RCN-NBR-AUDITS
015850             OR RCN-RUN-FAILED
015860     CLOSE RCN-CAUD-FILE.
015870 3200-EXIT.
015880     EXIT.
015890*
015900 3210-WRITE-ONE-AUDIT.
015910     MOVE RCN-TBL-AUDIT (RCN-AUDIT-SUB) TO RCN-AUDIT-WORK
015920     IF RCN-CAUD-TARGET NOT EQUAL RCN-AUDIT-FOR
015930         GO TO 3210-EXIT
015940     END-IF
015950     WRITE RCN-CAUD-RECORD FROM RCN-AUDIT-WORK
015960     IF RCN-CAUD-FILE-STATUS NOT EQUAL "00"
015970         MOVE RCN-CAUD-FILE-STATUS TO RCN-STATUS-TEXT
015980         MOVE SPACES TO RCN-NOTE-TEXT
015990         STRING "RCNCAUD WRITE FAILED, STATUS=" RCN-STATUS-TEXT
016000             " - CHANGES APPLIED BUT NOT ALL AUDITED"
016010             DELIMITED BY SIZE INTO RCN-NOTE-TEXT
016020         PERFORM 8100-RUN-ERROR THRU 8100-EXIT
016030     END-IF.
016040 3210-EXIT.
016050     EXIT.
016060*
016070******************************************************************
016080* 3500-series print routines
016090******************************************************************
016100 3500-PRINT-LINE.
016110     IF RCN-LINE-COUNT >= RCN-LINES-PER-PAGE
016120         PERFORM 3600-NEW-PAGE THRU 3600-EXIT
016130     END-IF
016140     WRITE RCN-RPT-RECORD FROM RCN-PRINT-AREA
016150         AFTER ADVANCING 1 LINE
016160     ADD 1 TO RCN-LINE-COUNT.
016170 3500-EXIT.
016180     EXIT.
016190*
016200 3600-NEW-PAGE.
016210     ADD 1 TO RCN-PAGE-COUNT
016220     MOVE RCN-PAGE-COUNT TO RCN-HDG-PAGE
016230     IF RCN-PAGE-COUNT = 1
016240         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
016250             AFTER ADVANCING 1 LINE
016260     ELSE
016270         WRITE RCN-RPT-RECORD FROM RCN-HEADING-1
016280             AFTER ADVANCING PAGE
016290     END-IF
016300     WRITE RCN-RPT-RECORD FROM RCN-HEADING-2
016310         AFTER ADVANCING 2 LINES
016320     MOVE 3 TO RCN-LINE-COUNT.
016330 3600-EXIT.
016340     EXIT.
016350*
016360 3700-PRINT-NOTE.
016370     MOVE RCN-NOTE-LINE TO RCN-PRINT-AREA
016380     PERFORM 3500-PRINT-LINE THRU 3500-EXIT.
016390 3700-EXIT.
016400     EXIT.
016410*
016420 3800-PRINT-COUNT.
016430     MOVE RCN-COUNT-LINE TO RCN-PRINT-AREA
016440     PERFORM 3500-PRINT-LINE THRU 3500-EXIT.
016450 3800-EXIT.
016460     EXIT.
016470*
016480******************************************************************
016490* 4000-REPORT-TOTALS
016500*    The run's counts, then the step's retcode - 8 a file
016510*    failure or the server out of reach, 4 a card rejected.
016520******************************************************************
016530 4000-REPORT-TOTALS.
016540     IF RCN-LINE-COUNT + 12 > RCN-LINES-PER-PAGE
016550         PERFORM 3600-NEW-PAGE THRU 3600-EXIT
016560     END-IF
016570     MOVE "RUN TOTALS" TO RCN-SEC-TEXT
016580     WRITE RCN-RPT-RECORD FROM RCN-SECTION-LINE
016590         AFTER ADVANCING 2 LINES
016600     ADD 2 TO RCN-LINE-COUNT
016610     MOVE "CARDS READ" TO RCN-CNT-LABEL
016620     MOVE RCN-CARDS-READ TO RCN-CNT-VALUE
016630     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016640     MOVE "ENTRIES ADDED" TO RCN-CNT-LABEL
016650     MOVE RCN-ADD-COUNT TO RCN-CNT-VALUE
016660     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016670     MOVE "ENTRIES REINSTATED" TO RCN-CNT-LABEL
016680     MOVE RCN-REINSTATE-COUNT TO RCN-CNT-VALUE
016690     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016700     MOVE "ENTRIES CHANGED" TO RCN-CNT-LABEL
016710     MOVE RCN-CHANGE-COUNT TO RCN-CNT-VALUE
016720     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016730     MOVE "ENTRIES RETIRED" TO RCN-CNT-LABEL
016740     MOVE RCN-RETIRE-COUNT TO RCN-CNT-VALUE
016750     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016760     MOVE "CARDS REJECTED" TO RCN-CNT-LABEL
016770     MOVE RCN-CARDS-REJECTED TO RCN-CNT-VALUE
016780     PERFORM 3800-PRINT-COUNT THRU 3800-EXIT
016790     EVALUATE TRUE
016800         WHEN RCN-RUN-FAILED AND RCN-DEFS-DONE
016810             MOVE SPACES TO RCN-NOTE-TEXT
016820             STRING "RCNDEFS REWRITTEN AND AUDITED, RCNSRULE NOT"
016830                 " - CORRECT AND RERUN THE RULE CARDS ONLY"
016840                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
016850             PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
016860         WHEN RCN-RUN-FAILED AND RCN-NBR-AUDITS > ZERO
016870             MOVE SPACES TO RCN-NOTE-TEXT
016880             STRING "NOTHING REWRITTEN OR AUDITED UNLESS NOTED"
016890                 " ABOVE - CORRECT AND RERUN THE WHOLE DECK"
016900                 DELIMITED BY SIZE INTO RCN-NOTE-TEXT
016910             PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
016920         WHEN RCN-NBR-AUDITS > ZERO
016930             MOVE SPACES TO RCN-NOTE-TEXT
016940             IF RCN-DEFS-CHANGED
016950                 STRING "RCNDEFS REWRITTEN.  " DELIMITED BY SIZE
016960                     INTO RCN-NOTE-TEXT
016970             END-IF
016980             IF RCN-SRUL-CHANGED
016990                 STRING RCN-NOTE-TEXT DELIMITED BY "  "
017000                     "  RCNSRULE REWRITTEN." DELIMITED BY SIZE
017010                     INTO RCN-NOTE-TEXT
017020             END-IF
017030             PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
017040         WHEN OTHER
017050             CONTINUE
017060     END-EVALUATE
017070     DISPLAY "RCNCFGM: CARDS=" RCN-CARDS-READ
017080         " APPLIED=" RCN-CARDS-APPLIED
017090         " REJECTED=" RCN-CARDS-REJECTED
017100     EVALUATE TRUE
017110         WHEN RCN-RUN-FAILED
017120             MOVE 8 TO RETURN-CODE
017130         WHEN RCN-SERVER-UNAVAILABLE
017140             MOVE 8 TO RETURN-CODE
017150         WHEN RCN-CARDS-REJECTED > ZERO
017160             MOVE 4 TO RETURN-CODE
017170         WHEN OTHER
017180             MOVE ZERO TO RETURN-CODE
017190     END-EVALUATE.
017200 4000-EXIT.
017210     EXIT.
017220*
017230******************************************************************
017240* 8100-RUN-ERROR
017250*    The message in RCN-NOTE-TEXT goes on the report and the
017260*    console, and the run is marked failed.
017270******************************************************************
017280 8100-RUN-ERROR.
017290     SET RCN-RUN-FAILED TO TRUE
017300     PERFORM 3700-PRINT-NOTE THRU 3700-EXIT
017310     DISPLAY "RCNCFGM: " RCN-NOTE-TEXT.
017320 8100-EXIT.
017330     EXIT.
