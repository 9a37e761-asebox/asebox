000010******************************************************************
000020* RCNMFET.CBL
000030*    Master-row fetch helper for RCNRCHK.
000040*
000050*    The one piece of SQL the daytime recheck needs - this
000060*    account's balance, status and last-maintenance stamp,
000070*    off its definition's master table, read by key - lives
000080*    here, so RCNRCHK itself stays plain COBOL, the same
000090*    split as RCNCFGM and RCNCOLS.  Written as ordinary ESQL/
000100*    COBOL like RCNWORK; the Sybase ESQL/COBOL precompiler
000110*    expands the EXEC SQL blocks against the SQL--PROLOG/
000120*    SQL--EPILOG runtime in SYBHESQL/SYBTESQL.
000130*
000140*    Called repeatedly with one RCNMFT parameter block: C to
000150*    connect, P each time the definition changes, F per
000160*    account, D to disconnect.  The statement is assembled
000170*    from the definition exactly as RCNWORK's 3000-OPEN-
000180*    CURSOR assembles RECON_CURSOR's, with an equal-key
000190*    predicate in place of the partition's range, so the
000200*    recheck sees the row the way the nightly pass would.
000210*    A plain SELECT - it never writes.  Connects under its
000220*    own connection name and always from the caller's single
000230*    thread.
000240*
000250*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000260*    INSTALLATION.  DATA CENTER SERVICES.
000270*    DATE-WRITTEN.  10/14/2026.
000280*    DATE-COMPILED.
000290*
000300*    MODIFICATION HISTORY
000310*    10/14/2026  JH   Initial version - connect/prepare/fetch/
000320*                     disconnect service for RCNRCHK's
000330*                     account recheck.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RCNMFET.
000370 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 10/14/2026.
000400 DATE-COMPILED.
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*
000470*    Set once a statement has been prepared, so the next
000480*    definition's prepare releases the last one first.
000490 77  MFT-PREPARED-SWITCH   PIC X(01) VALUE "N".
000500     88 MFT-STMT-PREPARED         VALUE "Y".
000510     88 MFT-STMT-NOT-PREPARED     VALUE "N".
000520*
000530******************************************************************
000540* SQL DECLARE SECTION
000550* Host variables for the prepared fetch.
000560******************************************************************
000570     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000580 01  MFT-CONN-NAME         PIC X(18)  VALUE "RCNRCHK_CONN".
000590 01  MFT-SERVER            PIC X(30).
000600 01  MFT-USERID            PIC X(30).
000610 01  MFT-PASSWD            PIC X(30).
000620 01  MFT-KEY-ACCT          PIC S9(09) COMP-5.
000630 01  MFT-ACCT-NO           PIC S9(09) COMP-5.
000640 01  MFT-BALANCE           PIC S9(11)V99 COMP-3.
000650 01  MFT-STATUS            PIC X(02).
000660 01  MFT-MAINT-TS          PIC X(19).
000670 01  MFT-STMT-TEXT         PIC X(400).
000680     EXEC SQL END DECLARE SECTION END-EXEC.
000690*
000700     EXEC SQL INCLUDE SQLCA END-EXEC.
000710*
000720******************************************************************
000730* LINKAGE SECTION
000740* The RCNMFT parameter block RCNRCHK passes on every call.
000750******************************************************************
000760 LINKAGE SECTION.
000770 01  RCN-MFET-PARMS.
000780     COPY "rcnmft.cbl".
000790*
000800 PROCEDURE DIVISION USING RCN-MFET-PARMS.
000810*
000820 0000-MAINLINE.
000830     MOVE ZERO TO RCN-MFT-RETCODE
000840     MOVE ZERO TO RCN-MFT-SQLCODE
000850     EVALUATE TRUE
000860         WHEN RCN-MFT-FUNC-CONNECT
000870             PERFORM 1000-CONNECT THRU 1000-EXIT
000880         WHEN RCN-MFT-FUNC-PREPARE
000890             PERFORM 2000-PREPARE THRU 2000-EXIT
000900         WHEN RCN-MFT-FUNC-FETCH
000910             PERFORM 3000-FETCH-ACCOUNT THRU 3000-EXIT
000920         WHEN RCN-MFT-FUNC-DISCONNECT
000930             PERFORM 5000-DISCONNECT THRU 5000-EXIT
000940         WHEN OTHER
000950             MOVE 16 TO RCN-MFT-RETCODE
000960     END-EVALUATE
000970     GOBACK.
000980*
000990 1000-CONNECT.
001000     EXEC SQL WHENEVER SQLERROR GO TO 1900-CONNECT-ERROR END-EXEC.
001010     MOVE RCN-MFT-SERVER TO MFT-SERVER
001020     MOVE RCN-MFT-USERID TO MFT-USERID
001030     MOVE RCN-MFT-PASSWD TO MFT-PASSWD
001040     EXEC SQL
001050         CONNECT TO :MFT-SERVER AS :MFT-CONN-NAME
001060             USER :MFT-USERID IDENTIFIED BY :MFT-PASSWD
001070     END-EXEC
001080     MOVE SPACES TO MFT-USERID MFT-PASSWD
001090     GO TO 1000-EXIT.
001100 1900-CONNECT-ERROR.
001110     MOVE SPACES TO MFT-USERID MFT-PASSWD
001120     MOVE SQLCODE TO RCN-MFT-SQLCODE
001130     MOVE 16 TO RCN-MFT-RETCODE.
001140 1000-EXIT.
001150     EXIT.
001160*
001170*    Column list as RECON_CURSOR's; only the key binds at
001180*    OPEN.  The last definition's statement and cursor are
001190*    released first - a failed release just means there was
001200*    nothing left to release.
001210 2000-PREPARE.
001220     IF MFT-STMT-PREPARED
001230         EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
001240         EXEC SQL AT :MFT-CONN-NAME
001250             DEALLOCATE CURSOR MFET_CURSOR
001260         END-EXEC
001270         EXEC SQL AT :MFT-CONN-NAME
001280             DEALLOCATE PREPARE MFET_STMT
001290         END-EXEC
001300         SET MFT-STMT-NOT-PREPARED TO TRUE
001310     END-IF
001320     MOVE SPACES TO MFT-STMT-TEXT
001330     STRING "SELECT " DELIMITED BY SIZE
001340            RCN-MFT-KEY-COL DELIMITED BY SPACE
001350            ", " DELIMITED BY SIZE
001360            RCN-MFT-BAL-COL DELIMITED BY SPACE
001370            ", " DELIMITED BY SIZE
001380            RCN-MFT-STAT-COL DELIMITED BY SPACE
001390            ", LAST_MAINT_TS" DELIMITED BY SIZE
001400            " FROM " DELIMITED BY SIZE
001410            RCN-MFT-TABLE DELIMITED BY SPACE
001420            " WHERE " DELIMITED BY SIZE
001430            RCN-MFT-KEY-COL DELIMITED BY SPACE
001440            " = ?" DELIMITED BY SIZE
001450         INTO MFT-STMT-TEXT
001460     EXEC SQL WHENEVER SQLERROR GO TO 2900-PREPARE-ERROR END-EXEC.
001470     EXEC SQL AT :MFT-CONN-NAME
001480         PREPARE MFET_STMT FROM :MFT-STMT-TEXT
001490     END-EXEC
001500     EXEC SQL AT :MFT-CONN-NAME
001510         DECLARE MFET_CURSOR CURSOR FOR MFET_STMT
001520     END-EXEC
001530     SET MFT-STMT-PREPARED TO TRUE
001540     GO TO 2000-EXIT.
001550 2900-PREPARE-ERROR.
001560     MOVE SQLCODE TO RCN-MFT-SQLCODE
001570     MOVE 16 TO RCN-MFT-RETCODE.
001580 2000-EXIT.
001590     EXIT.
001600*
001610*    One row or none - the key is the master's primary key.
001620*    The cursor is closed again before returning, found or
001630*    not, so the next account opens it afresh.
001640 3000-FETCH-ACCOUNT.
001650     SET RCN-MFT-NOT-FOUND TO TRUE
001660     IF MFT-STMT-NOT-PREPARED
001670         MOVE 16 TO RCN-MFT-RETCODE
001680         GO TO 3000-EXIT
001690     END-IF
001700     MOVE RCN-MFT-ACCT-NO TO MFT-KEY-ACCT
001710     EXEC SQL WHENEVER SQLERROR GO TO 3900-FETCH-ERROR END-EXEC.
001720     EXEC SQL WHENEVER NOT FOUND GO TO 3800-CLOSE-CURSOR END-EXEC.
001730     EXEC SQL AT :MFT-CONN-NAME
001740         OPEN MFET_CURSOR USING :MFT-KEY-ACCT
001750     END-EXEC
001760     EXEC SQL AT :MFT-CONN-NAME
001770         FETCH MFET_CURSOR
001780             INTO :MFT-ACCT-NO, :MFT-BALANCE,
001790                  :MFT-STATUS, :MFT-MAINT-TS
001800     END-EXEC
001810     SET RCN-MFT-IS-FOUND TO TRUE
001820     MOVE MFT-BALANCE TO RCN-MFT-BALANCE
001830     MOVE MFT-STATUS TO RCN-MFT-STATUS
001840     MOVE MFT-MAINT-TS TO RCN-MFT-MAINT-TS.
001850 3800-CLOSE-CURSOR.
001860     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
001870     EXEC SQL AT :MFT-CONN-NAME CLOSE MFET_CURSOR END-EXEC
001880     GO TO 3000-EXIT.
001890 3900-FETCH-ERROR.
001900     MOVE SQLCODE TO RCN-MFT-SQLCODE
001910     MOVE 16 TO RCN-MFT-RETCODE
001920     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
001930     EXEC SQL AT :MFT-CONN-NAME CLOSE MFET_CURSOR END-EXEC.
001940 3000-EXIT.
001950     EXIT.
001960*
001970 5000-DISCONNECT.
001980     EXEC SQL WHENEVER SQLERROR GO TO 5900-DISCONN-ERROR END-EXEC.
001990     EXEC SQL DISCONNECT :MFT-CONN-NAME END-EXEC
002000     GO TO 5000-EXIT.
002010 5900-DISCONN-ERROR.
002020     MOVE SQLCODE TO RCN-MFT-SQLCODE
002030     MOVE 16 TO RCN-MFT-RETCODE.
002040 5000-EXIT.
002050     EXIT.
