000010******************************************************************
000020* RCNCOLS.CBL
000030*    Catalog-lookup helper for RCNCFGM.
000040*
000050*    The one piece of SQL definition maintenance needs - does
000060*    this table (or view) exist on the server, and does it
000070*    carry this column - lives here, so RCNCFGM itself stays
000080*    plain COBOL, the same split as RCNDRIV and RCNCOUNT.
000090*    Written as ordinary ESQL/COBOL like RCNWORK; the Sybase
000100*    ESQL/COBOL precompiler expands the EXEC SQL blocks
000110*    against the SQL--PROLOG/SQL--EPILOG runtime in
000120*    SYBHESQL/SYBTESQL.
000130*
000140*    Called repeatedly with one RCNCOL parameter block: C to
000150*    connect, T per table and L per column to look up, D to
000160*    disconnect.  The lookups read the server's own catalog
000170*    (sysobjects, syscolumns) by name, so a misspelled column
000180*    is caught here in the day instead of by RECON_CURSOR's
000190*    PREPARE in the night.  Connects under its own connection
000200*    name and always from the caller's single thread.
000210*
000220*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000230*    INSTALLATION.  DATA CENTER SERVICES.
000240*    DATE-WRITTEN.  10/12/2026.
000250*    DATE-COMPILED.
000260*
000270*    MODIFICATION HISTORY
000280*    10/12/2026  JH   Initial version - connect/table/column/
000290*                     disconnect service for RCNCFGM's
000300*                     definition validation.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. RCNCOLS.
000340 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000350 INSTALLATION. DATA CENTER SERVICES.
000360 DATE-WRITTEN. 10/12/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400*
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*
000440******************************************************************
000450* SQL DECLARE SECTION
000460* Host variables for the two catalog lookups.
000470******************************************************************
000480     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000490 01  COL-CONN-NAME         PIC X(18)  VALUE "RCNCFGM_CONN".
000500 01  COL-SERVER            PIC X(30).
000510 01  COL-USERID            PIC X(30).
000520 01  COL-PASSWD            PIC X(30).
000530 01  COL-TABLE             PIC X(30).
000540 01  COL-COLUMN            PIC X(30).
000550 01  COL-COUNT             PIC S9(09) COMP-5.
000560     EXEC SQL END DECLARE SECTION END-EXEC.
000570*
000580     EXEC SQL INCLUDE SQLCA END-EXEC.
000590*
000600******************************************************************
000610* LINKAGE SECTION
000620* The RCNCOL parameter block RCNCFGM passes on every call.
000630******************************************************************
000640 LINKAGE SECTION.
000650 01  RCN-COLS-PARMS.
000660     COPY "rcncol.cbl".
000670*
000680 PROCEDURE DIVISION USING RCN-COLS-PARMS.
000690*
000700 0000-MAINLINE.
000710     MOVE ZERO TO RCN-COL-RETCODE
000720     MOVE ZERO TO RCN-COL-SQLCODE
000730     EVALUATE TRUE
000740         WHEN RCN-COL-FUNC-CONNECT
000750             PERFORM 1000-CONNECT THRU 1000-EXIT
000760         WHEN RCN-COL-FUNC-TABLE
000770             PERFORM 2000-FIND-TABLE THRU 2000-EXIT
000780         WHEN RCN-COL-FUNC-COLUMN
000790             PERFORM 3000-FIND-COLUMN THRU 3000-EXIT
000800         WHEN RCN-COL-FUNC-DISCONNECT
000810             PERFORM 5000-DISCONNECT THRU 5000-EXIT
000820         WHEN OTHER
000830             MOVE 16 TO RCN-COL-RETCODE
000840     END-EVALUATE
000850     GOBACK.
000860*
000870 1000-CONNECT.
000880     EXEC SQL WHENEVER SQLERROR GO TO 1900-CONNECT-ERROR END-EXEC.
000890     MOVE RCN-COL-SERVER TO COL-SERVER
000900     MOVE RCN-COL-USERID TO COL-USERID
000910     MOVE RCN-COL-PASSWD TO COL-PASSWD
000920     EXEC SQL
000930         CONNECT TO :COL-SERVER AS :COL-CONN-NAME
000940             USER :COL-USERID IDENTIFIED BY :COL-PASSWD
000950     END-EXEC
000960     GO TO 1000-EXIT.
000970 1900-CONNECT-ERROR.
000980     MOVE SQLCODE TO RCN-COL-SQLCODE
000990     MOVE 16 TO RCN-COL-RETCODE.
001000 1000-EXIT.
001010     EXIT.
001020*
001030*    A user table or a view - RCNWORK's cursor reads either.
001040*    The name may carry its owner (dbo.ACCOUNT_MASTER);
001050*    OBJECT_ID resolves it the way the cursor's FROM will.
001060 2000-FIND-TABLE.
001070     EXEC SQL WHENEVER SQLERROR GO TO 2900-TABLE-ERROR END-EXEC.
001080     MOVE RCN-COL-TABLE TO COL-TABLE
001090     MOVE ZERO TO COL-COUNT
001100     SET RCN-COL-NOT-FOUND TO TRUE
001110     EXEC SQL AT :COL-CONN-NAME
001120         SELECT COUNT(*) INTO :COL-COUNT
001130             FROM sysobjects
001140             WHERE id = OBJECT_ID(RTRIM(:COL-TABLE))
001150               AND type IN ('U', 'V')
001160     END-EXEC
001170     IF COL-COUNT > ZERO
001180         SET RCN-COL-IS-FOUND TO TRUE
001190     END-IF
001200     GO TO 2000-EXIT.
001210 2900-TABLE-ERROR.
001220     MOVE SQLCODE TO RCN-COL-SQLCODE
001230     MOVE 16 TO RCN-COL-RETCODE.
001240 2000-EXIT.
001250     EXIT.
001260*
001270 3000-FIND-COLUMN.
001280     EXEC SQL WHENEVER SQLERROR GO TO 3900-COLUMN-ERROR END-EXEC.
001290     MOVE RCN-COL-TABLE TO COL-TABLE
001300     MOVE RCN-COL-COLUMN TO COL-COLUMN
001310     MOVE ZERO TO COL-COUNT
001320     SET RCN-COL-NOT-FOUND TO TRUE
001330     EXEC SQL AT :COL-CONN-NAME
001340         SELECT COUNT(*) INTO :COL-COUNT
001350             FROM syscolumns
001360             WHERE id = OBJECT_ID(RTRIM(:COL-TABLE))
001370               AND name = RTRIM(:COL-COLUMN)
001380     END-EXEC
001390     IF COL-COUNT > ZERO
001400         SET RCN-COL-IS-FOUND TO TRUE
001410     END-IF
001420     GO TO 3000-EXIT.
001430 3900-COLUMN-ERROR.
001440     MOVE SQLCODE TO RCN-COL-SQLCODE
001450     MOVE 16 TO RCN-COL-RETCODE.
001460 3000-EXIT.
001470     EXIT.
001480*
001490 5000-DISCONNECT.
001500     EXEC SQL WHENEVER SQLERROR GO TO 5900-DISCONN-ERROR END-EXEC.
001510     EXEC SQL DISCONNECT :COL-CONN-NAME END-EXEC
001520     GO TO 5000-EXIT.
001530 5900-DISCONN-ERROR.
001540     MOVE SQLCODE TO RCN-COL-SQLCODE
001550     MOVE 16 TO RCN-COL-RETCODE.
001560 5000-EXIT.
001570     EXIT.
