000010******************************************************************
000020* RCNCSUM.CBL
000030*    Control-sum helper for RCNCTIE.
000040*
000050*    All the SQL the control-account tie-out needs - a
000060*    server-side SUM of a master table's balance column,
000070*    grouped by product and branch - lives here, so RCNCTIE
000080*    itself stays plain COBOL, the same split as RCNDRIV and
000090*    RCNCOUNT.  Written as ordinary ESQL/COBOL like RCNWORK;
000100*    the Sybase ESQL/COBOL precompiler expands the EXEC SQL
000110*    blocks against the SQL--PROLOG/SQL--EPILOG runtime in
000120*    SYBHESQL/SYBTESQL.
000130*
000140*    Called repeatedly with one RCNCSUM parameter block: C to
000150*    connect, O to open the grouped SUM for one definition, F
000160*    per group until it answers 4, X to close, D to
000170*    disconnect.  Connects under its own connection name and
000180*    always from the caller's single thread.
000190*
000200*    AUTHOR.        J HALVERSEN, BATCH SUPPORT.
000210*    INSTALLATION.  DATA CENTER SERVICES.
000220*    DATE-WRITTEN.  10/08/2026.
000230*    DATE-COMPILED.
000240*
000250*    MODIFICATION HISTORY
000260*    10/08/2026  JH   Initial version - connect/open/fetch/
000270*                     close/disconnect service for RCNCTIE's
000280*                     control-account tie-out.
000290*    10/15/2026  JH   Open releases the last definition's
000300*                     statement and cursor before preparing
000310*                     again; an all-null balance group sums
000320*                     as zero.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RCNCSUM.
000360 AUTHOR. J HALVERSEN, BATCH SUPPORT.
000370 INSTALLATION. DATA CENTER SERVICES.
000380 DATE-WRITTEN. 10/08/2026.
000390 DATE-COMPILED.
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 DATA DIVISION.
000440 WORKING-STORAGE SECTION.
000450*
000460*    Set once a statement has been prepared, so the next
000470*    definition's open releases the last one first.
000480 77  SUM-PREPARED-SWITCH   PIC X(01) VALUE "N".
000490     88 SUM-STMT-PREPARED         VALUE "Y".
000500     88 SUM-STMT-NOT-PREPARED     VALUE "N".
000510*
000520******************************************************************
000530* SQL DECLARE SECTION
000540* Host variables for the one cursor this program owns.
000550******************************************************************
000560     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000570 01  SUM-CONN-NAME         PIC X(18)  VALUE "RCNCTIE_CONN".
000580 01  SUM-SERVER            PIC X(30).
000590 01  SUM-USERID            PIC X(30).
000600 01  SUM-PASSWD            PIC X(30).
000610 01  SUM-STMT-TEXT         PIC X(400).
000620 01  SUM-PRODUCT           PIC X(10).
000630 01  SUM-BRANCH            PIC X(10).
000640 01  SUM-TOTAL             PIC S9(13)V99 COMP-3.
000650 01  SUM-ROW-COUNT         PIC S9(09) COMP-5.
000660     EXEC SQL END DECLARE SECTION END-EXEC.
000670*
000680     EXEC SQL INCLUDE SQLCA END-EXEC.
000690*
000700******************************************************************
000710* LINKAGE SECTION
000720* The RCNCSUM parameter block RCNCTIE passes on every call.
000730******************************************************************
000740 LINKAGE SECTION.
000750 01  RCN-CSUM-PARMS.
000760     COPY "rcnsum.cbl".
000770*
000780 PROCEDURE DIVISION USING RCN-CSUM-PARMS.
000790*
000800 0000-MAINLINE.
000810     MOVE ZERO TO RCN-SUM-RETCODE
000820     MOVE ZERO TO RCN-SUM-SQLCODE
000830     EVALUATE TRUE
000840         WHEN RCN-SUM-FUNC-CONNECT
000850             PERFORM 1000-CONNECT THRU 1000-EXIT
000860         WHEN RCN-SUM-FUNC-OPEN
000870             PERFORM 2000-OPEN-GROUPS THRU 2000-EXIT
000880         WHEN RCN-SUM-FUNC-FETCH
000890             PERFORM 3000-FETCH-GROUP THRU 3000-EXIT
000900         WHEN RCN-SUM-FUNC-CLOSE
000910             PERFORM 4000-CLOSE-GROUPS THRU 4000-EXIT
000920         WHEN RCN-SUM-FUNC-DISCONNECT
000930             PERFORM 5000-DISCONNECT THRU 5000-EXIT
000940         WHEN OTHER
000950             MOVE 16 TO RCN-SUM-RETCODE
000960     END-EVALUATE
000970     GOBACK.
000980*
000990 1000-CONNECT.
001000     EXEC SQL WHENEVER SQLERROR GO TO 1900-CONNECT-ERROR END-EXEC.
001010     MOVE RCN-SUM-SERVER TO SUM-SERVER
001020     MOVE RCN-SUM-USERID TO SUM-USERID
001030     MOVE RCN-SUM-PASSWD TO SUM-PASSWD
001040     EXEC SQL
001050         CONNECT TO :SUM-SERVER AS :SUM-CONN-NAME
001060             USER :SUM-USERID IDENTIFIED BY :SUM-PASSWD
001070     END-EXEC
001080     GO TO 1000-EXIT.
001090 1900-CONNECT-ERROR.
001100     MOVE SQLCODE TO RCN-SUM-SQLCODE
001110     MOVE 16 TO RCN-SUM-RETCODE.
001120 1000-EXIT.
001130     EXIT.
001140*
001150 2000-OPEN-GROUPS.
001160*    The statement is assembled per call from the caller's
001170*    definition - table and column names cannot be host
001180*    variables.  The grouping columns come back as character
001190*    whatever their type on the table, and a null product or
001200*    branch groups as blank rather than failing the fetch; a
001210*    group whose balances are all null sums as zero.  The last
001220*    definition's statement and cursor are released first - a
001230*    failed release just means there was nothing left to
001240*    release.
001250     IF SUM-STMT-PREPARED
001260         EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
001270         EXEC SQL AT :SUM-CONN-NAME
001280             DEALLOCATE CURSOR SUM_CURSOR
001290         END-EXEC
001300         EXEC SQL AT :SUM-CONN-NAME
001310             DEALLOCATE PREPARE SUM_STMT
001320         END-EXEC
001330         SET SUM-STMT-NOT-PREPARED TO TRUE
001340     END-IF
001350     MOVE SPACES TO SUM-STMT-TEXT
001360     STRING "SELECT ISNULL(CONVERT(VARCHAR(10), "
001370                DELIMITED BY SIZE
001380            RCN-SUM-PROD-COL DELIMITED BY SPACE
001390            "), ''), ISNULL(CONVERT(VARCHAR(10), "
001400                DELIMITED BY SIZE
001410            RCN-SUM-BRCH-COL DELIMITED BY SPACE
001420            "), ''), ISNULL(SUM(" DELIMITED BY SIZE
001430            RCN-SUM-BAL-COL DELIMITED BY SPACE
001440            "), 0), COUNT(*) FROM " DELIMITED BY SIZE
001450            RCN-SUM-TABLE DELIMITED BY SPACE
001460            " GROUP BY " DELIMITED BY SIZE
001470            RCN-SUM-PROD-COL DELIMITED BY SPACE
001480            ", " DELIMITED BY SIZE
001490            RCN-SUM-BRCH-COL DELIMITED BY SPACE
001500            " ORDER BY " DELIMITED BY SIZE
001510            RCN-SUM-PROD-COL DELIMITED BY SPACE
001520            ", " DELIMITED BY SIZE
001530            RCN-SUM-BRCH-COL DELIMITED BY SPACE
001540         INTO SUM-STMT-TEXT
001550     EXEC SQL WHENEVER SQLERROR GO TO 2900-OPEN-ERROR END-EXEC.
001560     EXEC SQL AT :SUM-CONN-NAME
001570         PREPARE SUM_STMT FROM :SUM-STMT-TEXT
001580     END-EXEC
001590     EXEC SQL AT :SUM-CONN-NAME
001600         DECLARE SUM_CURSOR CURSOR FOR SUM_STMT
001610     END-EXEC
001620     SET SUM-STMT-PREPARED TO TRUE
001630     EXEC SQL AT :SUM-CONN-NAME
001640         OPEN SUM_CURSOR
001650     END-EXEC
001660     GO TO 2000-EXIT.
001670 2900-OPEN-ERROR.
001680     MOVE SQLCODE TO RCN-SUM-SQLCODE
001690     MOVE 16 TO RCN-SUM-RETCODE.
001700 2000-EXIT.
001710     EXIT.
001720*
001730 3000-FETCH-GROUP.
001740     EXEC SQL WHENEVER NOT FOUND GO TO 3800-FETCH-EOF END-EXEC.
001750     EXEC SQL WHENEVER SQLERROR GO TO 3900-FETCH-ERROR END-EXEC.
001760     MOVE SPACES TO SUM-PRODUCT SUM-BRANCH
001770     MOVE ZERO TO SUM-TOTAL SUM-ROW-COUNT
001780     EXEC SQL AT :SUM-CONN-NAME
001790         FETCH SUM_CURSOR
001800             INTO :SUM-PRODUCT, :SUM-BRANCH,
001810                  :SUM-TOTAL, :SUM-ROW-COUNT
001820     END-EXEC
001830     MOVE SUM-PRODUCT TO RCN-SUM-PRODUCT
001840     MOVE SUM-BRANCH TO RCN-SUM-BRANCH
001850     MOVE SUM-TOTAL TO RCN-SUM-TOTAL
001860     MOVE SUM-ROW-COUNT TO RCN-SUM-ROW-COUNT
001870     GO TO 3000-EXIT.
001880 3800-FETCH-EOF.
001890     MOVE 4 TO RCN-SUM-RETCODE
001900     GO TO 3000-EXIT.
001910 3900-FETCH-ERROR.
001920     MOVE SQLCODE TO RCN-SUM-SQLCODE
001930     MOVE 16 TO RCN-SUM-RETCODE.
001940 3000-EXIT.
001950     EXIT.
001960*
001970 4000-CLOSE-GROUPS.
001980     EXEC SQL WHENEVER SQLERROR GO TO 4900-CLOSE-ERROR END-EXEC.
001990     EXEC SQL AT :SUM-CONN-NAME
002000         CLOSE SUM_CURSOR
002010     END-EXEC
002020     GO TO 4000-EXIT.
002030 4900-CLOSE-ERROR.
002040     MOVE SQLCODE TO RCN-SUM-SQLCODE
002050     MOVE 16 TO RCN-SUM-RETCODE.
002060 4000-EXIT.
002070     EXIT.
002080*
002090 5000-DISCONNECT.
002100     EXEC SQL WHENEVER SQLERROR GO TO 5900-DISCONN-ERROR END-EXEC.
002110     EXEC SQL DISCONNECT :SUM-CONN-NAME END-EXEC
002120     GO TO 5000-EXIT.
002130 5900-DISCONN-ERROR.
002140     MOVE SQLCODE TO RCN-SUM-SQLCODE
002150     MOVE 16 TO RCN-SUM-RETCODE.
002160 5000-EXIT.
002170     EXIT.
