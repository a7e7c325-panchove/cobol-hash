000280*                  THE KEYS THAT CHURN MOST OFTEN ACROSS CYCLES -
000290*                  THE WAY A QUIETLY-EDITED "STATIC" PARAMETER
000300*                  MEMBER IS SPOTTED.
000301* 2026-10-15 JCM   HASHHIST NOW ALSO CARRIES HASHMNT MAINTENANCE
000301*                  TRANSACTIONS.  ONLY A RECORD THAT REPLACED A
000302*                  DIGEST (A LOAD REPLACE, OR A MAINTENANCE
000303*                  CHANGE OR DELETE) COUNTS AS A SUPERSEDED
000304*                  VERSION; EVERY MAINTENANCE RECORD - ADD,
000304*                  CHANGE, DELETE, FREEZE, RELEASE - IS ALSO
000305*                  LISTED IN A MAINTENANCE SECTION WITH ITS
000306*                  REASON CODE, REQUESTER AND RUN.
000307* 2026-10-15 JCM   HASHMIGR ALGORITHM MIGRATIONS (ACTION "M") ARE
000307*                  LISTED IN THE MAINTENANCE SECTION AS MIGRATE.
000308*                  THEY DO NOT COUNT AS SUPERSEDED VERSIONS - THE
000309*                  SOURCE CONTENT DID NOT CHANGE.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000720     88 WS-KEY-TABLE-FULL               VALUE "Y".
000730 01  WS-MATCH-SWITCH          PIC X(01) VALUE "N".
000740     88 WS-MATCH-FOUND                  VALUE "Y".
000741 01  WS-MAINT-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
000741 01  WS-MAINT-TABLE.
000742     05 WS-MNT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MNT-IDX.
000743         10 WS-MNT-KEY        PIC X(20).
000743         10 WS-MNT-ACTION     PIC X(01).
000744         10 WS-MNT-REASON     PIC X(04).
000745         10 WS-MNT-REQUESTER  PIC X(08).
000745         10 WS-MNT-CHANGED-AT PIC X(26).
000746         10 WS-MNT-RUN        PIC X(08).
000747 01  WS-MAINT-FULL-SWITCH     PIC X(01) VALUE "N".
000747     88 WS-MAINT-TABLE-FULL             VALUE "Y".
000748 01  WS-MAINT-READ            PIC 9(09) COMP-5 VALUE ZERO.
000749 01  WS-ACTION-LABEL          PIC X(07) VALUE SPACES.
000750 01  WS-RANK-LIMIT            PIC 9(04) COMP-5 VALUE 10.
000760 01  WS-RANK-NUMBER           PIC 9(04) COMP-5 VALUE ZERO.
000770 01  WS-BEST-SUB              PIC 9(05) COMP-5 VALUE ZERO.
001050     EXIT.
001060 2000-TALLY-RECORD.
001070     ADD 1 TO WS-RECORDS-READ.
001072     IF NOT HHR-LOAD-REPLACE
001074         PERFORM 2300-KEEP-MAINTENANCE THRU 2300-EXIT.
001076     IF NOT HHR-DIGEST-REPLACED
001078         GO TO 2000-NEXT.
001080     MOVE "N" TO WS-MATCH-SWITCH.
001090     PERFORM 2200-MATCH-ONE-KEY THRU 2200-EXIT
001100         VARYING WS-KEY-IDX FROM 1 BY 1
001460     END-IF.
001470 2200-EXIT.
001480     EXIT.
001481 2300-KEEP-MAINTENANCE.
001481     ADD 1 TO WS-MAINT-READ.
001482     IF WS-MAINT-COUNT >= 500
001482         IF NOT WS-MAINT-TABLE-FULL
001483             SET WS-MAINT-TABLE-FULL TO TRUE
001483             DISPLAY "HASHHRPT: MAINTENANCE TABLE FULL AT 500 - "
001484                 "FURTHER TRANSACTIONS NOT LISTED"
001484         END-IF
001485         GO TO 2300-EXIT.
001485     ADD 1 TO WS-MAINT-COUNT.
001486     MOVE HHR-KEY TO WS-MNT-KEY(WS-MAINT-COUNT).
001486     MOVE HHR-CHANGE-ACTION TO WS-MNT-ACTION(WS-MAINT-COUNT).
001487     MOVE HHR-REASON-CODE TO WS-MNT-REASON(WS-MAINT-COUNT).
001487     MOVE HHR-REQUESTER-ID TO WS-MNT-REQUESTER(WS-MAINT-COUNT).
001488     MOVE HHR-CHANGED-AT TO WS-MNT-CHANGED-AT(WS-MAINT-COUNT).
001488     MOVE HHR-CHANGE-RUN-ID TO WS-MNT-RUN(WS-MAINT-COUNT).
001489 2300-EXIT.
001489     EXIT.
001490 3000-WRITE-REPORT.
001500     MOVE SPACES TO PRT-REPORT-LINE.
001510     STRING "HASHHRPT HASH-VERSION HISTORY REPORT"
001840     PERFORM 3400-RANK-ONE-KEY THRU 3400-EXIT
001850         VARYING WS-RANK-NUMBER FROM 1 BY 1
001860         UNTIL WS-RANK-NUMBER > WS-RANK-LIMIT.
001861     MOVE SPACES TO PRT-REPORT-LINE.
001861     WRITE PRT-REPORT-LINE.
001862     MOVE WS-MAINT-READ TO WS-EDIT-COUNT.
001862     MOVE SPACES TO PRT-REPORT-LINE.
001863     STRING "MAINTENANCE AND MIGRATION (HASHMNT/HASHMIGR) : "
001863         WS-EDIT-COUNT
001864         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
001864     WRITE PRT-REPORT-LINE.
001865     PERFORM 3600-PRINT-ONE-MAINT THRU 3600-EXIT
001865         VARYING WS-MNT-IDX FROM 1 BY 1
001866         UNTIL WS-MNT-IDX > WS-MAINT-COUNT.
001866     IF WS-MAINT-TABLE-FULL
001867         MOVE SPACES TO PRT-REPORT-LINE
001867         STRING "  (MAINTENANCE TABLE FULL AT 500 - FURTHER "
001868             "TRANSACTIONS NOT SHOWN)" DELIMITED BY SIZE
001868             INTO PRT-REPORT-LINE
001869         WRITE PRT-REPORT-LINE.
001870 3000-EXIT.
001880     EXIT.
001890 3100-PRINT-ONE-KEY.
002230         MOVE WS-KEY-VERSIONS(WS-SCAN-SUB) TO WS-BEST-VERSIONS.
002240 3450-EXIT.
002250     EXIT.
002251 3600-PRINT-ONE-MAINT.
002251     EVALUATE WS-MNT-ACTION(WS-MNT-IDX)
002251         WHEN "A"
002251             MOVE "ADD" TO WS-ACTION-LABEL
002252         WHEN "C"
002252             MOVE "CHANGE" TO WS-ACTION-LABEL
002252         WHEN "D"
002253             MOVE "DELETE" TO WS-ACTION-LABEL
002253         WHEN "F"
002253             MOVE "FREEZE" TO WS-ACTION-LABEL
002254         WHEN "U"
002254             MOVE "RELEASE" TO WS-ACTION-LABEL
002254         WHEN "M"
002255             MOVE "MIGRATE" TO WS-ACTION-LABEL
002255         WHEN OTHER
002255             MOVE "UNKNOWN" TO WS-ACTION-LABEL
002256     END-EVALUATE.
002256     MOVE SPACES TO PRT-REPORT-LINE.
002256     STRING WS-MNT-KEY(WS-MNT-IDX)
002257         " " WS-ACTION-LABEL
002257         " REASON " WS-MNT-REASON(WS-MNT-IDX)
002257         " BY " WS-MNT-REQUESTER(WS-MNT-IDX)
002258         " AT " WS-MNT-CHANGED-AT(WS-MNT-IDX)
002258         " RUN " WS-MNT-RUN(WS-MNT-IDX)
002258         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002259     WRITE PRT-REPORT-LINE.
002259 3600-EXIT.
002259     EXIT.
002260 9000-TERMINATE.
002270     CLOSE HISTORY-FILE.
002280     CLOSE PRINT-FILE.
002290     DISPLAY "HASHHRPT: HISTORY RECORDS READ = " WS-RECORDS-READ.
002300     DISPLAY "HASHHRPT: KEYS WITH HISTORY    = " WS-KEY-COUNT.
002305     DISPLAY "HASHHRPT: MAINTENANCE RECORDS  = " WS-MAINT-READ.
002310 9000-EXIT.
002320     EXIT.
