000360*                  THE HASHINQ NOT-FOUND CONVENTION.  AN EMPTY
000370*                  ERRLOG SIDE IS GOOD NEWS AND IS REPORTED AS
000380*                  SUCH WITHOUT RAISING THE CODE.
000381* 2026-10-15 JCM   ADDED THE HASHHIST SIDE OF THE DOSSIER.  EVERY
000381*                  HISTORY RECORD FOR THE KEY - LOAD REPLACES AND
000382*                  HASHMNT MAINTENANCE TRANSACTIONS ALIKE - IS
000382*                  LISTED WITH ITS ACTION, RUN, REASON CODE,
000383*                  REQUESTER AND OLD AND NEW DIGEST, AND A FROZEN
000384*                  MASTER ENTRY IS FLAGGED.  A KEY WITH NO
000384*                  HISTORY HAS SIMPLY NEVER BEEN REPLACED, SO LIKE
000385*                  AN EMPTY ERRLOG SIDE IT DOES NOT RAISE THE
000385*                  CODE.
000386* 2026-10-15 JCM   A HASHMIGR ALGORITHM MIGRATION ON HASHHIST IS
000387*                  LABELLED ALG MIGRATE, WITH THE WEAK DIGEST AS
000387*                  OLD AND ITS SHA256/SHA512 REPLACEMENT AS NEW.
000388* 2026-10-15 JCM   ENTRIES LOADED BY RCPTVER FROM A PARTNER'S
000388*                  VERIFIED TRANSMISSION (SOURCE TYPE "P") ARE
000389*                  LABELLED PARTNER (RCVCTL).
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000600     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ERRLOG-STATUS.
000623     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000625         ORGANIZATION IS LINE SEQUENTIAL
000627         FILE STATUS IS WS-HISTORY-STATUS.
000630     SELECT PRINT-FILE ASSIGN TO PRTFILE
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRINT-STATUS.
000790 FD  ERROR-LOG-FILE
000800     RECORDING MODE IS F.
000810 COPY ERRLOG.
000813 FD  HISTORY-FILE
000815     RECORDING MODE IS F.
000817 COPY HASHHST.
000820 FD  PRINT-FILE
000830     RECORDING MODE IS F.
000840 COPY PRTLINE.
000940     88 WS-AUDIT-OK                     VALUE "00".
000950 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
000960     88 WS-ERRLOG-OK                    VALUE "00".
000964 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
000967     88 WS-HISTORY-OK                   VALUE "00".
000970 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000980     88 WS-PRINT-OK                     VALUE "00".
000990 01  WS-KEYLIST-EOF-SWITCH    PIC X(01) VALUE "N".
001140 01  WS-OUT-MATCHES           PIC 9(09) COMP-5 VALUE ZERO.
001150 01  WS-AUD-MATCHES           PIC 9(09) COMP-5 VALUE ZERO.
001160 01  WS-ERL-MATCHES           PIC 9(09) COMP-5 VALUE ZERO.
001164 01  WS-HHR-MATCHES           PIC 9(09) COMP-5 VALUE ZERO.
001167 01  WS-ACTION-LABEL          PIC X(14) VALUE SPACES.
001170 01  WS-MISSING-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001180 01  WS-SOURCE-LABEL          PIC X(20) VALUE SPACES.
001190 01  WS-NOT-FOUND-CODE        PIC 9(04) COMP-5 VALUE 4.
002160         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002170     WRITE PRT-REPORT-LINE.
002180     PERFORM 3100-TRACE-MASTER THRU 3100-EXIT.
002185     PERFORM 3500-TRACE-HISTORY THRU 3500-EXIT.
002190     PERFORM 3200-TRACE-HASHOUT THRU 3200-EXIT.
002200     PERFORM 3300-TRACE-AUDIT THRU 3300-EXIT.
002210     PERFORM 3400-TRACE-ERRLOG THRU 3400-EXIT.
002470             MOVE "HASHBATCH (HASHOUT)" TO WS-SOURCE-LABEL
002480         WHEN HMR-FROM-MANIFEST
002490             MOVE "MANIFEST (MANOUT)" TO WS-SOURCE-LABEL
002494         WHEN HMR-FROM-PARTNER
002497             MOVE "PARTNER (RCVCTL)" TO WS-SOURCE-LABEL
002500         WHEN OTHER
002510             MOVE "UNKNOWN" TO WS-SOURCE-LABEL
002520     END-EVALUATE.
002610     STRING "  " HMR-HASH DELIMITED BY SIZE
002620         INTO PRT-REPORT-LINE.
002630     WRITE PRT-REPORT-LINE.
002632     IF HMR-FROZEN
002634         MOVE SPACES TO PRT-REPORT-LINE
002635         STRING "  ENTRY FROZEN - DIGEST PROTECTED FROM LOADS"
002637             DELIMITED BY SIZE INTO PRT-REPORT-LINE
002638         WRITE PRT-REPORT-LINE.
002640 3100-EXIT.
002650     EXIT.
002660 3200-TRACE-HASHOUT.
004440     WRITE PRT-REPORT-LINE.
004450 3450-EXIT.
004460     EXIT.
004461 3500-TRACE-HISTORY.
004461     MOVE ZERO TO WS-HHR-MATCHES.
004461     MOVE SPACES TO PRT-REPORT-LINE.
004461     STRING "HASHHIST RECORDS (REPLACES AND MAINTENANCE)"
004461         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004461     WRITE PRT-REPORT-LINE.
004461     MOVE "N" TO WS-FILE-EOF-SWITCH.
004461     OPEN INPUT HISTORY-FILE.
004462     IF NOT WS-HISTORY-OK
004462         MOVE SPACES TO PRT-REPORT-LINE
004462         STRING "  NO HASHHIST INPUT PRESENT"
004462             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004462         WRITE PRT-REPORT-LINE
004462         GO TO 3500-EXIT.
004462     PERFORM 3550-SCAN-ONE-HISTORY THRU 3550-EXIT
004462         UNTIL WS-END-OF-FILE.
004463     CLOSE HISTORY-FILE.
004463     IF WS-HHR-MATCHES = ZERO
004463         MOVE SPACES TO PRT-REPORT-LINE
004463         STRING "  NONE - ENTRY NEVER REPLACED OR MAINTAINED"
004463             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004463         WRITE PRT-REPORT-LINE.
004463 3500-EXIT.
004463     EXIT.
004464 3550-SCAN-ONE-HISTORY.
004464     READ HISTORY-FILE
004464         AT END
004464             SET WS-END-OF-FILE TO TRUE
004464             GO TO 3550-EXIT.
004464     IF HHR-KEY NOT = WS-TRACE-KEY
004464         GO TO 3550-EXIT.
004464     ADD 1 TO WS-HHR-MATCHES.
004465     EVALUATE TRUE
004465         WHEN HHR-LOAD-REPLACE
004465             MOVE "LOAD REPLACE" TO WS-ACTION-LABEL
004465         WHEN HHR-MAINT-ADD
004465             MOVE "MAINT ADD" TO WS-ACTION-LABEL
004465         WHEN HHR-MAINT-CHANGE
004465             MOVE "MAINT CHANGE" TO WS-ACTION-LABEL
004466         WHEN HHR-MAINT-DELETE
004466             MOVE "MAINT DELETE" TO WS-ACTION-LABEL
004466         WHEN HHR-MAINT-FREEZE
004466             MOVE "MAINT FREEZE" TO WS-ACTION-LABEL
004466         WHEN HHR-MAINT-RELEASE
004466             MOVE "MAINT RELEASE" TO WS-ACTION-LABEL
004466         WHEN HHR-ALG-MIGRATE
004466             MOVE "ALG MIGRATE" TO WS-ACTION-LABEL
004467         WHEN OTHER
004467             MOVE "UNKNOWN" TO WS-ACTION-LABEL
004467     END-EVALUATE.
004467     MOVE SPACES TO PRT-REPORT-LINE.
004467     STRING "  " HHR-CHANGED-AT
004467         " " WS-ACTION-LABEL
004467         " RUN " HHR-CHANGE-RUN-ID
004467         " REASON " HHR-REASON-CODE
004468         " BY " HHR-REQUESTER-ID
004468         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004468     WRITE PRT-REPORT-LINE.
004468     IF HHR-HASH NOT = SPACES
004468         MOVE SPACES TO PRT-REPORT-LINE
004468         STRING "OLD " HHR-HASH(1:128) DELIMITED BY SIZE
004468             INTO PRT-REPORT-LINE
004468         WRITE PRT-REPORT-LINE.
004469     IF HHR-NEW-HASH NOT = SPACES
004469         MOVE SPACES TO PRT-REPORT-LINE
004469         STRING "NEW " HHR-NEW-HASH(1:128) DELIMITED BY SIZE
004469             INTO PRT-REPORT-LINE
004469         WRITE PRT-REPORT-LINE.
004469 3550-EXIT.
004469     EXIT.
004470 8000-WRITE-SUMMARY.
004480     MOVE SPACES TO PRT-REPORT-LINE.
004490     WRITE PRT-REPORT-LINE.
