000339*                  HASHHIST DD IS REPORTED AND THE LOAD CARRIES
000340*                  ON WITHOUT HISTORY.  SEE HASHHRPT FOR THE
000341*                  COMPANION VERSION/CHURN REPORT.
000342* 2026-10-15 JCM   A FROZEN MASTER ENTRY (HMR-FROZEN, SET BY A
000343*                  HASHMNT FREEZE TRANSACTION) IS NO LONGER
000344*                  REPLACED - THE OVERWRITE IS REPORTED ON THE
000345*                  JOB LOG AS A REJECTED UPDATE, COUNTED, AND THE
000346*                  STEP ENDS WITH CONDITION CODE 4 SO THE GOLDEN
000347*                  DIGEST SURVIVES AND SOMEONE LOOKS AT WHY THE
000348*                  RUN DISAGREED WITH IT.  NEW ENTRIES ARE LOADED
000349*                  UNFROZEN, AND THE HISTORY RECORD NOW CARRIES
000351*                  THE REPLACING DIGEST AND THE LOAD RUN ID.
000352* 2026-10-15 JCM   WS-HELD-MASTER-REC WIDENED TO 219 BYTES FOR
000353*                  HMR-LAST-VERIFIED, WHICH A LOAD CLEARS - THE
000354*                  NEW DIGEST HAS NOT YET BEEN PATROLLED.
000355* 2026-10-15 JCM   A LOAD THAT CARRIES THE SAME DIGEST AND
000356*                  ALGORITHM AS A FROZEN ENTRY IS COUNTED AS
000357*                  UNCHANGED, NOT REJECTED, SO AN UNCHANGED
000358*                  FROZEN FILE NO LONGER ENDS EVERY LOAD RC 4.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000714     88 WS-HISTORY-OK                   VALUE "00".
000716 01  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
000718     88 WS-HISTORY-OPEN                 VALUE "Y".
000719 01  WS-HELD-MASTER-REC       PIC X(219) VALUE SPACES.
000720 01  WS-HASHOUT-EOF-SWITCH    PIC X(01) VALUE "N".
000730     88 WS-END-OF-HASHOUT               VALUE "Y".
000740 01  WS-MANOUT-EOF-SWITCH     PIC X(01) VALUE "N".
000770 01  WS-RECORDS-ADDED         PIC 9(09) COMP-5 VALUE ZERO.
000780 01  WS-RECORDS-REPLACED      PIC 9(09) COMP-5 VALUE ZERO.
000790 01  WS-RECORDS-SKIPPED       PIC 9(09) COMP-5 VALUE ZERO.
000792 01  WS-RECORDS-REJECTED      PIC 9(09) COMP-5 VALUE ZERO.
000793 01  WS-RECORDS-UNCHANGED     PIC 9(09) COMP-5 VALUE ZERO.
000794 01  WS-REJECT-CODE           PIC 9(04) COMP-5 VALUE 4.
000795 01  WS-HISTORY-WRITTEN       PIC 9(09) COMP-5 VALUE ZERO.
000800 01  WS-RUN-ID                PIC X(08) VALUE SPACES.
000810 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001760     MOVE WS-HASH-ALGORITHM TO HMR-ALGORITHM.
001770     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
001780     MOVE WS-RUN-ID TO HMR-RUN-ID.
001784     MOVE "N" TO HMR-FREEZE-FLAG.
001787     MOVE SPACES TO HMR-LAST-VERIFIED.
001790     WRITE HMR-RECORD
001800         INVALID KEY
001810             PERFORM 4100-REPLACE-MASTER THRU 4100-EXIT
001830         NOT INVALID KEY
001840             ADD 1 TO WS-RECORDS-ADDED
001850     END-WRITE.
001899                 " STATUS = " WS-MASTER-STATUS
001900             MOVE WS-HELD-MASTER-REC TO HMR-RECORD
001901             GO TO 4110-REWRITE-MASTER.
001901*    A FROZEN ENTRY KEEPS ITS DIGEST - THE LOAD IS REJECTED FOR
001901*    THIS KEY AND NOTHING IS HISTORIED, SINCE NOTHING CHANGED.
001901*    A RUN THAT AGREES WITH THE FROZEN DIGEST IS NOT A REJECTION.
001901     IF HMR-FROZEN
001901         AND HMR-HASH = WS-HELD-MASTER-REC(21:129)
001901         AND HMR-ALGORITHM = WS-HASH-ALGORITHM
001901         ADD 1 TO WS-RECORDS-UNCHANGED
001901         GO TO 4100-EXIT.
001901     IF HMR-FROZEN
001901         ADD 1 TO WS-RECORDS-REJECTED
001901         DISPLAY "HASHLOAD: UPDATE REJECTED - ENTRY FROZEN, KEY "
001901             HMR-KEY
001901         GO TO 4100-EXIT.
001902     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
001903     MOVE WS-HELD-MASTER-REC TO HMR-RECORD.
001904 4110-REWRITE-MASTER.
001905     REWRITE HMR-RECORD.
001905     ADD 1 TO WS-RECORDS-REPLACED.
001906 4100-EXIT.
001907     EXIT.
001908 4200-WRITE-HISTORY.
001914     MOVE HMR-ALGORITHM TO HHR-ALGORITHM.
001915     MOVE HMR-RUN-ID TO HHR-RUN-ID.
001916     MOVE HMR-SOURCE-TYPE TO HHR-SOURCE-TYPE.
001916     MOVE "L" TO HHR-CHANGE-ACTION.
001916     MOVE WS-RUN-TIMESTAMP TO HHR-CHANGED-AT.
001916     MOVE WS-RUN-ID TO HHR-CHANGE-RUN-ID.
001916     MOVE WS-HELD-MASTER-REC(21:129) TO HHR-NEW-HASH.
001916     MOVE WS-HASH-ALGORITHM TO HHR-NEW-ALGORITHM.
001916     MOVE SPACES TO HHR-REASON-CODE.
001916     MOVE SPACES TO HHR-REQUESTER-ID.
001917     WRITE HHR-RECORD.
001918     ADD 1 TO WS-HISTORY-WRITTEN.
001919 4200-EXIT.
001960     DISPLAY "HASHLOAD: ENTRIES REPLACED = " WS-RECORDS-REPLACED.
001970     DISPLAY "HASHLOAD: ENTRIES SKIPPED  = " WS-RECORDS-SKIPPED.
001975     DISPLAY "HASHLOAD: HISTORY WRITTEN  = " WS-HISTORY-WRITTEN.
001976     DISPLAY "HASHLOAD: FROZEN UNCHANGED = " WS-RECORDS-UNCHANGED.
001977     DISPLAY "HASHLOAD: FROZEN REJECTED  = " WS-RECORDS-REJECTED.
001978     IF WS-RECORDS-REJECTED > ZERO
001979         MOVE WS-REJECT-CODE TO RETURN-CODE.
001980 9000-EXIT.
001990     EXIT.
