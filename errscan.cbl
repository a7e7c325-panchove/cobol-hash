000326*                  AND REPORTED AS SKIPPED INSTEAD OF FABRICATING
000327*                  REPEAT OFFENDERS.  WITH NO PARM, EVERY RECORD
000328*                  IS TALLIED AS BEFORE.
000329* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000329*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000329*                  PARM THE CURRENT OPEN CYCLE IS SCANNED, AND A
000329*                  CYCLE NAMED IN THE PARM THAT IS NOT OPEN ON
000329*                  THE REGISTER IS REFUSED WITH CONDITION CODE 8
000329*                  BEFORE ANYTHING IS READ.  THE SCAN IS
000329*                  RECORDED ON THE REGISTER WITHOUT MOVING THE
000329*                  CYCLE'S STATE.  WITHOUT A CYCLREG DD THE STEP
000329*                  RUNS ON ITS PARM AS BEFORE.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001370 01  WS-EDIT-CONSEC           PIC ZZZZ9.
001372 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
001374 01  WS-OTHER-CYCLE-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
001375 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001375 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001375     88 WS-REGISTER-IN-USE              VALUE "Y".
001375 COPY CYCREQ.
001376 LINKAGE SECTION.
001378 COPY PARMAREA.
001380 PROCEDURE DIVISION USING LS-PARM-AREA.
001440     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001450     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001465     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001470     STOP RUN.
001480 1000-INITIALIZE.
001484     IF LS-PARM-LENGTH > ZERO
001486         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-FILTER.
001488     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001490     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001500     OPEN INPUT POLICY-FILE.
001510     IF NOT WS-POLICY-OK
001790         GO TO 1000-EXIT.
001800     PERFORM 2100-READ-ERRLOG THRU 2100-EXIT.
001810 1000-EXIT.
001811     EXIT.
001811 1050-VERIFY-CYCLE.
001812     SET CYQ-VERIFY TO TRUE.
001812     MOVE "ERRSCAN" TO CYQ-STEP-NAME.
001813     MOVE WS-CYCLE-FILTER TO CYQ-CYCLE-ID.
001813     CALL "CYCLCHK" USING CYQ-REQUEST.
001814     IF CYQ-RETURN-CODE > 4
001814         DISPLAY "ERRSCAN: CYCLE REFUSED - " CYQ-MESSAGE
001815         MOVE WS-HOLD-CODE TO RETURN-CODE
001816         STOP RUN.
001816     IF CYQ-RETURN-CODE = ZERO
001817         SET WS-REGISTER-IN-USE TO TRUE
001817         MOVE CYQ-CYCLE-ID TO WS-CYCLE-FILTER
001818     ELSE
001818         DISPLAY "ERRSCAN: " CYQ-MESSAGE.
001819 1050-EXIT.
001820     EXIT.
001830 1100-LOAD-POLICY.
001840     READ POLICY-FILE
004500     DISPLAY "ERRSCAN: ESCALATED SOURCES  = " WS-ESCALATED-COUNT.
004510 9000-EXIT.
004520     EXIT.
004530 9100-RECORD-CYCLE-STEP.
004540     IF NOT WS-REGISTER-IN-USE
004550         GO TO 9100-EXIT.
004560     SET CYQ-ADVANCE TO TRUE.
004570     MOVE SPACES TO CYQ-NEW-STATE.
004580     MOVE RETURN-CODE TO CYQ-STEP-RC.
004590     CALL "CYCLCHK" USING CYQ-REQUEST.
004600     MOVE CYQ-STEP-RC TO RETURN-CODE.
004610     IF CYQ-RETURN-CODE NOT = ZERO
004620         DISPLAY "ERRSCAN: " CYQ-MESSAGE.
004630 9100-EXIT.
004640     EXIT.
