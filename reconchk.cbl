000358*                  RESTARTF DD AT THE NAMED CYCLE'S CHECKPOINT
000359*                  FILE WHEN FILTERING.  WITH NO PARM, EVERY
000360*                  RECORD IS RECONCILED AS BEFORE.
000361* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000362*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000363*                  PARM THE CURRENT OPEN CYCLE IS RECONCILED, AND
000364*                  A CYCLE NAMED IN THE PARM THAT IS NOT OPEN ON
000365*                  THE REGISTER IS REFUSED WITH CONDITION CODE 8
000366*                  BEFORE ANYTHING IS READ.  THE OUTCOME IS
000367*                  RECORDED ON THE REGISTER AND A CLEAN
000368*                  RECONCILIATION MOVES THE CYCLE TO RECONCILED.
000369*                  WITHOUT A CYCLREG DD THE STEP RUNS ON ITS
000371*                  PARM AS BEFORE.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
001202 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
001204 01  WS-OTHER-CYCLE-OUT       PIC 9(09) COMP-5 VALUE ZERO.
001206 01  WS-OTHER-CYCLE-AUD       PIC 9(09) COMP-5 VALUE ZERO.
001206 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001206     88 WS-REGISTER-IN-USE              VALUE "Y".
001206 COPY CYCREQ.
001207 LINKAGE SECTION.
001208 COPY PARMAREA.
001210 PROCEDURE DIVISION USING LS-PARM-AREA.
001310     PERFORM 5000-CHECK-TOTALS THRU 5000-EXIT.
001320     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001335     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001340     STOP RUN.
001350 1000-INITIALIZE.
001354     IF LS-PARM-LENGTH > ZERO
001356         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-FILTER.
001358     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001360     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001370     OPEN OUTPUT PRINT-FILE.
001380     IF NOT WS-PRINT-OK
001580     IF NOT WS-END-OF-AUDIT
001590         PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
001600 1000-EXIT.
001601     EXIT.
001601 1050-VERIFY-CYCLE.
001602     SET CYQ-VERIFY TO TRUE.
001602     MOVE "RECONCHK" TO CYQ-STEP-NAME.
001603     MOVE WS-CYCLE-FILTER TO CYQ-CYCLE-ID.
001603     CALL "CYCLCHK" USING CYQ-REQUEST.
001604     IF CYQ-RETURN-CODE > 4
001604         DISPLAY "RECONCHK: CYCLE REFUSED - " CYQ-MESSAGE
001605         MOVE WS-HOLD-CODE TO RETURN-CODE
001606         STOP RUN.
001606     IF CYQ-RETURN-CODE = ZERO
001607         SET WS-REGISTER-IN-USE TO TRUE
001607         MOVE CYQ-CYCLE-ID TO WS-CYCLE-FILTER
001608     ELSE
001608         DISPLAY "RECONCHK: " CYQ-MESSAGE.
001609 1050-EXIT.
001610     EXIT.
001620 1100-LOAD-CHECKPOINT.
001630     OPEN INPUT RESTART-FILE.
003510         MOVE WS-HOLD-CODE TO RETURN-CODE.
003520 9000-EXIT.
003530     EXIT.
003540 9100-RECORD-CYCLE-STEP.
003550     IF NOT WS-REGISTER-IN-USE
003560         GO TO 9100-EXIT.
003570     SET CYQ-ADVANCE TO TRUE.
003580     MOVE "R" TO CYQ-NEW-STATE.
003590     MOVE RETURN-CODE TO CYQ-STEP-RC.
003600     CALL "CYCLCHK" USING CYQ-REQUEST.
003610     MOVE CYQ-STEP-RC TO RETURN-CODE.
003620     IF CYQ-RETURN-CODE NOT = ZERO
003630         DISPLAY "RECONCHK: " CYQ-MESSAGE.
003640 9100-EXIT.
003650     EXIT.
