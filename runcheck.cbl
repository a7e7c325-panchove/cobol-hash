000314*                  STALE NUMBERS.  NO IN-CYCLE RECORDS AT ALL IS
000315*                  STILL A HOLD.  WITH NO PARM, EVERY RECORD IS
000316*                  GATED AS BEFORE.
000317* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000318*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000319*                  PARM THE CURRENT OPEN CYCLE IS GATED, AND A
000321*                  CYCLE NAMED IN THE PARM THAT IS NOT OPEN ON
000322*                  THE REGISTER IS REFUSED WITH CONDITION CODE 8
000323*                  BEFORE ANYTHING IS READ.  THE VERDICT IS
000324*                  RECORDED ON THE REGISTER AND A RELEASE MOVES
000325*                  THE CYCLE TO GATED.  WITHOUT A CYCLREG DD THE
000326*                  STEP RUNS ON ITS PARM AS BEFORE.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000910 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
000912 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
000914 01  WS-OTHER-CYCLE-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
000915 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
000915     88 WS-REGISTER-IN-USE              VALUE "Y".
000915 COPY CYCREQ.
000916 LINKAGE SECTION.
000918 COPY PARMAREA.
000920 PROCEDURE DIVISION USING LS-PARM-AREA.
000960         UNTIL WS-END-OF-RUNSTAT.
000970     PERFORM 3000-WRITE-VERDICT THRU 3000-EXIT.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000985     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
000990     STOP RUN.
001000 1000-INITIALIZE.
001005     IF LS-PARM-LENGTH > ZERO
001006         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-FILTER.
001008     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001010     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001020     OPEN INPUT CONTROL-FILE.
001030     IF NOT WS-CONTROL-OK
001440         GO TO 1000-EXIT.
001450     PERFORM 2100-READ-STATUS THRU 2100-EXIT.
001460 1000-EXIT.
001461     EXIT.
001461 1050-VERIFY-CYCLE.
001462     SET CYQ-VERIFY TO TRUE.
001462     MOVE "RUNCHECK" TO CYQ-STEP-NAME.
001463     MOVE WS-CYCLE-FILTER TO CYQ-CYCLE-ID.
001463     CALL "CYCLCHK" USING CYQ-REQUEST.
001464     IF CYQ-RETURN-CODE > 4
001464         DISPLAY "RUNCHECK: CYCLE REFUSED - " CYQ-MESSAGE
001465         MOVE WS-HOLD-CODE TO RETURN-CODE
001466         STOP RUN.
001466     IF CYQ-RETURN-CODE = ZERO
001467         SET WS-REGISTER-IN-USE TO TRUE
001467         MOVE CYQ-CYCLE-ID TO WS-CYCLE-FILTER
001468     ELSE
001468         DISPLAY "RUNCHECK: " CYQ-MESSAGE.
001469 1050-EXIT.
001470     EXIT.
001480 1100-LOAD-CARD.
001490     READ CONTROL-FILE
003100         MOVE WS-HOLD-CODE TO RETURN-CODE.
003110 9000-EXIT.
003120     EXIT.
003130 9100-RECORD-CYCLE-STEP.
003140     IF NOT WS-REGISTER-IN-USE
003150         GO TO 9100-EXIT.
003160     SET CYQ-ADVANCE TO TRUE.
003170     MOVE "G" TO CYQ-NEW-STATE.
003180     MOVE RETURN-CODE TO CYQ-STEP-RC.
003190     CALL "CYCLCHK" USING CYQ-REQUEST.
003200     MOVE CYQ-STEP-RC TO RETURN-CODE.
003210     IF CYQ-RETURN-CODE NOT = ZERO
003220         DISPLAY "RUNCHECK: " CYQ-MESSAGE.
003230 9100-EXIT.
003240     EXIT.
