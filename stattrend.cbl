000370*                  THE STEP WITH CONDITION CODE 4 - A WARNING THE
000380*                  SCHEDULER CAN SURFACE WITHOUT HOLDING THE
000390*                  STREAM THE WAY RUNCHECK'S CODE 8 DOES.
000391* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000392*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000393*                  PARM THE CURRENT OPEN CYCLE FEEDS THE TREND,
000394*                  AND A CYCLE NAMED IN THE PARM THAT IS NOT OPEN
000395*                  ON THE REGISTER IS REFUSED WITH CONDITION CODE
000396*                  8 BEFORE ANYTHING IS READ.  THE RUN IS
000397*                  RECORDED ON THE REGISTER WITHOUT MOVING THE
000398*                  CYCLE'S STATE.  WITHOUT A CYCLREG DD THE STEP
000399*                  RUNS ON ITS PARM AS BEFORE.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000990 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001000 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
001010 01  WS-OTHER-CYCLE-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
001012 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001014 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001016     88 WS-REGISTER-IN-USE              VALUE "Y".
001018 COPY CYCREQ.
001020 01  WS-STATUS-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001030 01  WS-MAX-VOL-PCT           PIC 9(09) COMP-5 VALUE 25.
001040 01  WS-MAX-FAIL-RISE         PIC 9(09) COMP-5 VALUE 3.
001690     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001700     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001715     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001720     STOP RUN.
001730 1000-INITIALIZE.
001740     IF LS-PARM-LENGTH > ZERO
001750         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-FILTER.
001755     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001760     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001770     OPEN INPUT CONTROL-FILE.
001780     IF NOT WS-CONTROL-OK
002060         GO TO 1000-EXIT.
002070     PERFORM 2100-READ-STATUS THRU 2100-EXIT.
002080 1000-EXIT.
002081     EXIT.
002081 1050-VERIFY-CYCLE.
002082     SET CYQ-VERIFY TO TRUE.
002082     MOVE "STATTREN" TO CYQ-STEP-NAME.
002083     MOVE WS-CYCLE-FILTER TO CYQ-CYCLE-ID.
002083     CALL "CYCLCHK" USING CYQ-REQUEST.
002084     IF CYQ-RETURN-CODE > 4
002084         DISPLAY "STATTREND: CYCLE REFUSED - " CYQ-MESSAGE
002085         MOVE WS-HOLD-CODE TO RETURN-CODE
002086         STOP RUN.
002086     IF CYQ-RETURN-CODE = ZERO
002087         SET WS-REGISTER-IN-USE TO TRUE
002087         MOVE CYQ-CYCLE-ID TO WS-CYCLE-FILTER
002088     ELSE
002088         DISPLAY "STATTREND: " CYQ-MESSAGE.
002089 1050-EXIT.
002090     EXIT.
002100 1100-LOAD-CARD.
002110     READ CONTROL-FILE
005910         MOVE WS-WARN-CODE TO RETURN-CODE.
005920 9000-EXIT.
005930     EXIT.
005940 9100-RECORD-CYCLE-STEP.
005950     IF NOT WS-REGISTER-IN-USE
005960         GO TO 9100-EXIT.
005970     SET CYQ-ADVANCE TO TRUE.
005980     MOVE SPACES TO CYQ-NEW-STATE.
005990     MOVE RETURN-CODE TO CYQ-STEP-RC.
006000     CALL "CYCLCHK" USING CYQ-REQUEST.
006010     MOVE CYQ-STEP-RC TO RETURN-CODE.
006020     IF CYQ-RETURN-CODE NOT = ZERO
006030         DISPLAY "STATTREND: " CYQ-MESSAGE.
006040 9100-EXIT.
006050     EXIT.
