000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CYCLCHK.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - SHARED CYCLE REGISTER
000210*                  SUBPROGRAM.  A JOB STEP CALLS IT WITH
000220*                  CYQ-FUNCTION "V" BEFORE IT OPENS ANYTHING, TO
000230*                  HAVE THE CYCLE IT NAMED CHECKED AGAINST THE
000240*                  CYCLREG REGISTER (CYCREG.CPY) - OR, NAMING
000250*                  NONE, TO BE GIVEN THE CURRENT OPEN CYCLE - AND
000260*                  WITH "A" AT THE END, TO APPEND ITS OWN
000270*                  REGISTER RECORD AND MOVE THE CYCLE'S STATE ON.
000280*                  A HAND-TYPED CYCLE THAT WAS NEVER OPENED, OR
000290*                  ONE ALREADY CLOSED, IS REFUSED (RETURN CODE
000300*                  8).  WITH NO CYCLREG ALLOCATED IT RETURNS 4
000310*                  AND THE STEP RUNS ON ITS PARM AS BEFORE.
000312* 2026-10-15 JCM   RETURN CODE 4 (RUN UNCHECKED) ONLY WHEN CYCLREG
000314*                  IS NOT THERE (STATUS 35).  A REGISTER THAT WILL
000316*                  NOT OPEN FOR ANY OTHER REASON REFUSES THE STEP
000318*                  WITH RETURN CODE 8.
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-Z.
000360 OBJECT-COMPUTER. IBM-Z.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REGISTER-FILE ASSIGN TO CYCLREG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REGISTER-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  REGISTER-FILE
000450     RECORDING MODE IS F.
000460 COPY CYCREG.
000470 WORKING-STORAGE SECTION.
000480 01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
000490     88 WS-REGISTER-OK                  VALUE "00".
000495     88 WS-REGISTER-NOT-FOUND           VALUE "35".
000500 01  WS-REGISTER-EOF-SWITCH   PIC X(01) VALUE "N".
000510     88 WS-END-OF-REGISTER              VALUE "Y".
000520 01  WS-TARGET-ID             PIC X(08) VALUE SPACES.
000530 01  WS-TARGET-STATE          PIC X(01) VALUE SPACES.
000540 01  WS-NEWEST-ID             PIC X(08) VALUE SPACES.
000550 01  WS-NEWEST-STATE          PIC X(01) VALUE SPACES.
000560 01  WS-REGISTER-PROGRAM      PIC X(08) VALUE "CYCLCTL".
000570 01  WS-RANK-STATE            PIC X(01) VALUE SPACES.
000580 01  WS-RANK                  PIC 9(04) COMP-5 VALUE ZERO.
000590 01  WS-CURRENT-RANK          PIC 9(04) COMP-5 VALUE ZERO.
000600 01  WS-WARN-CODE             PIC 9(09) COMP-5 VALUE 4.
000610 01  WS-REFUSE-CODE           PIC 9(09) COMP-5 VALUE 8.
000620 LINKAGE SECTION.
000630 COPY CYCREQ.
000640 PROCEDURE DIVISION USING CYQ-REQUEST.
000650 0000-MAINLINE.
000660     MOVE ZERO TO CYQ-RETURN-CODE.
000670     MOVE SPACES TO CYQ-MESSAGE.
000680     PERFORM 1000-LOCATE-CYCLE THRU 1000-EXIT.
000690     IF CYQ-RETURN-CODE = ZERO AND CYQ-ADVANCE
000700         PERFORM 2000-RECORD-STEP THRU 2000-EXIT.
000710 0000-EXIT.
000720     EXIT PROGRAM.
000770 1000-LOCATE-CYCLE.
000771*    READ THE REGISTER THROUGH, KEEPING THE LATEST STATE OF THE
000775*    NAMED CYCLE AND OF THE MOST RECENTLY OPENED ONE.
000780     MOVE CYQ-CYCLE-ID TO WS-TARGET-ID.
000790     MOVE SPACES TO WS-TARGET-STATE.
000800     MOVE SPACES TO WS-NEWEST-ID.
000810     MOVE SPACES TO WS-NEWEST-STATE.
000820     MOVE SPACES TO CYQ-STATE.
000830     MOVE "N" TO WS-REGISTER-EOF-SWITCH.
000840     OPEN INPUT REGISTER-FILE.
000843*    ONLY A REGISTER THAT IS NOT THERE LETS THE STEP RUN
000846*    UNCHECKED; ONE THAT IS THERE BUT WILL NOT OPEN MUST NOT TURN
000849*    THE GATE OFF.
000855     IF WS-REGISTER-NOT-FOUND
000860         MOVE WS-WARN-CODE TO CYQ-RETURN-CODE
000870         MOVE "NO CYCLE REGISTER - CYCLE NOT CHECKED"
000880             TO CYQ-MESSAGE
000890         GO TO 1000-EXIT.
000891     IF NOT WS-REGISTER-OK
000892         MOVE WS-REFUSE-CODE TO CYQ-RETURN-CODE
000893         STRING "CYCLE REGISTER WOULD NOT OPEN, STATUS = "
000894             WS-REGISTER-STATUS DELIMITED BY SIZE INTO CYQ-MESSAGE
000895         GO TO 1000-EXIT.
000900     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
000910         UNTIL WS-END-OF-REGISTER.
000920     CLOSE REGISTER-FILE.
000930     IF WS-TARGET-ID = SPACES
000940         IF WS-NEWEST-ID = SPACES
000950             MOVE WS-REFUSE-CODE TO CYQ-RETURN-CODE
000960             MOVE "NO CYCLE HAS BEEN OPENED ON THE REGISTER"
000970                 TO CYQ-MESSAGE
000980             GO TO 1000-EXIT
000990         END-IF
001000         MOVE WS-NEWEST-ID TO WS-TARGET-ID
001010         MOVE WS-NEWEST-STATE TO WS-TARGET-STATE.
001020     MOVE WS-TARGET-ID TO CYQ-CYCLE-ID.
001030     MOVE WS-TARGET-STATE TO CYQ-STATE.
001040     IF WS-TARGET-STATE = SPACES
001050         MOVE WS-REFUSE-CODE TO CYQ-RETURN-CODE
001060         STRING "CYCLE " WS-TARGET-ID
001070             " WAS NEVER OPENED ON THE REGISTER"
001080             DELIMITED BY SIZE INTO CYQ-MESSAGE
001090         GO TO 1000-EXIT.
001100     IF WS-TARGET-STATE = "C"
001110         MOVE WS-REFUSE-CODE TO CYQ-RETURN-CODE
001120         STRING "CYCLE " WS-TARGET-ID " IS CLOSED"
001130             DELIMITED BY SIZE INTO CYQ-MESSAGE.
001140 1000-EXIT.
001150     EXIT.
001160 1100-READ-REGISTER.
001170     READ REGISTER-FILE
001180         AT END
001190             SET WS-END-OF-REGISTER TO TRUE
001200             GO TO 1100-EXIT.
001210*    A CYCLE IS OPENED ONLY BY CYCLCTL AND ITS IDENTIFIERS ARE
001220*    NEVER REISSUED, SO THE LAST OPENING RECORD IS THE NEWEST.
001230     IF CYR-OPEN AND CYR-STEP-NAME = WS-REGISTER-PROGRAM
001240         AND CYR-CYCLE-ID NOT = WS-NEWEST-ID
001250         MOVE CYR-CYCLE-ID TO WS-NEWEST-ID.
001260     IF CYR-CYCLE-ID = WS-NEWEST-ID
001270         MOVE CYR-STATE TO WS-NEWEST-STATE.
001280     IF WS-TARGET-ID NOT = SPACES
001290         AND CYR-CYCLE-ID = WS-TARGET-ID
001300         MOVE CYR-STATE TO WS-TARGET-STATE.
001310 1100-EXIT.
001320     EXIT.
001380 2000-RECORD-STEP.
001381*    APPEND THE STEP'S REGISTER RECORD.  THE STATE MOVES ON ONLY
001384*    FOR A CLEAN STEP AND ONLY FORWARD; A STEP CANNOT OPEN OR
001387*    CLOSE A CYCLE - THAT IS CYCLCTL'S BUSINESS.
001390     MOVE WS-TARGET-STATE TO WS-RANK-STATE.
001400     PERFORM 3000-RANK-STATE THRU 3000-EXIT.
001410     MOVE WS-RANK TO WS-CURRENT-RANK.
001420     MOVE WS-TARGET-STATE TO CYR-STATE.
001430     IF CYQ-NEW-STATE NOT = SPACES
001440         AND CYQ-STEP-RC NOT > WS-WARN-CODE
001450         MOVE CYQ-NEW-STATE TO WS-RANK-STATE
001460         PERFORM 3000-RANK-STATE THRU 3000-EXIT
001470         IF WS-RANK > WS-CURRENT-RANK
001480             MOVE CYQ-NEW-STATE TO CYR-STATE
001490         END-IF
001500     END-IF.
001510     MOVE WS-TARGET-ID TO CYR-CYCLE-ID.
001520     MOVE FUNCTION CURRENT-DATE TO CYR-TIMESTAMP.
001530     MOVE CYQ-STEP-NAME TO CYR-STEP-NAME.
001540     MOVE CYQ-STEP-RC TO CYR-STEP-RC.
001550     OPEN EXTEND REGISTER-FILE.
001560     IF NOT WS-REGISTER-OK
001570         MOVE WS-WARN-CODE TO CYQ-RETURN-CODE
001580         STRING "CYCLE REGISTER NOT UPDATED, STATUS = "
001590             WS-REGISTER-STATUS
001600             DELIMITED BY SIZE INTO CYQ-MESSAGE
001610         GO TO 2000-EXIT.
001620     WRITE CYR-RECORD.
001630     CLOSE REGISTER-FILE.
001640     MOVE CYR-STATE TO CYQ-STATE.
001650 2000-EXIT.
001660     EXIT.
001710 3000-RANK-STATE.
001711*    ORDER OF THE STATES A STEP MAY MOVE A CYCLE THROUGH;
001715*    ANYTHING ELSE RANKS ZERO AND NEVER WINS.
001720     EVALUATE WS-RANK-STATE
001730         WHEN "O"
001740             MOVE 1 TO WS-RANK
001750         WHEN "H"
001760             MOVE 2 TO WS-RANK
001770         WHEN "R"
001780             MOVE 3 TO WS-RANK
001790         WHEN "G"
001800             MOVE 4 TO WS-RANK
001810         WHEN "P"
001820             MOVE 5 TO WS-RANK
001830         WHEN OTHER
001840             MOVE ZERO TO WS-RANK
001850     END-EVALUATE.
001860 3000-EXIT.
001870     EXIT.
