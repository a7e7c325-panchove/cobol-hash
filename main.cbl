001652*                  THE RUN WRITES SO THE READER PROGRAMS CAN
001653*                  PROCESS ONE NAMED CYCLE; WITHOUT THE CLAUSE
001654*                  THE FIELDS ARE LEFT BLANK.
001655* 2026-10-15 JCM   THE AUDIT RECORD IS NOW SEALED THROUGH AUDSEAL
001656*                  BEFORE IT IS WRITTEN (AUDCHAIN.CPY CHAIN
001657*                  STATE).  AUDITLOG IS OPENED OUTPUT, SO EACH
001658*                  RUN'S RECORD STARTS A NEW CHAIN AT SEQUENCE 1.
001659* 2026-10-15 JCM   ONCE AUDITLOG IS CLOSED, THE SEQUENCE AND SEAL
001660*                  THE RUN'S CHAIN ENDS ON ARE APPENDED TO SEALEND
001661*                  (SEALEND.CPY), SO SEALCHK CAN PROVE THE RECORD
001662*                  WAS NEITHER CUT OFF NOR DELETED.  THE CYCLE NOW
001663*                  COMES FROM THE CYCLREG CYCLE REGISTER THROUGH
001664*                  CYCLCHK (CYCREQ.CPY) AS IN HASHBATCH: WITH NO
001665*                  ";CYCLE:" CLAUSE THE CURRENT OPEN CYCLE IS
001666*                  STAMPED, AND A NAMED CYCLE THAT IS NOT OPEN ON
001667*                  THE REGISTER IS REFUSED WITH CONDITION CODE 8.
001668*                  THE CONTROL TEXT IS THEREFORE READ BEFORE THE
001669*                  OUTPUT FILES ARE OPENED.  AT END OF RUN THE
001670*                  STEP IS RECORDED ON THE REGISTER WITHOUT MOVING
001671*                  THE CYCLE - AS A HOLD IF THE HASH FAILED.
001672*                  WITHOUT A CYCLREG DD THE STEP RUNS ON ITS
001673*                  CONTROL TEXT AS BEFORE.
001674* 2026-10-15 JCM   AUDITLOG IS OPENED OUTPUT, SO THE SEALEND
001675*                  RECORD MARKS THE RUN AS A REWRITE OF IT, EVEN
001676*                  WHEN NOTHING WAS SEALED, AND SEALCHK NO LONGER
001677*                  EXPECTS THE CHAIN ENDS OF EARLIER RUNS.
001600*-----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
002598     SELECT RUN-STATUS-FILE ASSIGN TO STATFILE
002599         ORGANIZATION IS LINE SEQUENTIAL
002599         FILE STATUS IS WS-RUNSTAT-STATUS.
002599     SELECT SEAL-END-FILE ASSIGN TO SEALEND
002599         ORGANIZATION IS LINE SEQUENTIAL
002599         FILE STATUS IS WS-SEALEND-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  AUDIT-FILE
003098 FD  RUN-STATUS-FILE
003099     RECORDING MODE IS F.
003099 COPY RUNSTAT.
003099 FD  SEAL-END-FILE
003099     RECORDING MODE IS F.
003099 COPY SEALEND.
003100 WORKING-STORAGE SECTION.
003200 01  WS-STRING                PIC X(100) VALUE "Hello, World!".
003300 01  WS-HASH                  PIC X(129).
003486 01  WS-VERIFY-RETURN-CODE    PIC 9(09) COMP-5 VALUE 999999999.
003500 01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
003600     88 WS-AUDIT-OK                      VALUE "00".
003625 01  WS-AUDIT-MODE-SWITCH     PIC X(01) VALUE SPACE.
003650     88 WS-AUDIT-APPENDED                VALUE "A".
003675     88 WS-AUDIT-REWRITTEN               VALUE "R".
003700 01  WS-SOURCE-ID             PIC X(80) VALUE "WS-STRING LITERAL".
003710 01  WS-CONTROL-TEXT          PIC X(100) VALUE SPACES.
003720 01  WS-DYN-DSNAME            PIC X(80) VALUE SPACES.
003774 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
003775 01  WS-RUNSTAT-STATUS        PIC X(02) VALUE SPACES.
003776     88 WS-RUNSTAT-OK                    VALUE "00".
003777 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
003778     88 WS-SEALEND-OK                    VALUE "00".
003779 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
003781     88 WS-REGISTER-IN-USE               VALUE "Y".
003782 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
003783 COPY CYCREQ.
003784 COPY AUDCHAIN.
003770 LINKAGE SECTION.
003780 COPY PARMAREA.
003800 PROCEDURE DIVISION USING LS-PARM-AREA.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004100     PERFORM 2000-COMPUTE-HASH THRU 2000-EXIT.
004200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004250     PERFORM 2800-RECORD-CYCLE-STEP THRU 2800-EXIT.
004300     STOP RUN.
004400 1000-INITIALIZE.
004420     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
004440     PERFORM 1300-GET-CONTROL-TEXT THRU 1300-EXIT.
004460     PERFORM 1400-APPLY-CONTROL-TEXT THRU 1400-EXIT.
004480     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
004500     OPEN OUTPUT AUDIT-FILE.
004600     IF NOT WS-AUDIT-OK
004700         DISPLAY "SHA256TEST: UNABLE TO OPEN AUDITLOG, STATUS = "
004800             WS-AUDIT-STATUS
004801     ELSE
004801         SET WS-AUDIT-REWRITTEN TO TRUE.
004802     OPEN OUTPUT ERROR-LOG-FILE.
004803     IF NOT WS-ERRLOG-OK
004806         DISPLAY "SHA256TEST: UNABLE TO OPEN ERRLOG, STATUS = "
004810     IF NOT WS-PRINT-OK
004811         DISPLAY "SHA256TEST: UNABLE TO OPEN PRTFILE, STATUS = "
004812             WS-PRINT-STATUS.
004900 1000-EXIT.
004906     EXIT.
004912 1050-VERIFY-CYCLE.
004918     SET CYQ-VERIFY TO TRUE.
004924     MOVE "SHA256TS" TO CYQ-STEP-NAME.
004930     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
004935     CALL "CYCLCHK" USING CYQ-REQUEST.
004941     IF CYQ-RETURN-CODE > 4
004947         DISPLAY "SHA256TEST: CYCLE REFUSED - " CYQ-MESSAGE
004953         MOVE WS-HOLD-CODE TO RETURN-CODE
004959         STOP RUN.
004965     IF CYQ-RETURN-CODE = ZERO
004970         SET WS-REGISTER-IN-USE TO TRUE
004976         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
004982     ELSE
004988         DISPLAY "SHA256TEST: " CYQ-MESSAGE.
004994 1050-EXIT.
005000     EXIT.
005010 1300-GET-CONTROL-TEXT.
005020     IF LS-PARM-LENGTH > ZERO
007300     MOVE WS-HASH TO AUD-HASH.
007400     MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
007450     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID.
007475     CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE.
007500     WRITE AUD-RECORD.
007600 2100-EXIT.
007700     EXIT.
007850     PERFORM 2500-WRITE-REPORT THRU 2500-EXIT.
007860     PERFORM 2600-WRITE-RUN-STATUS THRU 2600-EXIT.
007900     CLOSE AUDIT-FILE.
007905     PERFORM 2700-WRITE-SEAL-END THRU 2700-EXIT.
007910     CLOSE ERROR-LOG-FILE.
007920     CLOSE PRINT-FILE.
008000 9999-EXIT.
008119     WRITE RST-RECORD.
008120     CLOSE RUN-STATUS-FILE.
008121 2600-EXIT.
008121     EXIT.
008121 2700-WRITE-SEAL-END.
008121*    AUDITLOG WAS OPENED OUTPUT, SO THIS RUN'S CHAIN REPLACES
008121*    WHATEVER THE FILE HELD.  IT IS RECORDED AS A REWRITE EVEN
008121*    WHEN NOTHING WAS SEALED, SO SEALCHK STOPS EXPECTING THE
008121*    EARLIER ENDS.
008121     IF NOT WS-AUDIT-REWRITTEN
008121         GO TO 2700-EXIT.
008121     OPEN EXTEND SEAL-END-FILE.
008121     IF NOT WS-SEALEND-OK
008121         OPEN OUTPUT SEAL-END-FILE.
008121     IF NOT WS-SEALEND-OK
008121         DISPLAY "SHA256TEST: UNABLE TO OPEN SEALEND, STATUS = "
008121             WS-SEALEND-STATUS
008121         GO TO 2700-EXIT.
008121     MOVE SPACES TO SLE-RECORD.
008121     MOVE "SHA256TEST" TO SLE-JOB-NAME.
008121     MOVE WS-RUN-TIMESTAMP TO SLE-TIMESTAMP.
008121     MOVE WS-CYCLE-ID TO SLE-CYCLE-ID.
008121     MOVE "AUDITLOG" TO SLE-AUDIT-FILE.
008121     SET SLE-FILE-REWRITTEN TO TRUE.
008121     MOVE ACS-LAST-SEQ TO SLE-RECORDS-SEALED.
008121     MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ.
008121     MOVE ACS-LAST-SEAL TO SLE-SEAL.
008121     WRITE SLE-RECORD.
008121     CLOSE SEAL-END-FILE.
008121 2700-EXIT.
008121     EXIT.
008121 2800-RECORD-CYCLE-STEP.
008121     IF NOT WS-REGISTER-IN-USE
008121         GO TO 2800-EXIT.
008121     SET CYQ-ADVANCE TO TRUE.
008121     MOVE SPACE TO CYQ-NEW-STATE.
008121     MOVE ZERO TO CYQ-STEP-RC.
008121     IF WS-RETURN-CODE NOT = ZERO
008121         MOVE WS-HOLD-CODE TO CYQ-STEP-RC.
008121     CALL "CYCLCHK" USING CYQ-REQUEST.
008121     IF CYQ-RETURN-CODE NOT = ZERO
008121         DISPLAY "SHA256TEST: " CYQ-MESSAGE.
008121 2800-EXIT.
008122     EXIT.
008110 2500-WRITE-REPORT.
008120     MOVE SPACES TO PRT-REPORT-LINE.
