000470*                  CYCLE OUT OF UNSCRATCHED OR CONCATENATED
000471*                  FILES.  WITH NO PARM THE FIELDS ARE LEFT
000472*                  BLANK AND NOTHING CHANGES.
000473* 2026-10-15 JCM   EVERY AUDIT RECORD IS NOW SEALED THROUGH
000474*                  AUDSEAL BEFORE IT IS WRITTEN (AUDCHAIN.CPY
000475*                  CHAIN STATE), ONE CHAIN PER RUN STARTING AT
000476*                  SEQUENCE 1.
000477* 2026-10-15 JCM   ONCE AUDITLOG IS CLOSED, THE SEQUENCE AND SEAL
000478*                  THE RUN'S CHAIN ENDS ON ARE APPENDED TO SEALEND
000479*                  (SEALEND.CPY) FOR SEALCHK.  THE CYCLE NOW COMES
000481*                  FROM THE CYCLREG CYCLE REGISTER THROUGH CYCLCHK
000482*                  (CYCREQ.CPY) AS IN HASHBATCH: WITH NO PARM THE
000483*                  CURRENT OPEN CYCLE IS STAMPED, AND A NAMED
000484*                  CYCLE THAT IS NOT OPEN ON THE REGISTER IS
000485*                  REFUSED WITH CONDITION CODE 8 BEFORE ANY FILE
000486*                  IS OPENED.  AT END OF RUN THE STEP IS RECORDED
000487*                  ON THE REGISTER WITHOUT MOVING THE CYCLE - AS A
000488*                  HOLD IF MANIDX NEVER OPENED.  WITHOUT A CYCLREG
000489*                  DD THE STEP RUNS ON ITS PARM AS BEFORE.
000491* 2026-10-15 JCM   AUDITLOG IS OPENED OUTPUT, SO THE SEALEND
000492*                  RECORD MARKS THE RUN AS A REWRITE OF IT, EVEN
000493*                  WHEN NOTHING WAS SEALED, AND SEALCHK NO LONGER
000494*                  EXPECTS THE CHAIN ENDS OF EARLIER RUNS.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000527     SELECT RUN-STATUS-FILE ASSIGN TO STATFILE
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS WS-RUNSTAT-STATUS.
000529     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000529         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS WS-SEALEND-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  INDEX-FILE
000697 FD  RUN-STATUS-FILE
000698     RECORDING MODE IS F.
000699 COPY RUNSTAT.
000699 FD  SEAL-END-FILE
000699     RECORDING MODE IS F.
000699 COPY SEALEND.
000700 WORKING-STORAGE SECTION.
000710 01  WS-INDEX-STATUS          PIC X(02) VALUE SPACES.
000720     88 WS-INDEX-OK                     VALUE "00".
000936 01  WS-WORST-CODE            PIC 9(09) COMP-5 VALUE ZERO.
000937 01  WS-END-TIMESTAMP         PIC X(26) VALUE SPACES.
000938 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
000940 01  WS-AUDIT-MODE-SWITCH     PIC X(01) VALUE SPACE.
000945     88 WS-AUDIT-APPENDED               VALUE "A".
000946     88 WS-AUDIT-REWRITTEN              VALUE "R".
000947 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
000948     88 WS-SEALEND-OK                   VALUE "00".
000949 01  WS-INDEX-OPEN-SWITCH     PIC X(01) VALUE "N".
000950     88 WS-INDEX-OPEN-FAILED            VALUE "Y".
000951 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
000952     88 WS-REGISTER-IN-USE              VALUE "Y".
000953 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
000954 COPY CYCREQ.
000955 COPY AUDCHAIN.
000932 01  WS-NEW-COUNT             PIC 9(05) COMP-5 VALUE ZERO.
000933 01  WS-NEW-TABLE.
000934     05 WS-NEW-ENTRY OCCURS 500 TIMES INDEXED BY WS-NEW-IDX.
001100     IF WS-BASELINE-EXISTS
001110         PERFORM 3000-RECONCILE THRU 3000-EXIT.
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001125     PERFORM 9300-RECORD-CYCLE-STEP THRU 9300-EXIT.
001130     STOP RUN.
001140 1000-INITIALIZE.
001142     IF LS-PARM-LENGTH > ZERO
001144         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-ID.
001147     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001150     OPEN INPUT INDEX-FILE.
001160     IF NOT WS-INDEX-OK
001170         DISPLAY "MANIFEST: UNABLE TO OPEN MANIDX, STATUS = "
001180             WS-INDEX-STATUS
001183         SET WS-INDEX-OPEN-FAILED TO TRUE
001185         SET WS-END-OF-INDEX TO TRUE
001190         GO TO 1000-EXIT.
001200     OPEN OUTPUT MANIFEST-OUT.
001271     OPEN OUTPUT AUDIT-FILE.
001272     IF NOT WS-AUDIT-OK
001273         DISPLAY "MANIFEST: UNABLE TO OPEN AUDITLOG, STATUS = "
001274             WS-AUDIT-STATUS
001274     ELSE
001274         SET WS-AUDIT-REWRITTEN TO TRUE.
001275     OPEN OUTPUT ERROR-LOG-FILE.
001276     IF NOT WS-ERRLOG-OK
001277         DISPLAY "MANIFEST: UNABLE TO OPEN ERRLOG, STATUS = "
001350         DISPLAY "MANIFEST: NO BASELINE MANIFEST - FIRST RUN".
001360     PERFORM 2100-READ-INDEX THRU 2100-EXIT.
001370 1000-EXIT.
001371     EXIT.
001371 1050-VERIFY-CYCLE.
001372     SET CYQ-VERIFY TO TRUE.
001372     MOVE "MANIFEST" TO CYQ-STEP-NAME.
001373     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
001373     CALL "CYCLCHK" USING CYQ-REQUEST.
001374     IF CYQ-RETURN-CODE > 4
001374         DISPLAY "MANIFEST: CYCLE REFUSED - " CYQ-MESSAGE
001375         MOVE WS-HOLD-CODE TO RETURN-CODE
001376         STOP RUN.
001376     IF CYQ-RETURN-CODE = ZERO
001377         SET WS-REGISTER-IN-USE TO TRUE
001377         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
001378     ELSE
001378         DISPLAY "MANIFEST: " CYQ-MESSAGE.
001379 1050-EXIT.
001380     EXIT.
001390 1100-LOAD-BASELINE.
001400     READ BASELINE-FILE
002063     MOVE WS-HASH TO AUD-HASH.
002064     MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
002064     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID.
002064     CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE.
002065     WRITE AUD-RECORD.
002066     IF WS-RETURN-CODE NOT = ZERO
002067         PERFORM 2045-WRITE-ERROR THRU 2045-EXIT.
002261     CLOSE AUDIT-FILE.
002262     CLOSE ERROR-LOG-FILE.
002263     PERFORM 9100-WRITE-RUN-STATUS THRU 9100-EXIT.
002267     PERFORM 9200-WRITE-SEAL-END THRU 9200-EXIT.
002270     DISPLAY "MANIFEST: ENTRIES HASHED = " WS-NEW-COUNT.
002280 9000-EXIT.
002290     EXIT.
002307     CLOSE RUN-STATUS-FILE.
002308 9100-EXIT.
002309     EXIT.
002319 9200-WRITE-SEAL-END.
002329*    AUDITLOG WAS OPENED OUTPUT, SO THIS RUN'S CHAIN REPLACES
002339*    WHATEVER THE FILE HELD.  IT IS RECORDED AS A REWRITE EVEN
002349*    WHEN NOTHING WAS SEALED, SO SEALCHK STOPS EXPECTING THE
002359*    EARLIER ENDS.
002369     IF NOT WS-AUDIT-REWRITTEN
002379         GO TO 9200-EXIT.
002389     OPEN EXTEND SEAL-END-FILE.
002399     IF NOT WS-SEALEND-OK
002409         OPEN OUTPUT SEAL-END-FILE.
002419     IF NOT WS-SEALEND-OK
002429         DISPLAY "MANIFEST: UNABLE TO OPEN SEALEND, STATUS = "
002439             WS-SEALEND-STATUS
002449         GO TO 9200-EXIT.
002459     MOVE SPACES TO SLE-RECORD.
002469     MOVE "MANIFEST" TO SLE-JOB-NAME.
002479     MOVE FUNCTION CURRENT-DATE TO SLE-TIMESTAMP.
002489     MOVE WS-CYCLE-ID TO SLE-CYCLE-ID.
002499     MOVE "AUDITLOG" TO SLE-AUDIT-FILE.
002509     SET SLE-FILE-REWRITTEN TO TRUE.
002519     MOVE ACS-LAST-SEQ TO SLE-RECORDS-SEALED.
002529     MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ.
002539     MOVE ACS-LAST-SEAL TO SLE-SEAL.
002549     WRITE SLE-RECORD.
002559     CLOSE SEAL-END-FILE.
002569 9200-EXIT.
002579     EXIT.
002589 9300-RECORD-CYCLE-STEP.
002599     IF NOT WS-REGISTER-IN-USE
002609         GO TO 9300-EXIT.
002619     SET CYQ-ADVANCE TO TRUE.
002629     MOVE SPACE TO CYQ-NEW-STATE.
002639     MOVE ZERO TO CYQ-STEP-RC.
002649*    A RUN WHOSE INDEX NEVER OPENED HASHED NOTHING - IT IS
002659*    RECORDED AS A HOLD.
002669     IF WS-INDEX-OPEN-FAILED
002679         MOVE WS-HOLD-CODE TO CYQ-STEP-RC.
002689     CALL "CYCLCHK" USING CYQ-REQUEST.
002699     IF CYQ-RETURN-CODE NOT = ZERO
002709         DISPLAY "MANIFEST: " CYQ-MESSAGE.
002719 9300-EXIT.
002729     EXIT.
