000400*                  ENDS WITH CONDITION CODE 0 WHEN THE MERGED
000410*                  HASHOUT, AUDITLOG AND SEGMENT TOTALS ALL
000420*                  AGREE, 8 WHEN THEY DO NOT.
000421* 2026-10-15 JCM   THE CONCATENATED AUDITLOG IS NOW CHECKED
000421*                  AGAINST ITS SEAL CHAINS AS IT IS COUNTED -
000421*                  EACH SLICE'S SEGMENT IS ITS OWN CHAIN FROM
000422*                  SEQUENCE 1, AND AUDLINK RECOGNIZES WHERE ONE
000422*                  SEGMENT ENDS AND THE NEXT STARTS.  THE REPORT
000422*                  SHOWS THE CHAINS FOUND AND ANY BROKEN LINKS,
000423*                  AND A BROKEN LINK FAILS THE TIE (CONDITION
000423*                  CODE 8) SO THE MERGED SET IS NOT LOADED ON A
000423*                  TAMPERED AUDIT TRAIL.
000424* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000424*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000424*                  ";CYCLE:" IN THE PARM THE CURRENT OPEN CYCLE
000425*                  IS MERGED, AND A NAMED CYCLE THAT IS NOT OPEN
000425*                  ON THE REGISTER IS REFUSED WITH CONDITION CODE
000425*                  8 BEFORE ANY FILE IS OPENED.  THE MERGE IS
000426*                  RECORDED ON THE REGISTER AND ONE WHOSE TOTALS
000426*                  TIE MOVES THE CYCLE TO HASHED.  WITHOUT A
000426*                  CYCLREG DD THE STEP RUNS ON ITS PARM AS BEFORE.
000427* 2026-10-15 JCM   EACH SLICE'S CHAIN IS NOW CHECKED AGAINST THE
000427*                  END ITS HASHBATCH RECORDED ON SEALEND UNDER ITS
000427*                  OWN SEGMENT NAME (PARM ";FILE:AUDSEGN").  EVERY
000428*                  CHAIN MUST END ON A RECORDED SEGMENT END, AND
000428*                  EVERY SEGMENT END FOR THE CYCLE MUST BE FOUND,
000428*                  SO A SLICE CUT SHORT OR MISSING FROM THE
000429*                  CONCATENATION FAILS THE TIE.  NO SEALEND, OR NO
000429*                  SEGMENT END ON IT, IS REPORTED AS NOT
000429*                  RECONCILED.
000430*-----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000650     SELECT PRINT-FILE ASSIGN TO PRTFILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PRINT-STATUS.
000673     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000675         ORGANIZATION IS LINE SEQUENTIAL
000677         FILE STATUS IS WS-SEALEND-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  HASH-OUTPUT-FILE
000890 FD  PRINT-FILE
000900     RECORDING MODE IS F.
000910 COPY PRTLINE.
000913 FD  SEAL-END-FILE
000915     RECORDING MODE IS F.
000917 COPY SEALEND.
000920 WORKING-STORAGE SECTION.
000930 01  WS-HASHOUT-STATUS        PIC X(02) VALUE SPACES.
000940     88 WS-HASHOUT-OK                   VALUE "00".
001020     88 WS-RESTART-OK                   VALUE "00".
001030 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001040     88 WS-PRINT-OK                     VALUE "00".
001042 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
001043     88 WS-SEALEND-OK                   VALUE "00".
001044 01  WS-SEALEND-EOF-SWITCH    PIC X(01) VALUE "N".
001046     88 WS-END-OF-SEALEND               VALUE "Y".
001047 01  WS-SEALEND-SWITCH        PIC X(01) VALUE "N".
001048     88 WS-SEALEND-IN-USE               VALUE "Y".
001050 01  WS-HASHOUT-EOF-SWITCH    PIC X(01) VALUE "N".
001060     88 WS-END-OF-HASHOUT               VALUE "Y".
001070 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
001100     88 WS-END-OF-SEGSTAT               VALUE "Y".
001110 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001120 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
001123 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001125     88 WS-REGISTER-IN-USE              VALUE "Y".
001127 COPY CYCREQ.
001130 01  WS-PARM-BASE             PIC X(100) VALUE SPACES.
001140 01  WS-PARM-BASE2            PIC X(100) VALUE SPACES.
001150 01  WS-OUT-COUNT             PIC 9(09) COMP-5 VALUE ZERO.
001240     88 WS-TOTALS-TIE                   VALUE "Y".
001250 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001260 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001261 01  WS-CHAIN-COUNT           PIC 9(09) COMP-5 VALUE ZERO.
001261 01  WS-UNSEALED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001261 01  WS-SEAL-BREAK-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
001262 01  WS-FIRST-BREAK-KEY       PIC X(80) VALUE SPACES.
001262 COPY AUDLINK.
001262*    THE LATEST CHAIN END RECORDED ON SEALEND FOR EACH SEGMENT
001263*    (SLE-AUDIT-FILE "AUDSEG...") OF THE CYCLE, AND WHETHER THE
001263*    CONCATENATION HAS MET IT.
001264 01  WS-SEGMENT-END-TABLE.
001264     05 WS-SGE-ENTRY OCCURS 16 TIMES.
001264         10 WS-SGE-FILE       PIC X(08).
001265         10 WS-SGE-SEQ        PIC 9(09).
001265         10 WS-SGE-SEAL       PIC X(64).
001265         10 WS-SGE-MET-SWITCH PIC X(01).
001266             88 WS-SGE-MET                  VALUE "Y".
001266 01  WS-SGE-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
001267 01  WS-SGE-SUB               PIC 9(04) COMP-5 VALUE ZERO.
001267 01  WS-SGE-FOUND-SUB         PIC 9(04) COMP-5 VALUE ZERO.
001267 01  WS-ENDS-MET              PIC 9(09) COMP-5 VALUE ZERO.
001268 01  WS-ENDS-UNRECORDED       PIC 9(09) COMP-5 VALUE ZERO.
001268 01  WS-ENDS-MISSING          PIC 9(09) COMP-5 VALUE ZERO.
001268 01  WS-CHAIN-END-SEQ         PIC 9(09) VALUE ZERO.
001269 01  WS-CHAIN-END-SEAL        PIC X(64) VALUE SPACES.
001269 01  WS-FIRST-UNRECORDED-SEQ  PIC 9(09) VALUE ZERO.
001270*    WORKING IMAGE OF A SEGMENT RUN-STATUS RECORD - RUNSTAT.CPY
001280*    FIELD FOR FIELD, UNDER SEGMENT-SIDE NAMES.
001290 01  WS-SEGMENT-STATUS-REC.
001500     PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT.
001510     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001525     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001530     STOP RUN.
001540 1000-INITIALIZE.
001550     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001560     PERFORM 1010-EXTRACT-CYCLE THRU 1010-EXIT.
001564     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001567     PERFORM 1100-LOAD-SEGMENT-ENDS THRU 1100-EXIT.
001570     OPEN OUTPUT PRINT-FILE.
001580     IF NOT WS-PRINT-OK
001590         DISPLAY "HASHMRGE: UNABLE TO OPEN PRTFILE, STATUS = "
001870     END-IF.
001880 1010-EXIT.
001890     EXIT.
001891 1050-VERIFY-CYCLE.
001891     SET CYQ-VERIFY TO TRUE.
001891     MOVE "HASHMRGE" TO CYQ-STEP-NAME.
001891     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
001891     CALL "CYCLCHK" USING CYQ-REQUEST.
001891     IF CYQ-RETURN-CODE > 4
001891         DISPLAY "HASHMRGE: CYCLE REFUSED - " CYQ-MESSAGE
001891         MOVE WS-HOLD-CODE TO RETURN-CODE
001891         STOP RUN.
001892     IF CYQ-RETURN-CODE = ZERO
001892         SET WS-REGISTER-IN-USE TO TRUE
001892         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
001892     ELSE
001892         DISPLAY "HASHMRGE: " CYQ-MESSAGE.
001892 1050-EXIT.
001892     EXIT.
001892 1100-LOAD-SEGMENT-ENDS.
001893     OPEN INPUT SEAL-END-FILE.
001893     IF NOT WS-SEALEND-OK
001893         DISPLAY "HASHMRGE: UNABLE TO OPEN SEALEND, STATUS = "
001893             WS-SEALEND-STATUS " - SEGMENT ENDS NOT RECONCILED"
001893         GO TO 1100-EXIT.
001893     PERFORM 1150-POST-SEGMENT-END THRU 1150-EXIT
001893         UNTIL WS-END-OF-SEALEND.
001893     CLOSE SEAL-END-FILE.
001894     IF WS-SGE-COUNT = ZERO
001894         DISPLAY "HASHMRGE: NO SEGMENT END ON SEALEND - SEGMENT "
001894             "ENDS NOT RECONCILED"
001894         GO TO 1100-EXIT.
001894     SET WS-SEALEND-IN-USE TO TRUE.
001894 1100-EXIT.
001894     EXIT.
001894 1150-POST-SEGMENT-END.
001895*    A LATER RECORD FOR THE SAME SEGMENT (A RESTART, OR A RERUN)
001895*    REPLACES THE EARLIER END.  A SEGMENT THAT SEALED NOTHING HAS
001895*    NO CHAIN TO FIND AND IS MET WHERE IT STANDS.
001895     READ SEAL-END-FILE
001895         AT END
001895             SET WS-END-OF-SEALEND TO TRUE
001895             GO TO 1150-EXIT.
001895     IF SLE-AUDIT-FILE(1:6) NOT = "AUDSEG"
001896         GO TO 1150-EXIT.
001896     IF WS-CYCLE-ID NOT = SPACES
001896         AND SLE-CYCLE-ID NOT = WS-CYCLE-ID
001896         GO TO 1150-EXIT.
001896     MOVE ZERO TO WS-SGE-FOUND-SUB.
001896     PERFORM 1160-FIND-SEGMENT THRU 1160-EXIT
001896         VARYING WS-SGE-SUB FROM 1 BY 1
001896         UNTIL WS-SGE-SUB > WS-SGE-COUNT
001897            OR WS-SGE-FOUND-SUB > ZERO.
001897     IF WS-SGE-FOUND-SUB = ZERO
001897         IF WS-SGE-COUNT >= 16
001897             DISPLAY "HASHMRGE: SEGMENT TABLE FULL - "
001897                 SLE-AUDIT-FILE " NOT RECONCILED"
001897             GO TO 1150-EXIT
001897         END-IF
001897         ADD 1 TO WS-SGE-COUNT
001898         MOVE WS-SGE-COUNT TO WS-SGE-FOUND-SUB
001898         MOVE SLE-AUDIT-FILE TO WS-SGE-FILE(WS-SGE-FOUND-SUB)
001898     END-IF.
001898     MOVE SLE-SEAL-SEQ TO WS-SGE-SEQ(WS-SGE-FOUND-SUB).
001898     MOVE SLE-SEAL TO WS-SGE-SEAL(WS-SGE-FOUND-SUB).
001898     IF SLE-SEAL-SEQ = ZERO
001898         MOVE "Y" TO WS-SGE-MET-SWITCH(WS-SGE-FOUND-SUB)
001898     ELSE
001899         MOVE "N" TO WS-SGE-MET-SWITCH(WS-SGE-FOUND-SUB).
001899 1150-EXIT.
001899     EXIT.
001899 1160-FIND-SEGMENT.
001899     IF WS-SGE-FILE(WS-SGE-SUB) = SLE-AUDIT-FILE
001899         MOVE WS-SGE-SUB TO WS-SGE-FOUND-SUB.
001899 1160-EXIT.
001899     EXIT.
001900 2000-COUNT-OUTPUT.
001910     READ HASH-OUTPUT-FILE
001920         AT END
002000     READ AUDIT-FILE
002010         AT END
002020             SET WS-END-OF-AUDIT TO TRUE
002022             IF WS-CHAIN-COUNT > ZERO
002024                 MOVE ACK-LAST-SEQ TO WS-CHAIN-END-SEQ
002025                 MOVE ACK-LAST-SEAL TO WS-CHAIN-END-SEAL
002027                 PERFORM 3100-MATCH-SEGMENT-END THRU 3100-EXIT
002028             END-IF
002030             GO TO 3000-EXIT.
002040     ADD 1 TO WS-AUDIT-COUNT.
002041*    A NEW CHAIN STARTING MEANS THE ONE BEFORE IT HAS ENDED - ITS
002041*    END IS THE LINK STATE AS IT STOOD BEFORE THIS RECORD.
002041     MOVE ACK-LAST-SEQ TO WS-CHAIN-END-SEQ.
002042     MOVE ACK-LAST-SEAL TO WS-CHAIN-END-SEAL.
002042     CALL "AUDLINK" USING AUD-RECORD ACK-LINK-STATE.
002043     IF ACK-CHAIN-STARTED
002043         ADD 1 TO WS-CHAIN-COUNT
002044         IF WS-CHAIN-COUNT > 1
002044             PERFORM 3100-MATCH-SEGMENT-END THRU 3100-EXIT
002045         END-IF
002045     END-IF.
002046     IF ACK-LEGACY-UNSEALED
002046         ADD 1 TO WS-UNSEALED-COUNT.
002047     IF ACK-LINK-BROKEN
002047         ADD 1 TO WS-SEAL-BREAK-COUNT
002048         IF WS-SEAL-BREAK-COUNT = 1
002048             MOVE AUD-SOURCE-ID TO WS-FIRST-BREAK-KEY
002049         END-IF
002049     END-IF.
002050 3000-EXIT.
002051     EXIT.
002051 3100-MATCH-SEGMENT-END.
002051*    EACH CHAIN IN THE CONCATENATION MUST END WHERE A SLICE'S
002051*    HASHBATCH RECORDED ITS SEGMENT ENDING.
002052     IF NOT WS-SEALEND-IN-USE
002052         GO TO 3100-EXIT.
002052     MOVE ZERO TO WS-SGE-FOUND-SUB.
002053     PERFORM 3150-FIND-CHAIN-END THRU 3150-EXIT
002053         VARYING WS-SGE-SUB FROM 1 BY 1
002053         UNTIL WS-SGE-SUB > WS-SGE-COUNT
002054            OR WS-SGE-FOUND-SUB > ZERO.
002054     IF WS-SGE-FOUND-SUB > ZERO
002054         MOVE "Y" TO WS-SGE-MET-SWITCH(WS-SGE-FOUND-SUB)
002055         ADD 1 TO WS-ENDS-MET
002055         GO TO 3100-EXIT.
002055     ADD 1 TO WS-ENDS-UNRECORDED.
002056     IF WS-ENDS-UNRECORDED = 1
002056         MOVE WS-CHAIN-END-SEQ TO WS-FIRST-UNRECORDED-SEQ.
002056     DISPLAY "HASHMRGE: CHAIN ENDING AT SEQUENCE "
002057         WS-CHAIN-END-SEQ " HAS NO SEGMENT END RECORDED".
002057 3100-EXIT.
002057     EXIT.
002058 3150-FIND-CHAIN-END.
002058     IF NOT WS-SGE-MET(WS-SGE-SUB)
002058         AND WS-SGE-SEQ(WS-SGE-SUB) = WS-CHAIN-END-SEQ
002059         AND WS-SGE-SEAL(WS-SGE-SUB) = WS-CHAIN-END-SEAL
002059         MOVE WS-SGE-SUB TO WS-SGE-FOUND-SUB.
002059 3150-EXIT.
002060     EXIT.
002070 4000-SUM-SEGMENT.
002080     READ SEGMENT-STATUS-FILE
002250         MOVE "N" TO WS-TIE-SWITCH.
002260     IF WS-SEGMENT-COUNT = ZERO
002270         MOVE "N" TO WS-TIE-SWITCH.
002271     IF WS-SEAL-BREAK-COUNT > ZERO
002271         MOVE "N" TO WS-TIE-SWITCH.
002272     IF WS-SEALEND-IN-USE
002273         PERFORM 5100-COUNT-MISSING-END THRU 5100-EXIT
002274             VARYING WS-SGE-SUB FROM 1 BY 1
002275             UNTIL WS-SGE-SUB > WS-SGE-COUNT
002276         IF WS-ENDS-UNRECORDED > ZERO OR WS-ENDS-MISSING > ZERO
002277             MOVE "N" TO WS-TIE-SWITCH
002278         END-IF
002279     END-IF.
002280 5000-EXIT.
002282     EXIT.
002284 5100-COUNT-MISSING-END.
002285     IF NOT WS-SGE-MET(WS-SGE-SUB)
002287         ADD 1 TO WS-ENDS-MISSING.
002288 5100-EXIT.
002290     EXIT.
002300 6000-WRITE-ROLLUP.
002310     OPEN EXTEND RUN-STATUS-FILE.
003080     STRING "SEGMENT FAILURES       : " WS-EDIT-COUNT
003090         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003100     WRITE PRT-REPORT-LINE.
003101     MOVE WS-CHAIN-COUNT TO WS-EDIT-COUNT.
003101     MOVE SPACES TO PRT-REPORT-LINE.
003101     STRING "AUDIT SEAL CHAINS      : " WS-EDIT-COUNT
003102         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003102     WRITE PRT-REPORT-LINE.
003103     IF WS-UNSEALED-COUNT > ZERO
003103         MOVE WS-UNSEALED-COUNT TO WS-EDIT-COUNT
003103         MOVE SPACES TO PRT-REPORT-LINE
003104         STRING "AUDIT RECORDS UNSEALED : " WS-EDIT-COUNT
003104             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003105         WRITE PRT-REPORT-LINE.
003105     MOVE WS-SEAL-BREAK-COUNT TO WS-EDIT-COUNT.
003105     MOVE SPACES TO PRT-REPORT-LINE.
003106     STRING "AUDIT SEAL BREAKS      : " WS-EDIT-COUNT
003106         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003107     WRITE PRT-REPORT-LINE.
003107     IF WS-SEAL-BREAK-COUNT > ZERO
003107         MOVE SPACES TO PRT-REPORT-LINE
003108         STRING "FIRST BREAK AT SOURCE  : " WS-FIRST-BREAK-KEY
003108             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003109         WRITE PRT-REPORT-LINE.
003109     PERFORM 7100-WRITE-SEGMENT-ENDS THRU 7100-EXIT.
003110     MOVE SPACES TO PRT-REPORT-LINE.
003120     IF WS-TOTALS-TIE
003130         STRING "VERDICT: MERGED TOTALS TIE - CONDITION CODE 0"
003180             INTO PRT-REPORT-LINE.
003190     WRITE PRT-REPORT-LINE.
003200 7000-EXIT.
003201     EXIT.
003201 7100-WRITE-SEGMENT-ENDS.
003201     MOVE SPACES TO PRT-REPORT-LINE.
003201     IF NOT WS-SEALEND-IN-USE
003201         STRING "SEGMENT ENDS RECORDED  : NONE - NOT RECONCILED"
003202             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003202         WRITE PRT-REPORT-LINE
003202         GO TO 7100-EXIT.
003202     MOVE WS-SGE-COUNT TO WS-EDIT-COUNT.
003202     STRING "SEGMENT ENDS RECORDED  : " WS-EDIT-COUNT
003203         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003203     WRITE PRT-REPORT-LINE.
003203     MOVE WS-ENDS-MET TO WS-EDIT-COUNT.
003203     MOVE SPACES TO PRT-REPORT-LINE.
003204     STRING "SEGMENT ENDS FOUND     : " WS-EDIT-COUNT
003204         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003204     WRITE PRT-REPORT-LINE.
003204     IF WS-ENDS-UNRECORDED > ZERO
003204         MOVE WS-ENDS-UNRECORDED TO WS-EDIT-COUNT
003205         MOVE SPACES TO PRT-REPORT-LINE
003205         STRING "CHAIN ENDS UNRECORDED  : " WS-EDIT-COUNT
003205             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003205         WRITE PRT-REPORT-LINE
003205         MOVE SPACES TO PRT-REPORT-LINE
003206         STRING "FIRST UNRECORDED AT SEQ: "
003206             WS-FIRST-UNRECORDED-SEQ
003206             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003206         WRITE PRT-REPORT-LINE.
003207     PERFORM 7150-WRITE-MISSING-END THRU 7150-EXIT
003207         VARYING WS-SGE-SUB FROM 1 BY 1
003207         UNTIL WS-SGE-SUB > WS-SGE-COUNT.
003207 7100-EXIT.
003207     EXIT.
003208 7150-WRITE-MISSING-END.
003208     IF WS-SGE-MET(WS-SGE-SUB)
003208         GO TO 7150-EXIT.
003208     MOVE SPACES TO PRT-REPORT-LINE.
003208     STRING "SEGMENT END NOT FOUND  : " WS-SGE-FILE(WS-SGE-SUB)
003209         " SEQUENCE " WS-SGE-SEQ(WS-SGE-SUB)
003209         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003209     WRITE PRT-REPORT-LINE.
003209 7150-EXIT.
003210     EXIT.
003220 9000-TERMINATE.
003225*    SKIP A CLOSE ONLY WHEN THE OPEN ITSELF FAILED - AFTER THE
003340         MOVE WS-HOLD-CODE TO RETURN-CODE.
003350 9000-EXIT.
003360     EXIT.
003370 9100-RECORD-CYCLE-STEP.
003380     IF NOT WS-REGISTER-IN-USE
003390         GO TO 9100-EXIT.
003400     SET CYQ-ADVANCE TO TRUE.
003410     MOVE "H" TO CYQ-NEW-STATE.
003420     MOVE RETURN-CODE TO CYQ-STEP-RC.
003430     CALL "CYCLCHK" USING CYQ-REQUEST.
003440     MOVE CYQ-STEP-RC TO RETURN-CODE.
003450     IF CYQ-RETURN-CODE NOT = ZERO
003460         DISPLAY "HASHMRGE: " CYQ-MESSAGE.
003470 9100-EXIT.
003480     EXIT.
