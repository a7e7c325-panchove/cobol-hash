000420*                  HAS ROLLED OFF - KEEPS ITS ORIGINAL RECORDS,
000430*                  IS REPORTED AS UNREPAIRED, AND ENDS THE STEP
000440*                  WITH CONDITION CODE 8.
000441* 2026-10-15 JCM   AUDITNEW IS NOW A SEALED AUDIT FILE IN ITS OWN
000441*                  RIGHT.  EVERY AUDITLOG RECORD COPIED ACROSS IS
000441*                  FIRST CHECKED AGAINST ITS SEAL CHAIN THROUGH
000441*                  AUDLINK, THEN EVERY RECORD WRITTEN TO
000442*                  AUDITNEW - COPIED OR REPAIRED - IS RESEALED
000442*                  THROUGH AUDSEAL AS ONE NEW CHAIN.  A BROKEN
000442*                  LINK ON THE INCOMING AUDITLOG IS REPORTED WITH
000442*                  ITS KEY AND ENDS THE STEP WITH CONDITION CODE
000443*                  8, SO A TAMPERED TRAIL IS NEVER QUIETLY
000443*                  RESEALED INTO A CLEAN-LOOKING ONE.
000443* 2026-10-15 JCM   A FROZEN HASHMAST ENTRY (HMR-FROZEN) IS NOT
000444*                  REFRESHED FROM A REPAIRED RE-HASH - ITS DIGEST
000444*                  IS THE KNOWN-GOOD ONE.  THE SKIP IS SHOWN ON
000444*                  THE JOB LOG AND COUNTED ON THE REPORT.
000444* 2026-10-15 JCM   A REFRESHED HASHMAST ENTRY HAS ITS
000445*                  HMR-LAST-VERIFIED CLEARED - THE REPAIRED DIGEST
000445*                  HAS NOT YET BEEN PATROLLED.
000445* 2026-10-15 JCM   EVERY KEY ATTEMPTED IS NOW APPENDED TO FIXLOG
000446*                  (FIXLOG.CPY) WITH ITS OUTCOME - REPAIRED,
000446*                  FAILED OR NOT FOUND - PLUS RUN ID, CYCLE AND
000446*                  TIMESTAMP, SO THE EXCEPTION CASE REGISTER CAN
000446*                  CLOSE A RECONCHK CASE THE REPAIR CLEARED.  A
000447*                  FIXLOG THAT CANNOT BE OPENED IS REPORTED BUT
000447*                  DOES NOT CHANGE THE CONDITION CODE.
000447* 2026-10-15 JCM   WHEN AUDITNEW IS FIT TO REPLACE AUDITLOG - THE
000448*                  INCOMING TRAIL COPIED THROUGH WITH NO SEAL
000448*                  BREAK - ITS CHAIN END IS APPENDED TO SEALEND
000448*                  (SEALEND.CPY) AS A REWRITE OF AUDITLOG FOR
000448*                  SEALCHK TO RECONCILE THE SWAPPED FILE AGAINST.
000449* 2026-10-15 JCM   FIXLOG RECORDS REPAIRED ONLY ONCE HASHMAST HAS
000449*                  BEEN WRITTEN; A FROZEN ENTRY IS LOGGED FROZEN,
000449*                  AND AN UNOPENED MASTER OR A FAILED PUT FAILED.
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000840     SELECT PRINT-FILE ASSIGN TO PRTFILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-PRINT-STATUS.
000862     SELECT FIX-LOG-FILE ASSIGN TO FIXLOG
000863         ORGANIZATION IS LINE SEQUENTIAL
000864         FILE STATUS IS WS-FIXLOG-STATUS.
000866     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000867         ORGANIZATION IS LINE SEQUENTIAL
000868         FILE STATUS IS WS-SEALEND-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EXCEPTION-FILE
001110 01  HON-RECORD                 PIC X(246).
001120 FD  NEW-AUDIT-FILE
001130     RECORDING MODE IS F.
001140 01  ADN-RECORD                 PIC X(389).
001150 FD  ERROR-LOG-FILE
001160     RECORDING MODE IS F.
001170 COPY ERRLOG.
001230 FD  PRINT-FILE
001240     RECORDING MODE IS F.
001250 COPY PRTLINE.
001252 FD  FIX-LOG-FILE
001253     RECORDING MODE IS F.
001254 COPY FIXLOG.
001256 FD  SEAL-END-FILE
001257     RECORDING MODE IS F.
001258 COPY SEALEND.
001260 WORKING-STORAGE SECTION.
001270 01  WS-EXCEPT-STATUS         PIC X(02) VALUE SPACES.
001280     88 WS-EXCEPT-OK                    VALUE "00".
001460     88 WS-MASTER-OK                    VALUE "00".
001470 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001480     88 WS-PRINT-OK                     VALUE "00".
001481 01  WS-FIXLOG-STATUS         PIC X(02) VALUE SPACES.
001481     88 WS-FIXLOG-OK                    VALUE "00".
001482 01  WS-FIXLOG-OPEN-SWITCH    PIC X(01) VALUE "N".
001483     88 WS-FIXLOG-OPEN                  VALUE "Y".
001484 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
001485     88 WS-SEALEND-OK                   VALUE "00".
001485 01  WS-NEWAUD-OPEN-SWITCH    PIC X(01) VALUE "N".
001486     88 WS-NEWAUD-OPEN                  VALUE "Y".
001487 01  WS-AUDIT-COPY-SWITCH     PIC X(01) VALUE "N".
001488     88 WS-AUDIT-COPIED                 VALUE "Y".
001489 01  WS-FIX-OUTCOME           PIC X(10) VALUE SPACES.
001490 01  WS-EXCEPT-EOF-SWITCH     PIC X(01) VALUE "N".
001500     88 WS-END-OF-EXCEPT                VALUE "Y".
001510 01  WS-FILE-EOF-SWITCH       PIC X(01) VALUE "N".
001870 01  WS-REHASH-FAILED-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
001880 01  WS-NOT-FOUND-COUNT       PIC 9(09) COMP-5 VALUE ZERO.
001890 01  WS-MASTER-PUT-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
001895 01  WS-MASTER-FROZEN-COUNT   PIC 9(09) COMP-5 VALUE ZERO.
001900 01  WS-LAST-REPAIR-KEY       PIC X(20) VALUE SPACES.
001910 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001920 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001922 01  WS-SEAL-BREAK-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
001924 01  WS-FIRST-BREAK-KEY       PIC X(80) VALUE SPACES.
001926 COPY AUDCHAIN.
001928 COPY AUDLINK.
001930*    MIRROR GROUPS FOR THE REPAIRED RECORDS - SAME SHAPE AS
001940*    HASHOUT.CPY AND AUDITREC.CPY.
001950 01  WS-FIX-OUTPUT.
002040     05 WS-FIX-AUD-HASH       PIC X(129).
002050     05 WS-FIX-AUD-RC         PIC 9(09).
002060     05 WS-FIX-AUD-CYCLE      PIC X(08).
002063     05 WS-FIX-AUD-SEQ        PIC 9(09).
002065     05 WS-FIX-AUD-PREV-SEAL  PIC X(64).
002067     05 WS-FIX-AUD-SEAL       PIC X(64).
002070 LINKAGE SECTION.
002080 COPY PARMAREA.
002090 PROCEDURE DIVISION USING LS-PARM-AREA.
002460         DISPLAY "HASHFIX: UNABLE TO OPEN HASHOUTN, STATUS = "
002470             WS-NEWOUT-STATUS.
002480     OPEN OUTPUT NEW-AUDIT-FILE.
002490     IF WS-NEWAUD-OK
002494         SET WS-NEWAUD-OPEN TO TRUE
002497     ELSE
002500         DISPLAY "HASHFIX: UNABLE TO OPEN AUDITNEW, STATUS = "
002510             WS-NEWAUD-STATUS.
002520     OPEN EXTEND ERROR-LOG-FILE.
002550     IF NOT WS-ERRLOG-OK
002560         DISPLAY "HASHFIX: UNABLE TO OPEN ERRLOG, STATUS = "
002570             WS-ERRLOG-STATUS.
002572     OPEN EXTEND FIX-LOG-FILE.
002573     IF NOT WS-FIXLOG-OK
002574         OPEN OUTPUT FIX-LOG-FILE.
002575     IF WS-FIXLOG-OK
002576         SET WS-FIXLOG-OPEN TO TRUE
002577     ELSE
002578         DISPLAY "HASHFIX: UNABLE TO OPEN FIXLOG, STATUS = "
002579             WS-FIXLOG-STATUS " - REPAIRS NOT LOGGED".
002580     OPEN I-O MASTER-FILE.
002590     IF WS-MASTER-OK
002600         SET WS-MASTER-OPEN TO TRUE
003670         ADD 1 TO WS-NOT-FOUND-COUNT
003680         DISPLAY "HASHFIX: SOURCE RECORD NOT FOUND FOR KEY "
003690             WS-EXC-KEY(WS-EXC-SUB)
003694         MOVE "NOT FOUND" TO WS-FIX-OUTCOME
003697         PERFORM 4600-WRITE-FIX-LOG THRU 4600-EXIT
003700         GO TO 4000-EXIT.
003710     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-INPUT-TEXT
003720                            WS-HASH WS-RETURN-CODE.
004320     MOVE WS-HASH TO WS-FIX-AUD-HASH.
004330     MOVE WS-RETURN-CODE TO WS-FIX-AUD-RC.
004340     MOVE WS-CYCLE-ID TO WS-FIX-AUD-CYCLE.
004345     CALL "AUDSEAL" USING WS-FIX-AUDIT ACS-CHAIN-STATE.
004350     WRITE ADN-RECORD FROM WS-FIX-AUDIT.
004360     ADD 1 TO WS-AUD-WRITTEN.
004370     SET WS-EXC-IS-REPLACED(WS-EXC-SUB) TO TRUE.
004420         PERFORM 4400-PUT-MASTER THRU 4400-EXIT
004430     ELSE
004440         ADD 1 TO WS-REHASH-FAILED-COUNT
004450         PERFORM 4500-WRITE-ERROR THRU 4500-EXIT
004454         MOVE "FAILED" TO WS-FIX-OUTCOME.
004457     PERFORM 4600-WRITE-FIX-LOG THRU 4600-EXIT.
004460 4300-EXIT.
004470     EXIT.
004480 4400-PUT-MASTER.
004483*    FIXLOG SAYS REPAIRED ONLY WHEN HASHMAST WAS ACTUALLY
004485*    WRITTEN - EXCREG CLOSES THE RECONCHK CASE ON IT.
004487     MOVE "FAILED" TO WS-FIX-OUTCOME.
004490     IF NOT WS-MASTER-OPEN
004491         GO TO 4400-EXIT.
004491     MOVE WS-EXC-KEY(WS-EXC-SUB) TO HMR-KEY.
004492     READ MASTER-FILE
004493         INVALID KEY
004494             MOVE "N" TO HMR-FREEZE-FLAG.
004495     IF HMR-FROZEN
004496         MOVE "FROZEN" TO WS-FIX-OUTCOME
004497         ADD 1 TO WS-MASTER-FROZEN-COUNT
004498         DISPLAY "HASHFIX: MASTER NOT REFRESHED - ENTRY FROZEN, "
004499             "KEY " HMR-KEY
004500         GO TO 4400-EXIT.
004510     MOVE WS-EXC-KEY(WS-EXC-SUB) TO HMR-KEY.
004520     MOVE WS-HASH TO HMR-HASH.
004540     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
004550     MOVE WS-RUN-ID TO HMR-RUN-ID.
004560     MOVE "B" TO HMR-SOURCE-TYPE.
004565     MOVE SPACES TO HMR-LAST-VERIFIED.
004570     WRITE HMR-RECORD
004580         INVALID KEY
004590             REWRITE HMR-RECORD
004600     END-WRITE.
004610     IF WS-MASTER-OK
004615         MOVE "REPAIRED" TO WS-FIX-OUTCOME
004620         ADD 1 TO WS-MASTER-PUT-COUNT
004630     ELSE
004640         DISPLAY "HASHFIX: MASTER PUT FAILED FOR KEY " HMR-KEY
004750     MOVE WS-CYCLE-ID TO ERL-CYCLE-ID.
004760     WRITE ERL-RECORD.
004770 4500-EXIT.
004771     EXIT.
004771 4600-WRITE-FIX-LOG.
004772     IF NOT WS-FIXLOG-OPEN
004772         GO TO 4600-EXIT.
004773     MOVE SPACES TO FXL-RECORD.
004774     MOVE WS-EXC-KEY(WS-EXC-SUB) TO FXL-KEY.
004774     MOVE WS-RUN-TIMESTAMP TO FXL-TIMESTAMP.
004775     MOVE WS-RUN-ID TO FXL-RUN-ID.
004775     MOVE WS-CYCLE-ID TO FXL-CYCLE-ID.
004776     MOVE WS-FIX-OUTCOME TO FXL-OUTCOME.
004777     WRITE FXL-RECORD.
004777     IF NOT WS-FIXLOG-OK
004778         DISPLAY "HASHFIX: FIXLOG WRITE FAILED, STATUS = "
004778             WS-FIXLOG-STATUS.
004779 4600-EXIT.
004780     EXIT.
004790 5000-COPY-OUTPUT.
004800     MOVE "N" TO WS-FILE-EOF-SWITCH.
005180     PERFORM 5600-COPY-ONE-AUDIT THRU 5600-EXIT
005190         UNTIL WS-END-OF-FILE.
005200     CLOSE AUDIT-FILE.
005205     SET WS-AUDIT-COPIED TO TRUE.
005210 5500-EXIT.
005220     EXIT.
005230 5600-COPY-ONE-AUDIT.
005250         AT END
005260             SET WS-END-OF-FILE TO TRUE
005270             GO TO 5600-EXIT.
005272     CALL "AUDLINK" USING AUD-RECORD ACK-LINK-STATE.
005273     IF ACK-LINK-BROKEN
005274         ADD 1 TO WS-SEAL-BREAK-COUNT
005275         IF WS-SEAL-BREAK-COUNT = 1
005276             MOVE AUD-SOURCE-ID TO WS-FIRST-BREAK-KEY
005277         END-IF
005278     END-IF.
005280     MOVE ZERO TO WS-MATCH-SUB.
005290     PERFORM 5650-MATCH-AUD-KEY THRU 5650-EXIT
005300         VARYING WS-EXC-IDX FROM 1 BY 1
005330     IF WS-MATCH-SUB > ZERO
005340         AND WS-EXC-IS-REPLACED(WS-MATCH-SUB)
005350         GO TO 5600-EXIT.
005355     CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE.
005360     WRITE ADN-RECORD FROM AUD-RECORD.
005370     ADD 1 TO WS-AUD-WRITTEN.
005380 5600-EXIT.
006020     STRING "MASTER REFRESHED    : " WS-EDIT-COUNT
006030         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006040     WRITE PRT-REPORT-LINE.
006042     IF WS-MASTER-FROZEN-COUNT > ZERO
006043         MOVE WS-MASTER-FROZEN-COUNT TO WS-EDIT-COUNT
006044         MOVE SPACES TO PRT-REPORT-LINE
006046         STRING "MASTER FROZEN, KEPT : " WS-EDIT-COUNT
006047             DELIMITED BY SIZE INTO PRT-REPORT-LINE
006048         WRITE PRT-REPORT-LINE.
006050     MOVE WS-OUT-WRITTEN TO WS-EDIT-COUNT.
006060     MOVE SPACES TO PRT-REPORT-LINE.
006070     STRING "HASHOUTN RECORDS    : " WS-EDIT-COUNT
006120     STRING "AUDITNEW RECORDS    : " WS-EDIT-COUNT
006130         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006140     WRITE PRT-REPORT-LINE.
006140     MOVE WS-SEAL-BREAK-COUNT TO WS-EDIT-COUNT.
006140     MOVE SPACES TO PRT-REPORT-LINE.
006140     STRING "AUDITLOG SEAL BREAKS: " WS-EDIT-COUNT
006140         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006140     WRITE PRT-REPORT-LINE.
006140     IF WS-SEAL-BREAK-COUNT > ZERO
006140         MOVE SPACES TO PRT-REPORT-LINE
006140         STRING "FIRST BREAK AT KEY  : " WS-FIRST-BREAK-KEY
006140             DELIMITED BY SIZE INTO PRT-REPORT-LINE
006140         WRITE PRT-REPORT-LINE.
006141     IF WS-EXC-TABLE-FULL
006142         MOVE SPACES TO PRT-REPORT-LINE
006143         STRING "EXCEPTION TABLE FULL AT 1000 - FURTHER KEYS "
006162         WHEN WS-EXC-COUNT = ZERO
006164             STRING "VERDICT: NO EXCEPTIONS TO REPAIR"
006166                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
006167         WHEN WS-SEAL-BREAK-COUNT > ZERO
006167             STRING "VERDICT: AUDITLOG SEAL CHAIN BROKEN - RUN "
006168                 "SEALCHK - CONDITION CODE 8" DELIMITED BY SIZE
006169                 INTO PRT-REPORT-LINE
006170         WHEN WS-NOT-FOUND-COUNT = ZERO
006175             AND WS-REHASH-FAILED-COUNT = ZERO
006180             AND NOT WS-EXC-TABLE-FULL
006290     IF WS-EXC-COUNT > ZERO
006300         CLOSE NEW-OUTPUT-FILE
006310         CLOSE NEW-AUDIT-FILE
006320         CLOSE ERROR-LOG-FILE
006323         PERFORM 9100-WRITE-SEAL-END THRU 9100-EXIT.
006325     IF WS-FIXLOG-OPEN
006327         CLOSE FIX-LOG-FILE.
006330     IF WS-MASTER-OPEN
006340         CLOSE MASTER-FILE.
006350     CLOSE PRINT-FILE.
006390     IF WS-NOT-FOUND-COUNT > ZERO
006400         OR WS-REHASH-FAILED-COUNT > ZERO
006405         OR WS-EXC-TABLE-FULL
006408         OR WS-SEAL-BREAK-COUNT > ZERO
006410         MOVE WS-HOLD-CODE TO RETURN-CODE.
006420 9000-EXIT.
006430     EXIT.
006440 9100-WRITE-SEAL-END.
006450*    AUDITNEW REPLACES AUDITLOG ONLY WHEN IT OPENED, THE WHOLE
006460*    INCOMING TRAIL WAS COPIED AND NO LINK WAS BROKEN - ONLY THEN
006470*    IS ITS CHAIN END RECORDED AS THE NEW END OF AUDITLOG.
006480     IF NOT WS-NEWAUD-OPEN
006490         OR NOT WS-AUDIT-COPIED
006500         OR WS-SEAL-BREAK-COUNT > ZERO
006510         GO TO 9100-EXIT.
006520     OPEN EXTEND SEAL-END-FILE.
006530     IF NOT WS-SEALEND-OK
006540         OPEN OUTPUT SEAL-END-FILE.
006550     IF NOT WS-SEALEND-OK
006560         DISPLAY "HASHFIX: UNABLE TO OPEN SEALEND, STATUS = "
006570             WS-SEALEND-STATUS " - CHAIN END NOT RECORDED"
006580         MOVE WS-HOLD-CODE TO RETURN-CODE
006590         GO TO 9100-EXIT.
006600     MOVE SPACES TO SLE-RECORD.
006610     MOVE "HASHFIX" TO SLE-JOB-NAME.
006620     MOVE WS-RUN-TIMESTAMP TO SLE-TIMESTAMP.
006630     MOVE WS-CYCLE-ID TO SLE-CYCLE-ID.
006640     MOVE "AUDITLOG" TO SLE-AUDIT-FILE.
006650     SET SLE-FILE-REWRITTEN TO TRUE.
006660     MOVE WS-AUD-WRITTEN TO SLE-RECORDS-SEALED.
006670     MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ.
006680     IF ACS-LAST-SEQ > ZERO
006690         MOVE ACS-LAST-SEAL TO SLE-SEAL.
006700     WRITE SLE-RECORD.
006710     CLOSE SEAL-END-FILE.
006720     DISPLAY "HASHFIX: AUDITNEW CHAIN END RECORDED AT "
006730         SLE-SEAL-SEQ.
006740 9100-EXIT.
006750     EXIT.
