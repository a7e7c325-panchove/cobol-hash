000403*                  PROCESS ONE NAMED CYCLE OUT OF UNSCRATCHED OR
000404*                  CONCATENATED FILES.  WITHOUT THE CLAUSE THE
000405*                  FIELDS ARE LEFT BLANK AND NOTHING CHANGES.
000406* 2026-10-15 JCM   EVERY AUDIT RECORD IS NOW SEALED THROUGH
000407*                  AUDSEAL BEFORE IT IS WRITTEN.  A RESTART RUN
000408*                  FIRST READS THE EXISTING AUDITLOG TO END
000409*                  (1060-PRIME-AUDIT-CHAIN) AND CONTINUES THE
000411*                  CHAIN FROM THE LAST RECORD'S SEQUENCE AND
000412*                  SEAL, SO AN ABENDED SEGMENT AND ITS RESTART
000413*                  FORM ONE UNBROKEN CHAIN.  THE CLOSING SEQUENCE
000414*                  IS SHOWN ON THE JOB LOG FOR SEALCHK.
000415* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000416*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000417*                  ";CYCLE:" IN THE PARM THE CURRENT OPEN CYCLE
000418*                  IS STAMPED, AND A NAMED CYCLE THAT IS NOT OPEN
000419*                  ON THE REGISTER IS REFUSED WITH CONDITION CODE
000421*                  8 BEFORE ANY FILE IS OPENED.  AT END OF RUN
000422*                  THE STEP IS RECORDED ON THE REGISTER AND THE
000423*                  CYCLE MOVES TO HASHED - UNLESS THE INPUT NEVER
000424*                  OPENED, WHICH IS RECORDED AS A HOLD.  WITHOUT A
000425*                  CYCLREG DD THE STEP RUNS ON ITS PARM AS BEFORE.
000426* 2026-10-15 JCM   ONCE AUDITLOG IS CLOSED, THE SEQUENCE AND SEAL
000427*                  THE CHAIN ENDS ON ARE ALSO APPENDED TO SEALEND
000428*                  (SEALEND.CPY), SO SEALCHK CAN PROVE THE TAIL
000429*                  WAS NOT CUT OFF WITHOUT RELYING ON THE JOB LOG.
000431*                  A RESTART THAT SEALED NOTHING WRITES NO RECORD.
000432* 2026-10-15 JCM   A FRESH RUN OPENS AUDITLOG OUTPUT, SO ITS
000433*                  SEALEND RECORD MARKS A REWRITE OF IT, EVEN WHEN
000434*                  NOTHING WAS SEALED; ONLY A RESTART THAT
000435*                  EXTENDED AUDITLOG RECORDS ITS END AS APPENDED.
000436* 2026-10-15 JCM   THE PARM MAY CARRY A ";FILE:<NAME>" CLAUSE,
000437*                  STRIPPED AFTER ";CYCLE:" (FULL ORDER PARM=
000438*                  'RESTART;FILE:AUDSEG1;CYCLE:N1;MODE:REC'),
000439*                  NAMING THE AUDIT SEGMENT THE SEALEND RECORD IS
000441*                  FILED UNDER - AUDITLOG BY DEFAULT.  EACH
000442*                  PARALLEL HASHSPLT SLICE NAMES ITS OWN SEGMENT
000443*                  (AUDSEG1-AUDSEG8) SO THE SLICES NO LONGER
000444*                  REPLACE EACH OTHER'S CHAIN END, AND HASHMRGE
000445*                  CHECKS EACH SEGMENT AGAINST ITS OWN END.
000302*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000489     SELECT RUN-STATUS-FILE ASSIGN TO STATFILE
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-RUNSTAT-STATUS.
000489     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-SEALEND-STATUS.
000489     SELECT SWEEP-LIST-FILE ASSIGN TO HASHLIST
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-SWEEPLIST-STATUS.
000629 FD  RUN-STATUS-FILE
000629     RECORDING MODE IS F.
000629 COPY RUNSTAT.
000629 FD  SEAL-END-FILE
000629     RECORDING MODE IS F.
000629 COPY SEALEND.
000629 FD  SWEEP-LIST-FILE
000629     RECORDING MODE IS F.
000629 COPY HASHLST.
000680     88 WS-HASHOUT-OK                   VALUE "00".
000690 01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
000700     88 WS-AUDIT-OK                     VALUE "00".
000702 01  WS-AUDIT-MODE-SWITCH     PIC X(01) VALUE SPACE.
000703     88 WS-AUDIT-APPENDED               VALUE "A".
000704     88 WS-AUDIT-REWRITTEN              VALUE "R".
000705 01  WS-AUDIT-TAIL-SWITCH     PIC X(01) VALUE "N".
000706     88 WS-END-OF-AUDIT-TAIL            VALUE "Y".
000707 01  WS-AUDIT-PRIMED-SEQ      PIC 9(09) VALUE ZERO.
000708 COPY AUDCHAIN.
000710 01  WS-RESTART-STATUS        PIC X(02) VALUE SPACES.
000720     88 WS-RESTART-OK                   VALUE "00".
000730     88 WS-RESTART-EOF                  VALUE "10".
000830 01  WS-RESUME-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
000831 01  WS-RESUME-FAILURE-COUNT  PIC 9(09) COMP-5 VALUE ZERO.
000832 01  WS-RESUME-WORST-CODE     PIC 9(09) COMP-5 VALUE ZERO.
000835 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
000837     88 WS-SEALEND-OK                    VALUE "00".
000840 01  WS-SKIP-COUNT            PIC 9(09) COMP-5 VALUE ZERO.
000841 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000842     88 WS-PRINT-OK                      VALUE "00".
000895     05 FILLER                PIC X(03) VALUE "REC".
000896     05 WS-RECORD-KEY-SEQ     PIC 9(09) VALUE ZERO.
000897 01  WS-RECORD-SEQ            PIC 9(09) COMP-5 VALUE ZERO.
000898 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
000899 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
000901     88 WS-REGISTER-IN-USE              VALUE "Y".
000902 COPY CYCREQ.
000903 01  WS-SEAL-FILE             PIC X(08) VALUE "AUDITLOG".
000847 LINKAGE SECTION.
000846 COPY PARMAREA.
000850 PROCEDURE DIVISION USING LS-PARM-AREA.
000890         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
000891             UNTIL WS-END-OF-INPUT.
000900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000907     PERFORM 3300-RECORD-CYCLE-STEP THRU 3300-EXIT.
000910     STOP RUN.
000920 1000-INITIALIZE.
000921     PERFORM 1010-EXTRACT-ALGORITHM THRU 1010-EXIT.
000922     PERFORM 1015-EXTRACT-RECORD-MODE THRU 1015-EXIT.
000923     PERFORM 1017-EXTRACT-CYCLE THRU 1017-EXIT.
000926     PERFORM 1018-EXTRACT-SEAL-FILE THRU 1018-EXIT.
000928     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
000930     IF LS-PARM-LENGTH > ZERO
000940             AND WS-PARM-BASE(1:7) = "RESTART"
000950         SET WS-RESTART-REQUESTED TO TRUE.
001040             WS-HASHOUT-STATUS
001050         GO TO 1000-EXIT.
001060     IF WS-RESTART-REQUESTED
001060         PERFORM 1060-PRIME-AUDIT-CHAIN THRU 1060-EXIT
001061         OPEN EXTEND AUDIT-FILE
001062         IF WS-AUDIT-OK
001062             SET WS-AUDIT-APPENDED TO TRUE
001062         ELSE
001063             OPEN OUTPUT AUDIT-FILE
001064         END-IF
001065     ELSE
001067     END-IF.
001070     IF NOT WS-AUDIT-OK
001080         DISPLAY "HASHBATCH: UNABLE TO OPEN AUDITLOG, STATUS = "
001090             WS-AUDIT-STATUS
001091     ELSE
001091         IF NOT WS-AUDIT-APPENDED
001096             SET WS-AUDIT-REWRITTEN TO TRUE.
001101     IF WS-RESTART-REQUESTED
001102         OPEN EXTEND PRINT-FILE
001103         IF NOT WS-PRINT-OK
001187         END-IF
001188     END-IF.
001189 1017-EXIT.
001189     EXIT.
001189 1018-EXTRACT-SEAL-FILE.
001189*    THE SEGMENT NAME GOES ON THE SEALEND RECORD ONLY - THE
001189*    AUDITLOG DD STILL NAMES THE DATASET WRITTEN.
001189     MOVE SPACES TO WS-SEAL-FILE.
001189     IF LS-PARM-LENGTH > ZERO
001189         UNSTRING WS-PARM-BASE DELIMITED BY ";FILE:"
001189             INTO WS-PARM-BASE2 WS-SEAL-FILE
001189         IF WS-SEAL-FILE NOT = SPACES
001189             MOVE WS-PARM-BASE2 TO WS-PARM-BASE
001189         END-IF
001189     END-IF.
001189     IF WS-SEAL-FILE = SPACES
001189         MOVE "AUDITLOG" TO WS-SEAL-FILE.
001189 1018-EXIT.
001189     EXIT.
001189 1050-VERIFY-CYCLE.
001189     SET CYQ-VERIFY TO TRUE.
001189     MOVE "HASHBTCH" TO CYQ-STEP-NAME.
001189     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
001189     CALL "CYCLCHK" USING CYQ-REQUEST.
001189     IF CYQ-RETURN-CODE > 4
001189         DISPLAY "HASHBATCH: CYCLE REFUSED - " CYQ-MESSAGE
001189         MOVE WS-HOLD-CODE TO RETURN-CODE
001189         STOP RUN.
001189     IF CYQ-RETURN-CODE = ZERO
001189         SET WS-REGISTER-IN-USE TO TRUE
001189         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
001189     ELSE
001189         DISPLAY "HASHBATCH: " CYQ-MESSAGE.
001189 1050-EXIT.
001189     EXIT.
001189 1060-PRIME-AUDIT-CHAIN.
001189*    PICK UP THE SEAL CHAIN WHERE THE ABENDED SEGMENT LEFT IT -
001189*    THE LAST SEALED RECORD ON AUDITLOG, WHICH MAY BE PAST THE
001189*    LAST CHECKPOINT.  NO FILE, OR NO SEALED RECORD ON IT,
001189*    LEAVES ACS-CHAIN-STATE AT A NEW CHAIN.
001189     OPEN INPUT AUDIT-FILE.
001189     IF NOT WS-AUDIT-OK
001189         GO TO 1060-EXIT.
001189     PERFORM 1065-READ-AUDIT-TAIL THRU 1065-EXIT
001189         UNTIL WS-END-OF-AUDIT-TAIL.
001189     CLOSE AUDIT-FILE.
001189     MOVE ACS-LAST-SEQ TO WS-AUDIT-PRIMED-SEQ.
001189     DISPLAY "HASHBATCH: AUDIT SEAL CHAIN RESUMES AFTER SEQUENCE "
001189         ACS-LAST-SEQ.
001189 1060-EXIT.
001189     EXIT.
001189 1065-READ-AUDIT-TAIL.
001189     READ AUDIT-FILE
001189         AT END
001189             SET WS-END-OF-AUDIT-TAIL TO TRUE
001189             GO TO 1065-EXIT.
001189     IF NOT WS-AUDIT-OK
001189         SET WS-END-OF-AUDIT-TAIL TO TRUE
001189         GO TO 1065-EXIT.
001189     IF AUD-SEAL NOT = SPACES
001189         MOVE AUD-SEAL-SEQ TO ACS-LAST-SEQ
001189         MOVE AUD-SEAL TO ACS-LAST-SEAL.
001189 1065-EXIT.
001190     EXIT.
001163 1100-LOAD-CHECKPOINT.
001170     OPEN INPUT RESTART-FILE.
001800     MOVE WS-HASH TO AUD-HASH.
001810     MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
001815     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID.
001818     CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE.
001820     WRITE AUD-RECORD.
001830 2200-EXIT.
001840     EXIT.
001963     END-IF.
001970     CLOSE HASH-OUTPUT-FILE.
001980     CLOSE AUDIT-FILE.
001980     DISPLAY "HASHBATCH: AUDIT SEAL CHAIN ENDS AT SEQUENCE "
001980         ACS-LAST-SEQ.
001980     PERFORM 3400-WRITE-SEAL-END THRU 3400-EXIT.
001990     DISPLAY "HASHBATCH: RECORDS READ    = " WS-RECORDS-READ.
002000     DISPLAY "HASHBATCH: RECORDS WRITTEN = " WS-RECORDS-WRITTEN.
002005     MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP.
002480     CLOSE RUN-STATUS-FILE.
002490 3200-EXIT.
002500     EXIT.
002510 3300-RECORD-CYCLE-STEP.
002520     IF NOT WS-REGISTER-IN-USE
002530         GO TO 3300-EXIT.
002540     SET CYQ-ADVANCE TO TRUE.
002550     MOVE "H" TO CYQ-NEW-STATE.
002560     MOVE ZERO TO CYQ-STEP-RC.
002570*    A RUN WHOSE INPUT NEVER OPENED HASHED NOTHING - IT IS
002580*    RECORDED AS A HOLD SO THE CYCLE STAYS WHERE IT WAS.
002590     IF WS-INPUT-OPEN-FAILED
002600         MOVE WS-HOLD-CODE TO CYQ-STEP-RC.
002610     CALL "CYCLCHK" USING CYQ-REQUEST.
002620     IF CYQ-RETURN-CODE NOT = ZERO
002630         DISPLAY "HASHBATCH: " CYQ-MESSAGE.
002640 3300-EXIT.
002650     EXIT.
002660 3400-WRITE-SEAL-END.
002670*    A RESTART THAT EXTENDED AUDITLOG RECORDS ONLY WHAT IT SEALED
002680*    ITSELF; THE END IT RECORDS IS STILL THE END OF THE WHOLE
002690*    CHAIN.
002700*    A RUN THAT OPENED AUDITLOG OUTPUT REPLACED WHATEVER THE FILE
002710*    HELD AND RECORDS A REWRITE, EVEN WHEN NOTHING WAS SEALED, SO
002720*    SEALCHK STOPS EXPECTING THE EARLIER ENDS.
002730     IF NOT WS-AUDIT-APPENDED AND NOT WS-AUDIT-REWRITTEN
002740         GO TO 3400-EXIT.
002750     IF WS-AUDIT-APPENDED
002760         AND ACS-LAST-SEQ NOT > WS-AUDIT-PRIMED-SEQ
002770         GO TO 3400-EXIT.
002780     OPEN EXTEND SEAL-END-FILE.
002790     IF NOT WS-SEALEND-OK
002800         OPEN OUTPUT SEAL-END-FILE.
002810     IF NOT WS-SEALEND-OK
002820         DISPLAY "HASHBATCH: UNABLE TO OPEN SEALEND, STATUS = "
002830             WS-SEALEND-STATUS
002840         GO TO 3400-EXIT.
002850     MOVE SPACES TO SLE-RECORD.
002860     MOVE "HASHBATCH" TO SLE-JOB-NAME.
002870     MOVE FUNCTION CURRENT-DATE TO SLE-TIMESTAMP.
002880     MOVE WS-CYCLE-ID TO SLE-CYCLE-ID.
002890     MOVE WS-SEAL-FILE TO SLE-AUDIT-FILE.
002900     IF WS-AUDIT-APPENDED
002910         SET SLE-CHAIN-APPENDED TO TRUE
002920     ELSE
002930         SET SLE-FILE-REWRITTEN TO TRUE.
002940     COMPUTE SLE-RECORDS-SEALED =
002950         ACS-LAST-SEQ - WS-AUDIT-PRIMED-SEQ.
002960     MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ.
002970     MOVE ACS-LAST-SEAL TO SLE-SEAL.
002980     WRITE SLE-RECORD.
002990     CLOSE SEAL-END-FILE.
003000 3400-EXIT.
003010     EXIT.
