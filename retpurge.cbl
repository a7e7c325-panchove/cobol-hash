000380*                  FILE SO RETENTION IS A SCHEDULED STEP INSTEAD
000390*                  OF AD-HOC DELETE JOBS.  A FILE TYPE WITH NO
000400*                  CARD IS LEFT UNTOUCHED.
000401* 2026-10-15 JCM   AUDITLOG RECORDS ARE NOW CHECKED AGAINST THEIR
000401*                  SEAL CHAIN THROUGH AUDLINK AS THEY ARE ROUTED,
000401*                  AND EACH SIDE OF THE SPLIT IS RESEALED THROUGH
000402*                  AUDSEAL SO BOTH STAY PROVABLE: AUDITNEW STARTS
000402*                  A NEW CHAIN, AND AUDITARC CONTINUES THE CHAIN
000402*                  FROM ITS OWN LAST SEALED RECORD (READ BEFORE
000403*                  THE EXTEND OPEN), SO THE ARCHIVE IS ONE CHAIN
000403*                  ACROSS HOUSEKEEPING RUNS.  A BROKEN LINK ON THE
000403*                  INCOMING AUDITLOG IS REPORTED WITH THE FIRST
000404*                  BAD SOURCE AND ENDS THE STEP WITH CONDITION
000404*                  CODE 8 - THE RESEAL MUST NOT LAUNDER A
000404*                  TAMPERED TRAIL, SO THE SWAP OF AUDITNEW INTO
000405*                  PLACE IS HELD.
000405* 2026-10-15 JCM   THE WHOLE INCOMING AUDITLOG CHAIN IS NOW
000406*                  VERIFIED IN A PASS OF ITS OWN (2020-VERIFY-
000406*                  AUDIT-CHAIN) BEFORE AUDITNEW OR AUDITARC IS
000406*                  OPENED.  A BROKEN LINK ANYWHERE LEAVES BOTH
000407*                  UNWRITTEN AND AUDITLOG UNTOUCHED, AND ENDS THE
000407*                  STEP WITH CONDITION CODE 8 - NOTHING OF A
000407*                  TAMPERED TRAIL IS RESEALED OR ARCHIVED.  AFTER
000408*                  A CLEAN SPLIT THE SEQUENCE AND SEAL EACH SIDE
000408*                  ENDS ON ARE APPENDED TO SEALEND (SEALEND.CPY) -
000408*                  AUDITNEW AS A REWRITE OF AUDITLOG, AUDITARC AS
000409*                  AN APPENDED CHAIN - FOR SEALCHK TO RECONCILE
000409*                  THE FILES' TAILS AGAINST.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000570     SELECT AUDIT-ARC-FILE ASSIGN TO AUDITARC
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDARC-STATUS.
000593     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000595         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-SEALEND-STATUS.
000600     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ERRLOG-STATUS.
000980*    RATHER THAN A SECOND COPY OF EACH COPYBOOK.
000990 FD  AUDIT-KEEP-FILE
001000     RECORDING MODE IS F.
001010 01  AKP-RECORD                 PIC X(389).
001020 FD  AUDIT-ARC-FILE
001030     RECORDING MODE IS F.
001040 01  AAR-RECORD                 PIC X(389).
001043 FD  SEAL-END-FILE
001045     RECORDING MODE IS F.
001047 COPY SEALEND.
001050 FD  ERROR-LOG-FILE
001060     RECORDING MODE IS F.
001070 COPY ERRLOG.
001380     88 WS-AUDKEEP-OK                   VALUE "00".
001390 01  WS-AUDARC-STATUS         PIC X(02) VALUE SPACES.
001400     88 WS-AUDARC-OK                    VALUE "00".
001404 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
001407     88 WS-SEALEND-OK                   VALUE "00".
001410 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
001420     88 WS-ERRLOG-OK                    VALUE "00".
001430 01  WS-ERRKEEP-STATUS        PIC X(02) VALUE SPACES.
002130 01  WS-EDIT-KEPT             PIC ZZZZZZZZ9.
002140 01  WS-EDIT-ARC              PIC ZZZZZZZZ9.
002150 01  WS-EDIT-DROP             PIC ZZZZZZZZ9.
002151*    SEAL CHAINS - THE KEPT SIDE RESTARTS ITS CHAIN EVERY RUN,
002151*    THE ARCHIVE SIDE CARRIES ON FROM THE ARCHIVE'S LAST SEAL.
002151 COPY AUDCHAIN.
002152 COPY AUDLINK.
002152 01  WS-ARC-CHAIN-STATE.
002153     05 WS-ARC-LAST-SEQ       PIC 9(09) VALUE ZERO.
002153     05 WS-ARC-LAST-SEAL      PIC X(64) VALUE ZEROS.
002154 01  WS-ARC-TAIL-SWITCH       PIC X(01) VALUE "N".
002154     88 WS-END-OF-ARC-TAIL              VALUE "Y".
002155*    WORKING IMAGE OF AN ARCHIVED AUDIT RECORD - ONLY THE SEAL
002155*    FIELDS AT THE END OF AUDITREC.CPY ARE NEEDED.
002156 01  WS-ARC-TAIL-REC.
002156     05 FILLER                PIC X(252).
002157     05 WS-ARC-TAIL-SEQ       PIC 9(09).
002157     05 WS-ARC-TAIL-PREV-SEAL PIC X(64).
002158     05 WS-ARC-TAIL-SEAL      PIC X(64).
002158 01  WS-SEAL-BREAK-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
002159 01  WS-FIRST-BREAK-KEY       PIC X(80) VALUE SPACES.
002159 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003730             UNTIL WS-END-OF-FILE
003740         CLOSE AUDIT-FILE
003750         PERFORM 7100-MARK-KEPT-CYCLES THRU 7100-EXIT.
003752     PERFORM 2020-VERIFY-AUDIT-CHAIN THRU 2020-EXIT.
003754     IF WS-SEAL-BREAK-COUNT > ZERO
003756         PERFORM 8050-REPORT-SEAL-CHECK THRU 8050-EXIT
003758         GO TO 2000-EXIT.
003760     MOVE "N" TO WS-FILE-EOF-SWITCH.
003770     OPEN INPUT AUDIT-FILE.
003780     IF NOT WS-AUDIT-OK
003815         CLOSE AUDIT-FILE
003816         PERFORM 8300-REPORT-NO-OUTPUT THRU 8300-EXIT
003817         GO TO 2000-EXIT.
003819     PERFORM 2050-PRIME-ARCHIVE-CHAIN THRU 2050-EXIT.
003820     OPEN EXTEND AUDIT-ARC-FILE.
003830     IF NOT WS-AUDARC-OK
003840         OPEN OUTPUT AUDIT-ARC-FILE.
003870     CLOSE AUDIT-FILE.
003880     CLOSE AUDIT-KEEP-FILE.
003890     CLOSE AUDIT-ARC-FILE.
003895     PERFORM 2400-RECORD-SEAL-ENDS THRU 2400-EXIT.
003900     PERFORM 8000-REPORT-ONE-FILE THRU 8000-EXIT.
003905     PERFORM 8050-REPORT-SEAL-CHECK THRU 8050-EXIT.
003910 2000-EXIT.
003911     EXIT.
003911 2020-VERIFY-AUDIT-CHAIN.
003911*    EVERY LINK IS PROVED BEFORE EITHER OUTPUT IS OPENED - A
003911*    BREAK FOUND PART WAY THROUGH THE ROUTING PASS WOULD ALREADY
003911*    HAVE RESEALED AND ARCHIVED THE RECORDS AHEAD OF IT.  AN
003911*    AUDITLOG THAT CANNOT BE OPENED IS LEFT TO THE ROUTING PASS
003912*    TO REPORT.
003912     MOVE "N" TO WS-FILE-EOF-SWITCH.
003912     OPEN INPUT AUDIT-FILE.
003912     IF NOT WS-AUDIT-OK
003912         GO TO 2020-EXIT.
003912     PERFORM 2030-CHECK-AUDIT-LINK THRU 2030-EXIT
003913         UNTIL WS-END-OF-FILE.
003913     CLOSE AUDIT-FILE.
003913 2020-EXIT.
003913     EXIT.
003913 2030-CHECK-AUDIT-LINK.
003913     READ AUDIT-FILE
003914         AT END
003914             SET WS-END-OF-FILE TO TRUE
003914             GO TO 2030-EXIT.
003914     CALL "AUDLINK" USING AUD-RECORD ACK-LINK-STATE.
003914     IF ACK-LINK-BROKEN
003914         ADD 1 TO WS-SEAL-BREAK-COUNT
003915         IF WS-SEAL-BREAK-COUNT = 1
003915             MOVE AUD-SOURCE-ID TO WS-FIRST-BREAK-KEY
003915         END-IF
003915     END-IF.
003915 2030-EXIT.
003915     EXIT.
003916 2050-PRIME-ARCHIVE-CHAIN.
003916*    NO ARCHIVE YET, OR ONLY UNSEALED RECORDS ON IT, LEAVES
003916*    WS-ARC-CHAIN-STATE AT A NEW CHAIN.
003916     OPEN INPUT AUDIT-ARC-FILE.
003916     IF NOT WS-AUDARC-OK
003916         GO TO 2050-EXIT.
003917     PERFORM 2060-READ-ARCHIVE-TAIL THRU 2060-EXIT
003917         UNTIL WS-END-OF-ARC-TAIL.
003917     CLOSE AUDIT-ARC-FILE.
003917 2050-EXIT.
003917     EXIT.
003917 2060-READ-ARCHIVE-TAIL.
003918     READ AUDIT-ARC-FILE
003918         AT END
003918             SET WS-END-OF-ARC-TAIL TO TRUE
003918             GO TO 2060-EXIT.
003918     IF NOT WS-AUDARC-OK
003918         SET WS-END-OF-ARC-TAIL TO TRUE
003919         GO TO 2060-EXIT.
003919     MOVE AAR-RECORD TO WS-ARC-TAIL-REC.
003919     IF WS-ARC-TAIL-SEAL NOT = SPACES
003919         MOVE WS-ARC-TAIL-SEQ TO WS-ARC-LAST-SEQ
003919         MOVE WS-ARC-TAIL-SEAL TO WS-ARC-LAST-SEAL.
003919 2060-EXIT.
003920     EXIT.
003930 2100-ROUTE-AUDIT.
003940     READ AUDIT-FILE
004010     PERFORM 7200-DECIDE-RECORD THRU 7200-EXIT.
004020     IF WS-KEEP-RECORD
004030         ADD 1 TO WS-KEPT-COUNT
004035         CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE
004040         WRITE AKP-RECORD FROM AUD-RECORD
004050     ELSE
004060         ADD 1 TO WS-ARCHIVED-COUNT
004065         CALL "AUDSEAL" USING AUD-RECORD WS-ARC-CHAIN-STATE
004070         WRITE AAR-RECORD FROM AUD-RECORD.
004080 2100-EXIT.
004090     EXIT.
004150     MOVE AUD-CYCLE-ID TO WS-DECIDE-CYCLE.
004160     PERFORM 7300-NOTE-CYCLE THRU 7300-EXIT.
004170 2150-EXIT.
004171     EXIT.
004171 2400-RECORD-SEAL-ENDS.
004171*    AUDITNEW REPLACES AUDITLOG, SO ITS END IS RECORDED AS A
004171*    REWRITE OF AUDITLOG EVEN WHEN NOTHING WAS KEPT.  THE ARCHIVE
004172*    END IS RECORDED ONLY WHEN THIS RUN ADDED TO IT.
004172     OPEN EXTEND SEAL-END-FILE.
004172     IF NOT WS-SEALEND-OK
004172         OPEN OUTPUT SEAL-END-FILE.
004173     IF NOT WS-SEALEND-OK
004173         DISPLAY "RETPURGE: UNABLE TO OPEN SEALEND, STATUS = "
004173             WS-SEALEND-STATUS
004174         GO TO 2400-EXIT.
004174     MOVE SPACES TO SLE-RECORD.
004174     MOVE "RETPURGE" TO SLE-JOB-NAME.
004174     MOVE WS-RUN-TIMESTAMP TO SLE-TIMESTAMP.
004175     MOVE "AUDITLOG" TO SLE-AUDIT-FILE.
004175     SET SLE-FILE-REWRITTEN TO TRUE.
004175     MOVE WS-KEPT-COUNT TO SLE-RECORDS-SEALED.
004175     IF WS-KEPT-COUNT = ZERO
004176         MOVE ZERO TO SLE-SEAL-SEQ
004176     ELSE
004176         MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ
004177         MOVE ACS-LAST-SEAL TO SLE-SEAL.
004177     WRITE SLE-RECORD.
004177     IF WS-ARCHIVED-COUNT > ZERO
004177         MOVE "AUDITARC" TO SLE-AUDIT-FILE
004178         SET SLE-CHAIN-APPENDED TO TRUE
004178         MOVE WS-ARCHIVED-COUNT TO SLE-RECORDS-SEALED
004178         MOVE WS-ARC-LAST-SEQ TO SLE-SEAL-SEQ
004178         MOVE WS-ARC-LAST-SEAL TO SLE-SEAL
004179         WRITE SLE-RECORD.
004179     CLOSE SEAL-END-FILE.
004179 2400-EXIT.
004180     EXIT.
004190 3000-PURGE-ERRLOG.
004200     MOVE "ERRLOG" TO WS-RPT-FILE-NAME.
006820     WRITE PRT-REPORT-LINE.
006830 8000-EXIT.
006840     EXIT.
006841 8050-REPORT-SEAL-CHECK.
006841     MOVE WS-SEAL-BREAK-COUNT TO WS-EDIT-COUNT.
006841     MOVE SPACES TO PRT-REPORT-LINE.
006842     IF WS-SEAL-BREAK-COUNT = ZERO
006842         STRING WS-RPT-FILE-NAME
006843             " SEAL CHAIN INTACT - KEPT AND ARCHIVED SIDES "
006843             "RESEALED" DELIMITED BY SIZE INTO PRT-REPORT-LINE
006844         WRITE PRT-REPORT-LINE
006844         GO TO 8050-EXIT.
006844     STRING WS-RPT-FILE-NAME
006845         " SEAL BREAKS " WS-EDIT-COUNT
006845         " - CONDITION CODE 8, FILE NOT PROCESSED"
006846         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006846     WRITE PRT-REPORT-LINE.
006847     MOVE SPACES TO PRT-REPORT-LINE.
006847     STRING WS-RPT-FILE-NAME
006847         " FIRST BREAK AT SOURCE " WS-FIRST-BREAK-KEY
006848         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006848     WRITE PRT-REPORT-LINE.
006849 8050-EXIT.
006849     EXIT.
006850 8100-REPORT-NO-CARD.
006860     MOVE SPACES TO PRT-REPORT-LINE.
006870     STRING WS-RPT-FILE-NAME
007010 9000-TERMINATE.
007020     CLOSE PRINT-FILE.
007030     DISPLAY "RETPURGE: HOUSEKEEPING COMPLETE".
007032     IF WS-SEAL-BREAK-COUNT > ZERO
007034         DISPLAY "RETPURGE: AUDITLOG SEAL BREAKS = "
007036             WS-SEAL-BREAK-COUNT
007038         MOVE WS-HOLD-CODE TO RETURN-CODE.
007040 9000-EXIT.
007050     EXIT.
