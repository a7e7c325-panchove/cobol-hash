000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RCPTVER.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - INBOUND TRANSMISSION RECEIPT
000210*                  VERIFICATION.  READS A PARTNER'S DIGEST
000220*                  CONTROL FILE (RCVCTL, RCVCTL.CPY), DIGESTS
000230*                  EACH DATASET IT NAMES THROUGH SRCDIGST IN THE
000240*                  LINE OR RECORD MODE GIVEN, AND COMPARES BOTH
000250*                  THE DIGEST AND THE RECORD COUNT WITH THE
000260*                  PARTNER'S.  WRITES AN ACKNOWLEDGMENT RECORD
000270*                  (RCVACK.CPY) FOR EVERY DATASET - ACCEPTED, OR
000280*                  REJECTED WITH THE ERRTAB REASON - TO RCVACK
000290*                  FOR RETURN TO THE PARTNER, A SEALED AUDITLOG
000300*                  RECORD FOR EVERY CHECK AND AN ERRLOG RECORD
000310*                  FOR EVERY REJECTION, ALL UNDER THE CYCLE ID.
000320*                  EACH ACCEPTED DATASET IS LOADED TO HASHMAST
000330*                  UNDER ITS FILE ID AS SOURCE TYPE "P" WITH THE
000340*                  PARTNER ID AS THE RUN ID; A REPLACED ENTRY IS
000350*                  HISTORIED TO HASHHIST AS HASHLOAD DOES.  A
000360*                  FROZEN ENTRY, OR A KEY ALREADY HELD BY A
000370*                  HASHBATCH OR MANIFEST ENTRY, IS NOT
000380*                  OVERWRITTEN.  PARM IS THE PARTNER ID WITH AN
000390*                  OPTIONAL ";CYCLE:" CLAUSE, E.G.
000400*                  PARM='ACMEBANK;CYCLE:NIGHT001'.  CONDITION
000410*                  CODES: 0 EVERY DATASET ACCEPTED AND LOADED,
000420*                  4 ALL ACCEPTED BUT AN ENTRY COULD NOT BE
000430*                  LOADED OR AUDITLOG/ERRLOG WAS UNAVAILABLE,
000440*                  8 ONE OR MORE DATASETS REJECTED, NO CONTROL
000450*                  RECORDS, OR RCVCTL, RCVACK OR HASHMAST
000460*                  UNAVAILABLE - HOLD THE PARTNER'S LOAD JOBS.
000461* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000462*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000463*                  ";CYCLE:" IN THE PARM THE CURRENT OPEN CYCLE
000464*                  IS STAMPED, AND A NAMED CYCLE THAT IS NOT OPEN
000465*                  ON THE REGISTER HOLDS THE RUN (CONDITION CODE
000466*                  8, NOTHING CHECKED).  THE RUN IS RECORDED ON
000467*                  THE REGISTER WITHOUT MOVING THE CYCLE'S STATE.
000468*                  WITHOUT A CYCLREG DD THE STEP RUNS ON ITS PARM
000469*                  AS BEFORE.
000470* 2026-10-15 JCM   WS-HELD-MASTER-REC WIDENED TO 219 BYTES FOR
000471*                  HMR-LAST-VERIFIED, WHICH A PARTNER LOAD
000472*                  CLEARS.
000473* 2026-10-15 JCM   THE CHAIN END THE RUN LEAVES ON AUDITLOG IS
000474*                  APPENDED TO SEALEND (SEALEND.CPY) FOR SEALCHK
000475*                  TO RECONCILE THE FILE'S TAIL AGAINST.
000476* 2026-10-15 JCM   A REPLACED PARTNER ENTRY GOES TO HASHHIST ONLY
000477*                  AFTER THE HASHMAST REWRITE HAS SUCCEEDED, FROM
000478*                  A COPY OF THE ENTRY IT RETIRED.
000480* 2026-10-15 JCM   A FAILED HASHHIST WRITE IS COUNTED, REPORTED
000482*                  AND ENDS THE STEP WITH CONDITION CODE 8 - THE
000484*                  MASTER HAS CHANGED WITHOUT ITS HISTORY.
000486*-----------------------------------------------------------------
000488 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-Z.
000510 OBJECT-COMPUTER. IBM-Z.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CONTROL-FILE ASSIGN TO RCVCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CONTROL-STATUS.
000570     SELECT ACK-FILE ASSIGN TO RCVACK
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACK-STATUS.
000600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000630     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ERRLOG-STATUS.
000660     SELECT MASTER-FILE ASSIGN TO HASHMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS HMR-KEY
000700         FILE STATUS IS WS-MASTER-STATUS.
000710     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-HISTORY-STATUS.
000740     SELECT PRINT-FILE ASSIGN TO PRTFILE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PRINT-STATUS.
000762     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000764         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-SEALEND-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CONTROL-FILE
000800     RECORDING MODE IS F.
000810 COPY RCVCTL.
000820 FD  ACK-FILE
000830     RECORDING MODE IS F.
000840 COPY RCVACK.
000850 FD  AUDIT-FILE
000860     RECORDING MODE IS F.
000870 COPY AUDITREC.
000880 FD  ERROR-LOG-FILE
000890     RECORDING MODE IS F.
000900 COPY ERRLOG.
000910 FD  MASTER-FILE.
000920 COPY HASHMST.
000930 FD  HISTORY-FILE
000940     RECORDING MODE IS F.
000950 COPY HASHHST.
000960 FD  PRINT-FILE
000970     RECORDING MODE IS F.
000980 COPY PRTLINE.
000982 FD  SEAL-END-FILE
000984     RECORDING MODE IS F.
000986 COPY SEALEND.
000990 WORKING-STORAGE SECTION.
001000 COPY HASHALG.
001010 COPY AUDCHAIN.
001015 01  WS-AUDIT-PRIMED-SEQ      PIC 9(09) VALUE ZERO.
001020 COPY SRCDIG.
001030 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001040     88 WS-CONTROL-OK                   VALUE "00".
001050 01  WS-ACK-STATUS            PIC X(02) VALUE SPACES.
001060     88 WS-ACK-OK                       VALUE "00".
001070 01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001080     88 WS-AUDIT-OK                     VALUE "00".
001090 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
001100     88 WS-ERRLOG-OK                    VALUE "00".
001110 01  WS-MASTER-STATUS         PIC X(02) VALUE SPACES.
001120     88 WS-MASTER-OK                    VALUE "00".
001130 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
001140     88 WS-HISTORY-OK                   VALUE "00".
001150 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001160     88 WS-PRINT-OK                     VALUE "00".
001163 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
001166     88 WS-SEALEND-OK                   VALUE "00".
001170 01  WS-CONTROL-EOF-SWITCH    PIC X(01) VALUE "N".
001180     88 WS-END-OF-CONTROL               VALUE "Y".
001190 01  WS-AUDIT-TAIL-SWITCH     PIC X(01) VALUE "N".
001200     88 WS-END-OF-AUDIT-TAIL            VALUE "Y".
001210 01  WS-REFUSE-SWITCH         PIC X(01) VALUE "N".
001220     88 WS-RUN-REFUSED                  VALUE "Y".
001230 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
001240 01  WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE "N".
001250     88 WS-AUDIT-OPEN                   VALUE "Y".
001260 01  WS-ERRLOG-OPEN-SWITCH    PIC X(01) VALUE "N".
001270     88 WS-ERRLOG-OPEN                  VALUE "Y".
001280 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
001290     88 WS-MASTER-OPEN                  VALUE "Y".
001300 01  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
001310     88 WS-HISTORY-OPEN                 VALUE "Y".
001320*    THE PARM - PARTNER ID AND OPTIONAL CYCLE.
001330 01  WS-PARM-BASE             PIC X(100) VALUE SPACES.
001340 01  WS-PARTNER-ID            PIC X(08) VALUE SPACES.
001350 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
001352 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001354     88 WS-REGISTER-IN-USE              VALUE "Y".
001356 COPY CYCREQ.
001360 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001370*    THE CHECK OF ONE CONTROL RECORD.
001380 01  WS-REASON-CODE           PIC 9(09) COMP-5 VALUE ZERO.
001390 01  WS-REJECT-REASON         PIC X(60) VALUE SPACES.
001410 01  WS-EXPECTED-DIGEST       PIC X(129) VALUE SPACES.
001420 01  WS-COMPUTED-DIGEST       PIC X(129) VALUE SPACES.
001430 01  WS-ACTUAL-COUNT          PIC 9(09) VALUE ZERO.
001440 01  WS-LOAD-RESULT           PIC X(20) VALUE SPACES.
001450 01  WS-HELD-MASTER-REC       PIC X(219) VALUE SPACES.
001451*    THE MASTER ENTRY AS IT STOOD BEFORE THE REPLACEMENT - THE
001452*    SAME LAYOUT AS HMR-RECORD, HELD ASIDE FOR THE HISTORY RECORD.
001453 01  WS-BEFORE-MASTER.
001454     05 WS-BEF-KEY            PIC X(20).
001455     05 WS-BEF-HASH           PIC X(129).
001456     05 WS-BEF-ALGORITHM      PIC X(08).
001457     05 WS-BEF-TIMESTAMP      PIC X(26).
001458     05 WS-BEF-RUN-ID         PIC X(08).
001459     05 WS-BEF-SOURCE-TYPE    PIC X(01).
001460     05 WS-BEF-FREEZE-FLAG    PIC X(01).
001461     05 WS-BEF-LAST-VERIFIED  PIC X(26).
001465*    TOTALS.
001470 01  WS-FILES-CHECKED         PIC 9(09) COMP-5 VALUE ZERO.
001480 01  WS-FILES-ACCEPTED        PIC 9(09) COMP-5 VALUE ZERO.
001490 01  WS-FILES-REJECTED        PIC 9(09) COMP-5 VALUE ZERO.
001500 01  WS-ENTRIES-ADDED         PIC 9(09) COMP-5 VALUE ZERO.
001510 01  WS-ENTRIES-REPLACED      PIC 9(09) COMP-5 VALUE ZERO.
001520 01  WS-ENTRIES-NOT-LOADED    PIC 9(09) COMP-5 VALUE ZERO.
001530 01  WS-HISTORY-WRITTEN       PIC 9(09) COMP-5 VALUE ZERO.
001535 01  WS-HISTORY-FAILED        PIC 9(09) COMP-5 VALUE ZERO.
001540 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001550 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
001560 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001570 LINKAGE SECTION.
001580 COPY PARMAREA.
001590 PROCEDURE DIVISION USING LS-PARM-AREA.
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-CHECK-ONE-FILE THRU 2000-EXIT
001630         UNTIL WS-END-OF-CONTROL.
001640     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001655     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001660     STOP RUN.
001710 1000-INITIALIZE.
001711*    PARM AND OPENS.  WITHOUT A PARTNER, A CONTROL FILE OR AN
001715*    ACKNOWLEDGMENT FILE NOTHING IS CHECKED.
001720     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001730     PERFORM 1010-EXTRACT-PARM THRU 1010-EXIT.
001735     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001740     OPEN OUTPUT PRINT-FILE.
001750     IF NOT WS-PRINT-OK
001760         DISPLAY "RCPTVER: UNABLE TO OPEN PRTFILE, STATUS = "
001770             WS-PRINT-STATUS.
001780     PERFORM 1020-WRITE-HEADING THRU 1020-EXIT.
001790     SET WS-END-OF-CONTROL TO TRUE.
001793     IF WS-RUN-REFUSED
001796         GO TO 1000-EXIT.
001800     IF WS-PARTNER-ID = SPACES
001810         MOVE "NO PARTNER ID IN THE PARM" TO WS-REFUSE-REASON
001820         SET WS-RUN-REFUSED TO TRUE
001830         GO TO 1000-EXIT.
001840     OPEN INPUT CONTROL-FILE.
001850     IF NOT WS-CONTROL-OK
001860         DISPLAY "RCPTVER: UNABLE TO OPEN RCVCTL, STATUS = "
001870             WS-CONTROL-STATUS
001880         MOVE "RCVCTL CONTROL FILE COULD NOT BE OPENED"
001890             TO WS-REFUSE-REASON
001900         SET WS-RUN-REFUSED TO TRUE
001910         GO TO 1000-EXIT.
001920     OPEN OUTPUT ACK-FILE.
001930     IF NOT WS-ACK-OK
001940         DISPLAY "RCPTVER: UNABLE TO OPEN RCVACK, STATUS = "
001950             WS-ACK-STATUS
001960         CLOSE CONTROL-FILE
001970         MOVE "RCVACK ACKNOWLEDGMENT FILE COULD NOT BE OPENED"
001980             TO WS-REFUSE-REASON
001990         SET WS-RUN-REFUSED TO TRUE
002000         GO TO 1000-EXIT.
002010     PERFORM 1060-PRIME-AUDIT-CHAIN THRU 1060-EXIT.
002020     OPEN EXTEND AUDIT-FILE.
002030     IF NOT WS-AUDIT-OK
002040         OPEN OUTPUT AUDIT-FILE.
002050     IF WS-AUDIT-OK
002060         SET WS-AUDIT-OPEN TO TRUE
002070     ELSE
002080         DISPLAY "RCPTVER: UNABLE TO OPEN AUDITLOG, STATUS = "
002090             WS-AUDIT-STATUS.
002100     OPEN EXTEND ERROR-LOG-FILE.
002110     IF NOT WS-ERRLOG-OK
002120         OPEN OUTPUT ERROR-LOG-FILE.
002130     IF WS-ERRLOG-OK
002140         SET WS-ERRLOG-OPEN TO TRUE
002150     ELSE
002160         DISPLAY "RCPTVER: UNABLE TO OPEN ERRLOG, STATUS = "
002170             WS-ERRLOG-STATUS.
002180     OPEN I-O MASTER-FILE.
002190     IF NOT WS-MASTER-OK
002200         OPEN OUTPUT MASTER-FILE
002210         IF WS-MASTER-OK
002220             CLOSE MASTER-FILE
002230             OPEN I-O MASTER-FILE
002240         END-IF
002250     END-IF.
002260     IF WS-MASTER-OK
002270         SET WS-MASTER-OPEN TO TRUE
002280     ELSE
002290         DISPLAY "RCPTVER: UNABLE TO OPEN HASHMAST, STATUS = "
002300             WS-MASTER-STATUS " - ACCEPTED FILES NOT LOADED".
002310     OPEN EXTEND HISTORY-FILE.
002320     IF NOT WS-HISTORY-OK
002330         OPEN OUTPUT HISTORY-FILE.
002340     IF WS-HISTORY-OK
002350         SET WS-HISTORY-OPEN TO TRUE
002360     ELSE
002370         DISPLAY "RCPTVER: NO HASHHIST DD - REPLACED ENTRIES "
002380             "NOT HISTORIED, STATUS = " WS-HISTORY-STATUS.
002390     MOVE "N" TO WS-CONTROL-EOF-SWITCH.
002400     PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430 1010-EXTRACT-PARM.
002440     IF LS-PARM-LENGTH > ZERO
002450         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-BASE
002460         UNSTRING WS-PARM-BASE DELIMITED BY ";CYCLE:"
002470             INTO WS-PARTNER-ID WS-CYCLE-ID
002480     END-IF.
002490 1010-EXIT.
002500     EXIT.
002510 1020-WRITE-HEADING.
002520     MOVE SPACES TO PRT-REPORT-LINE.
002530     STRING "RCPTVER PARTNER TRANSMISSION RECEIPT VERIFICATION"
002540         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002550     WRITE PRT-REPORT-LINE.
002560     MOVE SPACES TO PRT-REPORT-LINE.
002570     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP
002580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002590     WRITE PRT-REPORT-LINE.
002600     MOVE SPACES TO PRT-REPORT-LINE.
002610     STRING "PARTNER      : " WS-PARTNER-ID
002620         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002630     WRITE PRT-REPORT-LINE.
002640     MOVE SPACES TO PRT-REPORT-LINE.
002650     STRING "CYCLE        : " WS-CYCLE-ID
002660         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002670     WRITE PRT-REPORT-LINE.
002680     MOVE SPACES TO PRT-REPORT-LINE.
002690     STRING "FILE ID              STATUS    CODE       REASON"
002700         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002710     WRITE PRT-REPORT-LINE.
002720 1020-EXIT.
002730     EXIT.
002731 1050-VERIFY-CYCLE.
002732     SET CYQ-VERIFY TO TRUE.
002733     MOVE "RCPTVER" TO CYQ-STEP-NAME.
002734     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
002735     CALL "CYCLCHK" USING CYQ-REQUEST.
002736     IF CYQ-RETURN-CODE > 4
002737         DISPLAY "RCPTVER: CYCLE REFUSED - " CYQ-MESSAGE
002738         MOVE CYQ-MESSAGE TO WS-REFUSE-REASON
002739         SET WS-RUN-REFUSED TO TRUE
002740         GO TO 1050-EXIT.
002741     IF CYQ-RETURN-CODE = ZERO
002742         SET WS-REGISTER-IN-USE TO TRUE
002743         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
002744     ELSE
002745         DISPLAY "RCPTVER: " CYQ-MESSAGE.
002746 1050-EXIT.
002747     EXIT.
002748 1060-PRIME-AUDIT-CHAIN.
002750*    CONTINUE THE SEAL CHAIN FROM THE LAST SEALED RECORD ALREADY
002760*    ON AUDITLOG.  NO FILE, OR NO SEALED RECORD ON IT, LEAVES
002770*    ACS-CHAIN-STATE AT A NEW CHAIN.
002780     OPEN INPUT AUDIT-FILE.
002790     IF NOT WS-AUDIT-OK
002800         GO TO 1060-EXIT.
002810     PERFORM 1065-READ-AUDIT-TAIL THRU 1065-EXIT
002820         UNTIL WS-END-OF-AUDIT-TAIL.
002830     CLOSE AUDIT-FILE.
002835     MOVE ACS-LAST-SEQ TO WS-AUDIT-PRIMED-SEQ.
002840 1060-EXIT.
002850     EXIT.
002860 1065-READ-AUDIT-TAIL.
002870     READ AUDIT-FILE
002880         AT END
002890             SET WS-END-OF-AUDIT-TAIL TO TRUE
002900             GO TO 1065-EXIT.
002910     IF NOT WS-AUDIT-OK
002920         SET WS-END-OF-AUDIT-TAIL TO TRUE
002930         GO TO 1065-EXIT.
002940     IF AUD-SEAL NOT = SPACES
002950         MOVE AUD-SEAL-SEQ TO ACS-LAST-SEQ
002960         MOVE AUD-SEAL TO ACS-LAST-SEAL.
002970 1065-EXIT.
002980     EXIT.
003020 2000-CHECK-ONE-FILE.
003021*    CHECK ONE DATASET NAMED ON THE CONTROL FILE.
003030     ADD 1 TO WS-FILES-CHECKED.
003040     MOVE ZERO TO WS-REASON-CODE.
003050     MOVE SPACES TO WS-REJECT-REASON.
003060     MOVE SPACES TO WS-COMPUTED-DIGEST.
003070     MOVE ZERO TO WS-ACTUAL-COUNT.
003080     MOVE SPACES TO WS-LOAD-RESULT.
003090     PERFORM 2100-VALIDATE-CONTROL THRU 2100-EXIT.
003100     IF WS-REASON-CODE = ZERO
003110         PERFORM 2200-DIGEST-DATASET THRU 2200-EXIT.
003120     IF WS-REASON-CODE NOT = ZERO
003130         AND WS-REJECT-REASON = SPACES
003140         CALL "ERRLOOK" USING WS-REASON-CODE WS-REJECT-REASON.
003150     IF WS-REASON-CODE = ZERO
003160         ADD 1 TO WS-FILES-ACCEPTED
003170         PERFORM 2500-LOAD-MASTER THRU 2500-EXIT
003180     ELSE
003190         ADD 1 TO WS-FILES-REJECTED
003200         PERFORM 2700-WRITE-ERRLOG THRU 2700-EXIT.
003210     PERFORM 2400-WRITE-ACK THRU 2400-EXIT.
003220     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
003230     PERFORM 2800-PRINT-FILE-LINE THRU 2800-EXIT.
003240     PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270 2100-VALIDATE-CONTROL.
003280     IF RCV-DSNAME = SPACES
003290         OR RCV-FILE-ID = SPACES
003300         OR RCV-EXPECTED-DIGEST = SPACES
003310         MOVE 8 TO WS-REASON-CODE
003320         MOVE "CONTROL RECORD MISSING DSNAME, FILE ID OR DIGEST"
003330             TO WS-REJECT-REASON
003340         GO TO 2100-EXIT.
003350     IF RCV-EXPECTED-COUNT NOT NUMERIC
003360         MOVE 8 TO WS-REASON-CODE
003370         MOVE "CONTROL RECORD COUNT NOT NUMERIC"
003380             TO WS-REJECT-REASON
003390         GO TO 2100-EXIT.
003400     IF NOT RCV-LINE-MODE AND NOT RCV-RECORD-MODE
003410         MOVE 8 TO WS-REASON-CODE
003420         MOVE "CONTROL RECORD MODE NOT L OR R"
003430             TO WS-REJECT-REASON
003440         GO TO 2100-EXIT.
003450     MOVE RCV-ALGORITHM TO WS-HASH-ALGORITHM.
003460     IF NOT ALG-MD5 AND NOT ALG-SHA1
003470         AND NOT ALG-SHA256 AND NOT ALG-SHA512
003480         MOVE 99 TO WS-REASON-CODE.
003490 2100-EXIT.
003500     EXIT.
003510 2200-DIGEST-DATASET.
003520     MOVE SPACES TO SDG-REQUEST.
003530     MOVE ZERO TO SDG-RECORD-NUMBER.
003540     MOVE RCV-ALGORITHM TO SDG-ALGORITHM.
003550     MOVE RCV-DSNAME TO SDG-DSNAME.
003560     IF RCV-RECORD-MODE
003570         SET SDG-WHOLE-RECORDS TO TRUE
003580     ELSE
003590         SET SDG-WHOLE-LINES TO TRUE.
003600     CALL "SRCDIGST" USING SDG-REQUEST.
003610     IF SDG-RETURN-CODE NOT = ZERO
003620         MOVE SDG-RETURN-CODE TO WS-REASON-CODE
003630         GO TO 2200-EXIT.
003640     MOVE SDG-DIGEST TO WS-COMPUTED-DIGEST.
003650     MOVE SDG-RECORD-COUNT TO WS-ACTUAL-COUNT.
003660     MOVE RCV-EXPECTED-DIGEST TO WS-EXPECTED-DIGEST.
003670     INSPECT WS-EXPECTED-DIGEST CONVERTING
003680         "ABCDEF" TO "abcdef".
003690     IF WS-EXPECTED-DIGEST NOT = WS-COMPUTED-DIGEST
003700         MOVE 999999999 TO WS-REASON-CODE
003710         GO TO 2200-EXIT.
003720     IF WS-ACTUAL-COUNT NOT = RCV-EXPECTED-COUNT
003730         MOVE 40 TO WS-REASON-CODE.
003740 2200-EXIT.
003750     EXIT.
003760 2400-WRITE-ACK.
003770     MOVE SPACES TO ACK-RECORD.
003780     MOVE WS-PARTNER-ID TO ACK-PARTNER-ID.
003790     MOVE WS-CYCLE-ID TO ACK-CYCLE-ID.
003800     MOVE WS-RUN-TIMESTAMP TO ACK-TIMESTAMP.
003810     MOVE RCV-FILE-ID TO ACK-FILE-ID.
003820     MOVE RCV-DSNAME TO ACK-DSNAME.
003830     IF WS-REASON-CODE = ZERO
003840         SET ACK-ACCEPTED TO TRUE
003850     ELSE
003860         SET ACK-REJECTED TO TRUE
003870         MOVE WS-REJECT-REASON TO ACK-REASON.
003880     MOVE WS-REASON-CODE TO ACK-REASON-CODE.
003890     MOVE RCV-ALGORITHM TO ACK-ALGORITHM.
003900     IF RCV-EXPECTED-COUNT NUMERIC
003910         MOVE RCV-EXPECTED-COUNT TO ACK-EXPECTED-COUNT
003920     ELSE
003930         MOVE ZERO TO ACK-EXPECTED-COUNT.
003940     MOVE WS-ACTUAL-COUNT TO ACK-ACTUAL-COUNT.
003950     MOVE WS-COMPUTED-DIGEST TO ACK-COMPUTED-DIGEST.
003960     WRITE ACK-RECORD.
003970 2400-EXIT.
003980     EXIT.
003990 2500-LOAD-MASTER.
004000*    AN ACCEPTED DATASET GOES TO THE MASTER UNDER ITS FILE ID.  A
004010*    FROZEN ENTRY, OR ONE BUILT FROM OUR OWN HASHBATCH OR
004020*    MANIFEST FEED, IS NEVER REPLACED BY A PARTNER'S DIGEST.
004030     IF NOT WS-MASTER-OPEN
004040         ADD 1 TO WS-ENTRIES-NOT-LOADED
004050         MOVE "NOT LOADED" TO WS-LOAD-RESULT
004060         GO TO 2500-EXIT.
004070     MOVE RCV-FILE-ID TO HMR-KEY.
004080     MOVE WS-COMPUTED-DIGEST TO HMR-HASH.
004090     MOVE RCV-ALGORITHM TO HMR-ALGORITHM.
004100     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
004110     MOVE WS-PARTNER-ID TO HMR-RUN-ID.
004120     MOVE "P" TO HMR-SOURCE-TYPE.
004130     MOVE "N" TO HMR-FREEZE-FLAG.
004135     MOVE SPACES TO HMR-LAST-VERIFIED.
004140     WRITE HMR-RECORD
004150         INVALID KEY
004160             PERFORM 2510-REPLACE-MASTER THRU 2510-EXIT
004170         NOT INVALID KEY
004180             ADD 1 TO WS-ENTRIES-ADDED
004190             MOVE "ADDED" TO WS-LOAD-RESULT
004200     END-WRITE.
004210 2500-EXIT.
004220     EXIT.
004230 2510-REPLACE-MASTER.
004240     MOVE HMR-RECORD TO WS-HELD-MASTER-REC.
004250     READ MASTER-FILE
004260         INVALID KEY
004270             DISPLAY "RCPTVER: MASTER PUT FAILED FOR KEY "
004280                 HMR-KEY " STATUS = " WS-MASTER-STATUS
004290             ADD 1 TO WS-ENTRIES-NOT-LOADED
004300             MOVE "NOT LOADED" TO WS-LOAD-RESULT
004310             GO TO 2510-EXIT.
004320     IF HMR-FROZEN
004330         DISPLAY "RCPTVER: UPDATE REJECTED - ENTRY FROZEN, KEY "
004340             HMR-KEY
004350         ADD 1 TO WS-ENTRIES-NOT-LOADED
004360         MOVE "NOT LOADED - FROZEN" TO WS-LOAD-RESULT
004370         GO TO 2510-EXIT.
004380     IF NOT HMR-FROM-PARTNER
004390         DISPLAY "RCPTVER: UPDATE REJECTED - KEY HELD BY SOURCE "
004400             HMR-SOURCE-TYPE ", KEY " HMR-KEY
004410         ADD 1 TO WS-ENTRIES-NOT-LOADED
004420         MOVE "NOT LOADED - KEY USED" TO WS-LOAD-RESULT
004430         GO TO 2510-EXIT.
004440     MOVE HMR-RECORD TO WS-BEFORE-MASTER.
004450     MOVE WS-HELD-MASTER-REC TO HMR-RECORD.
004460     REWRITE HMR-RECORD
004470         INVALID KEY
004500             CONTINUE
004530     END-REWRITE.
004531     IF NOT WS-MASTER-OK
004532         DISPLAY "RCPTVER: MASTER PUT FAILED FOR KEY "
004533             HMR-KEY " STATUS = " WS-MASTER-STATUS
004534         ADD 1 TO WS-ENTRIES-NOT-LOADED
004535         MOVE "NOT LOADED" TO WS-LOAD-RESULT
004536         GO TO 2510-EXIT.
004537*    THE HISTORY RECORD IS WRITTEN ONLY ONCE THE ENTRY IT RETIRES
004538*    HAS ACTUALLY BEEN REPLACED.
004539     PERFORM 2520-WRITE-HISTORY THRU 2520-EXIT.
004540     ADD 1 TO WS-ENTRIES-REPLACED.
004550     MOVE "REPLACED" TO WS-LOAD-RESULT.
004560 2510-EXIT.
004570     EXIT.
004580 2520-WRITE-HISTORY.
004590     IF NOT WS-HISTORY-OPEN
004600         GO TO 2520-EXIT.
004610     MOVE WS-BEF-KEY TO HHR-KEY.
004620     MOVE WS-BEF-TIMESTAMP TO HHR-TIMESTAMP.
004630     MOVE WS-BEF-HASH TO HHR-HASH.
004640     MOVE WS-BEF-ALGORITHM TO HHR-ALGORITHM.
004650     MOVE WS-BEF-RUN-ID TO HHR-RUN-ID.
004660     MOVE WS-BEF-SOURCE-TYPE TO HHR-SOURCE-TYPE.
004670     MOVE "L" TO HHR-CHANGE-ACTION.
004680     MOVE WS-RUN-TIMESTAMP TO HHR-CHANGED-AT.
004690     MOVE WS-PARTNER-ID TO HHR-CHANGE-RUN-ID.
004700     MOVE WS-COMPUTED-DIGEST TO HHR-NEW-HASH.
004710     MOVE RCV-ALGORITHM TO HHR-NEW-ALGORITHM.
004720     MOVE SPACES TO HHR-REASON-CODE.
004730     MOVE SPACES TO HHR-REQUESTER-ID.
004740     WRITE HHR-RECORD.
004743     IF WS-HISTORY-OK
004746         ADD 1 TO WS-HISTORY-WRITTEN
004749     ELSE
004751         ADD 1 TO WS-HISTORY-FAILED
004754         DISPLAY "RCPTVER: HISTORY WRITE FAILED FOR KEY "
004757             HHR-KEY " STATUS = " WS-HISTORY-STATUS.
004760 2520-EXIT.
004770     EXIT.
004780 2600-WRITE-AUDIT.
004790     IF NOT WS-AUDIT-OPEN
004800         GO TO 2600-EXIT.
004810     MOVE SPACES TO AUD-RECORD.
004820     MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
004830     MOVE RCV-DSNAME TO AUD-SOURCE-ID.
004840     MOVE WS-COMPUTED-DIGEST TO AUD-HASH.
004850     MOVE WS-REASON-CODE TO AUD-RETURN-CODE.
004860     MOVE WS-CYCLE-ID TO AUD-CYCLE-ID.
004870     CALL "AUDSEAL" USING AUD-RECORD ACS-CHAIN-STATE.
004880     WRITE AUD-RECORD.
004890 2600-EXIT.
004900     EXIT.
004910 2700-WRITE-ERRLOG.
004920     IF NOT WS-ERRLOG-OPEN
004930         GO TO 2700-EXIT.
004940     MOVE SPACES TO ERL-RECORD.
004950     MOVE FUNCTION CURRENT-DATE TO ERL-TIMESTAMP.
004960     MOVE RCV-DSNAME TO ERL-SOURCE-ID.
004970     MOVE WS-REASON-CODE TO ERL-RETURN-CODE.
004980     MOVE WS-REJECT-REASON TO ERL-MESSAGE.
004990     STRING "PARTNER " WS-PARTNER-ID
005000         " FILE " RCV-FILE-ID
005010         " EXPECTED " RCV-EXPECTED-COUNT
005020         " READ " WS-ACTUAL-COUNT
005030         DELIMITED BY SIZE INTO ERL-INPUT-TEXT.
005040     MOVE WS-CYCLE-ID TO ERL-CYCLE-ID.
005050     WRITE ERL-RECORD.
005060 2700-EXIT.
005070     EXIT.
005080 2800-PRINT-FILE-LINE.
005090     MOVE SPACES TO PRT-REPORT-LINE.
005100     MOVE WS-REASON-CODE TO WS-EDIT-COUNT.
005110     STRING RCV-FILE-ID " " ACK-STATUS "  " WS-EDIT-COUNT
005120         "  " WS-REJECT-REASON
005130         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005140     WRITE PRT-REPORT-LINE.
005150     MOVE SPACES TO PRT-REPORT-LINE.
005160     STRING "    DSNAME " RCV-DSNAME
005170         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005180     WRITE PRT-REPORT-LINE.
005190     IF WS-LOAD-RESULT NOT = SPACES
005200         MOVE SPACES TO PRT-REPORT-LINE
005210         STRING "    HASHMAST " WS-LOAD-RESULT
005220             DELIMITED BY SIZE INTO PRT-REPORT-LINE
005230         WRITE PRT-REPORT-LINE.
005240 2800-EXIT.
005250     EXIT.
005260 2900-READ-CONTROL.
005270     READ CONTROL-FILE
005280         AT END
005290             SET WS-END-OF-CONTROL TO TRUE.
005300 2900-EXIT.
005310     EXIT.
005350 8000-WRITE-TOTALS.
005360     IF WS-RUN-REFUSED
005370         MOVE SPACES TO PRT-REPORT-LINE
005380         STRING "VERDICT: HOLD - " WS-REFUSE-REASON
005390             DELIMITED BY SIZE INTO PRT-REPORT-LINE
005400         WRITE PRT-REPORT-LINE
005410         GO TO 8000-EXIT.
005420     MOVE WS-FILES-CHECKED TO WS-EDIT-COUNT.
005430     MOVE SPACES TO PRT-REPORT-LINE.
005440     STRING "DATASETS CHECKED   : " WS-EDIT-COUNT
005450         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005460     WRITE PRT-REPORT-LINE.
005470     MOVE WS-FILES-ACCEPTED TO WS-EDIT-COUNT.
005480     MOVE SPACES TO PRT-REPORT-LINE.
005490     STRING "ACCEPTED           : " WS-EDIT-COUNT
005500         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005510     WRITE PRT-REPORT-LINE.
005520     MOVE WS-FILES-REJECTED TO WS-EDIT-COUNT.
005530     MOVE SPACES TO PRT-REPORT-LINE.
005540     STRING "REJECTED           : " WS-EDIT-COUNT
005550         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005560     WRITE PRT-REPORT-LINE.
005570     MOVE WS-ENTRIES-ADDED TO WS-EDIT-COUNT.
005580     MOVE SPACES TO PRT-REPORT-LINE.
005590     STRING "MASTER ADDED       : " WS-EDIT-COUNT
005600         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005610     WRITE PRT-REPORT-LINE.
005620     MOVE WS-ENTRIES-REPLACED TO WS-EDIT-COUNT.
005630     MOVE SPACES TO PRT-REPORT-LINE.
005640     STRING "MASTER REPLACED    : " WS-EDIT-COUNT
005650         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005660     WRITE PRT-REPORT-LINE.
005670     MOVE WS-ENTRIES-NOT-LOADED TO WS-EDIT-COUNT.
005680     MOVE SPACES TO PRT-REPORT-LINE.
005690     STRING "ACCEPTED NOT LOADED: " WS-EDIT-COUNT
005700         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005710     WRITE PRT-REPORT-LINE.
005715     MOVE WS-HISTORY-FAILED TO WS-EDIT-COUNT.
005720     MOVE SPACES TO PRT-REPORT-LINE.
005722     STRING "HISTORY FAILED     : " WS-EDIT-COUNT
005724         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005725     WRITE PRT-REPORT-LINE.
005727     MOVE SPACES TO PRT-REPORT-LINE.
005728     IF WS-HISTORY-FAILED > ZERO
005730         STRING "VERDICT: HOLD - HASHMAST CHANGED WITHOUT ITS "
005732             "HASHHIST RECORD" DELIMITED BY SIZE
005733             INTO PRT-REPORT-LINE
005735         WRITE PRT-REPORT-LINE
005736         GO TO 8000-EXIT.
005738     IF WS-FILES-CHECKED = ZERO
005740         STRING "VERDICT: HOLD - RCVCTL HAS NO CONTROL RECORDS"
005750             DELIMITED BY SIZE INTO PRT-REPORT-LINE
005760     ELSE
005770         IF WS-FILES-REJECTED > ZERO
005780             STRING "VERDICT: HOLD - PARTNER TRANSMISSION HAS "
005790                 "REJECTED DATASETS - SEE RCVACK"
005800                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
005810         ELSE
005820             STRING "VERDICT: RELEASE - EVERY DATASET ACCEPTED"
005830                 DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005840     WRITE PRT-REPORT-LINE.
005850 8000-EXIT.
005860     EXIT.
005870 9000-TERMINATE.
005880     IF NOT WS-RUN-REFUSED
005890         CLOSE CONTROL-FILE
005900         CLOSE ACK-FILE.
005910     IF WS-AUDIT-OPEN
005916         CLOSE AUDIT-FILE
005922         PERFORM 9200-WRITE-SEAL-END THRU 9200-EXIT.
005930     IF WS-ERRLOG-OPEN
005940         CLOSE ERROR-LOG-FILE.
005950     IF WS-MASTER-OPEN
005960         CLOSE MASTER-FILE.
005970     IF WS-HISTORY-OPEN
005980         CLOSE HISTORY-FILE.
005990     CLOSE PRINT-FILE.
006000     DISPLAY "RCPTVER: PARTNER           = " WS-PARTNER-ID.
006010     DISPLAY "RCPTVER: DATASETS CHECKED  = " WS-FILES-CHECKED.
006020     DISPLAY "RCPTVER: ACCEPTED          = " WS-FILES-ACCEPTED.
006030     DISPLAY "RCPTVER: REJECTED          = " WS-FILES-REJECTED.
006040     DISPLAY "RCPTVER: NOT LOADED        = "
006050         WS-ENTRIES-NOT-LOADED.
006055     DISPLAY "RCPTVER: HISTORY FAILED    = " WS-HISTORY-FAILED.
006060     IF WS-RUN-REFUSED
006070         DISPLAY "RCPTVER: HOLD - " WS-REFUSE-REASON
006080         MOVE WS-HOLD-CODE TO RETURN-CODE
006090         GO TO 9000-EXIT.
006100     IF WS-FILES-CHECKED = ZERO
006110         OR WS-FILES-REJECTED > ZERO
006115         OR WS-HISTORY-FAILED > ZERO
006120         OR NOT WS-MASTER-OPEN
006130         MOVE WS-HOLD-CODE TO RETURN-CODE
006140         GO TO 9000-EXIT.
006150     IF WS-ENTRIES-NOT-LOADED > ZERO
006160         OR NOT WS-AUDIT-OPEN
006170         OR NOT WS-ERRLOG-OPEN
006180         MOVE WS-WARN-CODE TO RETURN-CODE.
006190 9000-EXIT.
006200     EXIT.
006210 9100-RECORD-CYCLE-STEP.
006220     IF NOT WS-REGISTER-IN-USE
006230         GO TO 9100-EXIT.
006240     SET CYQ-ADVANCE TO TRUE.
006250     MOVE SPACES TO CYQ-NEW-STATE.
006260     MOVE RETURN-CODE TO CYQ-STEP-RC.
006270     CALL "CYCLCHK" USING CYQ-REQUEST.
006280     MOVE CYQ-STEP-RC TO RETURN-CODE.
006290     IF CYQ-RETURN-CODE NOT = ZERO
006300         DISPLAY "RCPTVER: " CYQ-MESSAGE.
006310 9100-EXIT.
006320     EXIT.
006330 9200-WRITE-SEAL-END.
006340     IF ACS-LAST-SEQ NOT > WS-AUDIT-PRIMED-SEQ
006350         GO TO 9200-EXIT.
006360     OPEN EXTEND SEAL-END-FILE.
006370     IF NOT WS-SEALEND-OK
006380         OPEN OUTPUT SEAL-END-FILE.
006390     IF NOT WS-SEALEND-OK
006400         DISPLAY "RCPTVER: UNABLE TO OPEN SEALEND, STATUS = "
006410             WS-SEALEND-STATUS
006420         GO TO 9200-EXIT.
006430     MOVE SPACES TO SLE-RECORD.
006440     MOVE "RCPTVER" TO SLE-JOB-NAME.
006450     MOVE WS-RUN-TIMESTAMP TO SLE-TIMESTAMP.
006460     MOVE WS-CYCLE-ID TO SLE-CYCLE-ID.
006470     MOVE "AUDITLOG" TO SLE-AUDIT-FILE.
006480     SET SLE-CHAIN-APPENDED TO TRUE.
006490     COMPUTE SLE-RECORDS-SEALED =
006500         ACS-LAST-SEQ - WS-AUDIT-PRIMED-SEQ.
006510     MOVE ACS-LAST-SEQ TO SLE-SEAL-SEQ.
006520     MOVE ACS-LAST-SEAL TO SLE-SEAL.
006530     WRITE SLE-RECORD.
006540     CLOSE SEAL-END-FILE.
006550 9200-EXIT.
006560     EXIT.
