000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HASHMNT.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - CONTROLLED MAINTENANCE OF
000210*                  THE HASH-MASTER FILE (HASHMAST, HASHMST.CPY).
000220*                  UNTIL NOW THE ONLY WAY AN ENTRY GOT ONTO OR
000230*                  OFF THE MASTER WAS A HASHLOAD OF A RUN'S
000240*                  OUTPUT, SO RETIRING A DATASET, RENAMING A KEY
000250*                  OR RESTORING A KNOWN-GOOD DIGEST AFTER A BAD
000260*                  RUN MEANT REBUILDING THE MASTER.  HASHMNT
000270*                  APPLIES ADD, CHANGE, DELETE, FREEZE AND
000280*                  RELEASE TRANSACTIONS FROM HASHTRAN
000290*                  (HASHTRN.CPY) IN FILE ORDER.  EACH ONE IS
000300*                  EDITED BEFORE IT IS APPLIED - ACTION, KEY,
000310*                  REASON CODE AND REQUESTER ID PRESENT AND
000320*                  VALID, THE KEY ON (OR FOR AN ADD, NOT ON) THE
000330*                  MASTER, A DIGEST OF THE RIGHT LENGTH AND ALL
000340*                  HEXADECIMAL FOR ITS ALGORITHM, AND NO CHANGE
000350*                  OR DELETE OF A FROZEN ENTRY.  EVERY APPLIED
000360*                  TRANSACTION IS WRITTEN TO HASHHIST
000370*                  (HASHHST.CPY) WITH ITS BEFORE AND AFTER
000380*                  DIGEST, REASON CODE AND REQUESTER, SO HASHHRPT
000390*                  AND KEYTRACE SEE MAINTENANCE ALONGSIDE LOADS.
000400*                  THE PRTFILE EDIT/UPDATE REPORT LISTS EVERY
000410*                  TRANSACTION ACCEPTED OR REJECTED WITH ITS
000420*                  BEFORE AND AFTER IMAGES.  THE PARM SUPPLIES
000430*                  THE RUN ID STAMPED ON ADDED AND CHANGED
000440*                  ENTRIES (HASHLOAD CONVENTION).  CONDITION
000450*                  CODES: 0 ALL APPLIED, 4 ONE OR MORE REJECTED,
000460*                  8 HASHMAST OR HASHHIST UNAVAILABLE - NOTHING
000470*                  APPLIED.
000472* 2026-10-15 JCM   WS-BEFORE-MASTER CARRIES HMR-LAST-VERIFIED.  AN
000474*                  ADD OR CHANGE CLEARS IT - THE DIGEST SUPPLIED
000476*                  ON THE TRANSACTION HAS NOT BEEN PATROLLED.
000477* 2026-10-15 JCM   A FAILED HASHHIST WRITE IS COUNTED AND
000478*                  REPORTED, NO FURTHER TRANSACTIONS ARE APPLIED,
000479*                  AND THE STEP ENDS WITH CONDITION CODE 8.
000480* 2026-10-15 JCM   A DIGEST KEYED IN UPPER CASE IS FOLDED TO LOWER
000481*                  CASE BEFORE IT IS COMPARED WITH THE MASTER OR
000482*                  STORED, SO IT MATCHES HASHDISP OUTPUT.
000486*-----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-Z.
000520 OBJECT-COMPUTER. IBM-Z.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRANS-FILE ASSIGN TO HASHTRAN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRANS-STATUS.
000580     SELECT MASTER-FILE ASSIGN TO HASHMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS HMR-KEY
000620         FILE STATUS IS WS-MASTER-STATUS.
000630     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HISTORY-STATUS.
000660     SELECT PRINT-FILE ASSIGN TO PRTFILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TRANS-FILE
000720     RECORDING MODE IS F.
000730 COPY HASHTRN.
000740 FD  MASTER-FILE.
000750 COPY HASHMST.
000760 FD  HISTORY-FILE
000770     RECORDING MODE IS F.
000780 COPY HASHHST.
000790 FD  PRINT-FILE
000800     RECORDING MODE IS F.
000810 COPY PRTLINE.
000820 WORKING-STORAGE SECTION.
000830 01  WS-TRANS-STATUS          PIC X(02) VALUE SPACES.
000840     88 WS-TRANS-OK                     VALUE "00".
000850     88 WS-TRANS-EOF                    VALUE "10".
000860 01  WS-MASTER-STATUS         PIC X(02) VALUE SPACES.
000870     88 WS-MASTER-OK                    VALUE "00".
000880     88 WS-MASTER-NOT-FOUND             VALUE "23".
000890 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
000900     88 WS-HISTORY-OK                   VALUE "00".
000910 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000920     88 WS-PRINT-OK                     VALUE "00".
000930 01  WS-TRANS-EOF-SWITCH      PIC X(01) VALUE "N".
000940     88 WS-END-OF-TRANS                 VALUE "Y".
000950 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
000960     88 WS-MASTER-OPEN                  VALUE "Y".
000970 01  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
000980     88 WS-HISTORY-OPEN                 VALUE "Y".
000990 01  WS-TRANS-OPEN-SWITCH     PIC X(01) VALUE "N".
001000     88 WS-TRANS-OPEN                   VALUE "Y".
001010 01  WS-UNAVAILABLE-SWITCH    PIC X(01) VALUE "N".
001020     88 WS-FILES-UNAVAILABLE            VALUE "Y".
001030 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001040     88 WS-ENTRY-FOUND                  VALUE "Y".
001050 01  WS-ACCEPT-SWITCH         PIC X(01) VALUE "N".
001060     88 WS-TRANS-ACCEPTED               VALUE "Y".
001070 01  WS-REJECT-REASON         PIC X(50) VALUE SPACES.
001080 COPY HASHALG.
001090*    THE MASTER ENTRY AS IT STOOD BEFORE THE TRANSACTION - THE
001100*    SAME LAYOUT AS HMR-RECORD, HELD ASIDE BECAUSE THE RECORD
001110*    AREA IS REBUILT WITH THE AFTER IMAGE.
001120 01  WS-BEFORE-MASTER.
001130     05 WS-BEF-KEY            PIC X(20).
001140     05 WS-BEF-HASH           PIC X(129).
001150     05 WS-BEF-ALGORITHM      PIC X(08).
001160     05 WS-BEF-TIMESTAMP      PIC X(26).
001170     05 WS-BEF-RUN-ID         PIC X(08).
001180     05 WS-BEF-SOURCE-TYPE    PIC X(01).
001190     05 WS-BEF-FREEZE-FLAG    PIC X(01).
001200         88 WS-BEF-FROZEN               VALUE "Y".
001205     05 WS-BEF-LAST-VERIFIED  PIC X(26).
001210 01  WS-DIGEST-WORK           PIC X(129) VALUE SPACES.
001220 01  WS-DIGEST-LENGTH         PIC 9(04) COMP-5 VALUE ZERO.
001230 01  WS-EXPECTED-LENGTH       PIC 9(04) COMP-5 VALUE ZERO.
001240 01  WS-LENGTH-SUB            PIC 9(04) COMP-5 VALUE ZERO.
001250 01  WS-RUN-ID                PIC X(08) VALUE "HASHMNT".
001260 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001270 01  WS-TRANS-READ            PIC 9(09) COMP-5 VALUE ZERO.
001280 01  WS-ADDED-COUNT           PIC 9(09) COMP-5 VALUE ZERO.
001290 01  WS-CHANGED-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001300 01  WS-DELETED-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001310 01  WS-FROZEN-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001320 01  WS-RELEASED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001330 01  WS-ACCEPTED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001340 01  WS-REJECTED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001350 01  WS-HISTORY-WRITTEN       PIC 9(09) COMP-5 VALUE ZERO.
001355 01  WS-HISTORY-FAILED        PIC 9(09) COMP-5 VALUE ZERO.
001360 01  WS-REJECT-CODE           PIC 9(04) COMP-5 VALUE 4.
001370 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001380 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001390 01  WS-EDIT-TRANS            PIC ZZZZ9.
001400 LINKAGE SECTION.
001410 COPY PARMAREA.
001420 PROCEDURE DIVISION USING LS-PARM-AREA.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001460         UNTIL WS-END-OF-TRANS.
001470     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     STOP RUN.
001500 1000-INITIALIZE.
001510     IF LS-PARM-LENGTH > ZERO
001520         MOVE LS-PARM-TEXT(1:8) TO WS-RUN-ID
001530     ELSE
001540         DISPLAY "HASHMNT: NO RUN ID SUPPLIED ON PARM - "
001550             "ENTRIES STAMPED " WS-RUN-ID.
001560     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001570     OPEN OUTPUT PRINT-FILE.
001580     IF NOT WS-PRINT-OK
001590         DISPLAY "HASHMNT: UNABLE TO OPEN PRTFILE, STATUS = "
001600             WS-PRINT-STATUS.
001610     MOVE SPACES TO PRT-REPORT-LINE.
001620     STRING "HASHMNT HASH-MASTER MAINTENANCE EDIT/UPDATE REPORT"
001630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
001640     WRITE PRT-REPORT-LINE.
001650     MOVE SPACES TO PRT-REPORT-LINE.
001660     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP
001670         "  RUN ID: " WS-RUN-ID DELIMITED BY SIZE
001680         INTO PRT-REPORT-LINE.
001690     WRITE PRT-REPORT-LINE.
001700     MOVE SPACES TO PRT-REPORT-LINE.
001710     WRITE PRT-REPORT-LINE.
001720*    NO CHANGE MAY REACH THE MASTER WITHOUT ITS HISTORY RECORD,
001730*    SO AN UNAVAILABLE HASHHIST STOPS THE RUN BEFORE ANYTHING
001740*    IS APPLIED - UNLIKE HASHLOAD, WHICH CARRIES ON WITHOUT IT.
001750     OPEN I-O MASTER-FILE.
001760     IF WS-MASTER-OK
001770         SET WS-MASTER-OPEN TO TRUE
001780     ELSE
001790         DISPLAY "HASHMNT: UNABLE TO OPEN HASHMAST, STATUS = "
001800             WS-MASTER-STATUS
001810         SET WS-FILES-UNAVAILABLE TO TRUE.
001820     OPEN EXTEND HISTORY-FILE.
001830     IF NOT WS-HISTORY-OK
001840         OPEN OUTPUT HISTORY-FILE.
001850     IF WS-HISTORY-OK
001860         SET WS-HISTORY-OPEN TO TRUE
001870     ELSE
001880         DISPLAY "HASHMNT: UNABLE TO OPEN HASHHIST, STATUS = "
001890             WS-HISTORY-STATUS
001900         SET WS-FILES-UNAVAILABLE TO TRUE.
001910     IF WS-FILES-UNAVAILABLE
001920         MOVE SPACES TO PRT-REPORT-LINE
001930         STRING "HASHMAST OR HASHHIST COULD NOT BE OPENED - NO "
001940             "TRANSACTIONS APPLIED" DELIMITED BY SIZE
001950             INTO PRT-REPORT-LINE
001960         WRITE PRT-REPORT-LINE
001970         SET WS-END-OF-TRANS TO TRUE
001980         GO TO 1000-EXIT.
001990     OPEN INPUT TRANS-FILE.
002000     IF NOT WS-TRANS-OK
002010         DISPLAY "HASHMNT: NO HASHTRAN INPUT, STATUS = "
002020             WS-TRANS-STATUS
002030         SET WS-END-OF-TRANS TO TRUE
002040         GO TO 1000-EXIT.
002050     SET WS-TRANS-OPEN TO TRUE.
002060     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090 2000-PROCESS-TRANSACTION.
002100     IF HMT-RECORD = SPACES
002110         GO TO 2000-NEXT.
002120     ADD 1 TO WS-TRANS-READ.
002130     MOVE "N" TO WS-ACCEPT-SWITCH.
002140     MOVE "N" TO WS-FOUND-SWITCH.
002150     MOVE SPACES TO WS-REJECT-REASON.
002160     MOVE SPACES TO WS-BEFORE-MASTER.
002170     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
002180     IF WS-REJECT-REASON NOT = SPACES
002190         GO TO 2000-REPORT.
002200     EVALUATE TRUE
002210         WHEN HMT-ADD
002220             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002230         WHEN HMT-CHANGE
002240             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002250         WHEN HMT-DELETE
002260             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002270         WHEN HMT-FREEZE
002280             PERFORM 2600-APPLY-FREEZE THRU 2600-EXIT
002290         WHEN HMT-RELEASE
002300             PERFORM 2700-APPLY-RELEASE THRU 2700-EXIT
002310     END-EVALUATE.
002320     IF WS-REJECT-REASON NOT = SPACES
002330         GO TO 2000-REPORT.
002340     SET WS-TRANS-ACCEPTED TO TRUE.
002350     ADD 1 TO WS-ACCEPTED-COUNT.
002360     PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
002370 2000-REPORT.
002380     IF NOT WS-TRANS-ACCEPTED
002390         ADD 1 TO WS-REJECTED-COUNT.
002400     PERFORM 3000-PRINT-TRANSACTION THRU 3000-EXIT.
002410 2000-NEXT.
002411*    THE MASTER HAS CHANGED WITHOUT ITS HISTORY RECORD - APPLY
002412*    NOTHING MORE UNTIL HASHHIST IS PUT RIGHT.
002413     IF WS-HISTORY-FAILED > ZERO
002414         MOVE SPACES TO PRT-REPORT-LINE
002415         STRING "HASHHIST WRITE FAILED - REMAINING TRANSACTIONS "
002416             "NOT APPLIED" DELIMITED BY SIZE INTO PRT-REPORT-LINE
002417         WRITE PRT-REPORT-LINE
002418         SET WS-END-OF-TRANS TO TRUE
002419         GO TO 2000-EXIT.
002420     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450 2050-READ-TRANSACTION.
002460     READ TRANS-FILE
002470         AT END
002480             SET WS-END-OF-TRANS TO TRUE.
002490 2050-EXIT.
002500     EXIT.
002510 2100-EDIT-TRANSACTION.
002520     IF NOT HMT-ACTION-VALID
002530         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
002540         GO TO 2100-EXIT.
002550     IF HMT-KEY = SPACES
002560         MOVE "KEY MISSING" TO WS-REJECT-REASON
002570         GO TO 2100-EXIT.
002580     IF NOT HMT-REASON-VALID
002590         MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
002600         GO TO 2100-EXIT.
002610     IF HMT-REQUESTER-ID = SPACES
002620         MOVE "REQUESTER ID MISSING" TO WS-REJECT-REASON
002630         GO TO 2100-EXIT.
002640     MOVE HMT-KEY TO HMR-KEY.
002650     READ MASTER-FILE
002660         INVALID KEY
002670             MOVE "N" TO WS-FOUND-SWITCH
002680         NOT INVALID KEY
002690             SET WS-ENTRY-FOUND TO TRUE
002700             MOVE HMR-RECORD TO WS-BEFORE-MASTER
002710     END-READ.
002720     IF HMT-ADD
002730         IF WS-ENTRY-FOUND
002740             MOVE "KEY ALREADY ON MASTER" TO WS-REJECT-REASON
002750             GO TO 2100-EXIT
002760         END-IF
002770         IF NOT HMT-SOURCE-VALID
002780             MOVE "INVALID SOURCE TYPE" TO WS-REJECT-REASON
002790             GO TO 2100-EXIT
002800         END-IF
002810         PERFORM 2200-EDIT-DIGEST THRU 2200-EXIT
002820         GO TO 2100-EXIT.
002830     IF NOT WS-ENTRY-FOUND
002840         MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
002850         GO TO 2100-EXIT.
002860     EVALUATE TRUE
002870         WHEN HMT-CHANGE
002880             IF WS-BEF-FROZEN
002890                 MOVE "ENTRY FROZEN - RELEASE IT FIRST"
002900                     TO WS-REJECT-REASON
002910             ELSE
002920                 PERFORM 2200-EDIT-DIGEST THRU 2200-EXIT
002930             END-IF
002940         WHEN HMT-DELETE
002950             IF WS-BEF-FROZEN
002960                 MOVE "ENTRY FROZEN - RELEASE IT FIRST"
002970                     TO WS-REJECT-REASON
002980             END-IF
002990         WHEN HMT-FREEZE
003000             IF WS-BEF-FROZEN
003010                 MOVE "ENTRY ALREADY FROZEN" TO WS-REJECT-REASON
003020             END-IF
003030         WHEN HMT-RELEASE
003040             IF NOT WS-BEF-FROZEN
003050                 MOVE "ENTRY NOT FROZEN" TO WS-REJECT-REASON
003060             END-IF
003070     END-EVALUATE.
003080     IF WS-REJECT-REASON NOT = SPACES
003090         GO TO 2100-EXIT.
003100     IF HMT-CHANGE
003110         AND HMT-HASH = WS-BEF-HASH
003120         AND HMT-ALGORITHM = WS-BEF-ALGORITHM
003130         MOVE "NO CHANGE - DIGEST ALREADY ON MASTER"
003140             TO WS-REJECT-REASON.
003150 2100-EXIT.
003160     EXIT.
003170 2200-EDIT-DIGEST.
003180*    THE DIGEST MUST BE EXACTLY AS LONG AS ITS ALGORITHM
003190*    PRODUCES AND HEXADECIMAL THROUGHOUT - A TRUNCATED OR
003200*    MIS-KEYED DIGEST WOULD FAIL EVERY FUTURE COMPARISON.
003202*    HASHDISP PRODUCES LOWER-CASE HEX, SO A DIGEST KEYED IN UPPER
003204*    CASE IS FOLDED BEFORE IT IS COMPARED WITH THE MASTER OR
003206*    STORED - OTHERWISE EVERY LATER RE-DIGEST WOULD CALL IT DRIFT.
003208     INSPECT HMT-HASH CONVERTING "ABCDEF" TO "abcdef".
003210     MOVE HMT-ALGORITHM TO WS-HASH-ALGORITHM.
003220     EVALUATE TRUE
003230         WHEN ALG-MD5
003240             MOVE 32 TO WS-EXPECTED-LENGTH
003250         WHEN ALG-SHA1
003260             MOVE 40 TO WS-EXPECTED-LENGTH
003270         WHEN ALG-SHA256
003280             MOVE 64 TO WS-EXPECTED-LENGTH
003290         WHEN ALG-SHA512
003300             MOVE 128 TO WS-EXPECTED-LENGTH
003310         WHEN OTHER
003320             MOVE "INVALID ALGORITHM" TO WS-REJECT-REASON
003330             GO TO 2200-EXIT
003340     END-EVALUATE.
003350     MOVE HMT-HASH TO WS-DIGEST-WORK.
003360     MOVE ZERO TO WS-DIGEST-LENGTH.
003370     PERFORM 2250-CHECK-ONE-CHAR THRU 2250-EXIT
003380         VARYING WS-LENGTH-SUB FROM 1 BY 1
003390         UNTIL WS-LENGTH-SUB > 129.
003400     IF WS-DIGEST-LENGTH NOT = WS-EXPECTED-LENGTH
003410         MOVE "DIGEST LENGTH WRONG FOR ALGORITHM"
003420             TO WS-REJECT-REASON
003430         GO TO 2200-EXIT.
003440     INSPECT WS-DIGEST-WORK CONVERTING
003450         "0123456789abcdefABCDEF" TO "0000000000000000000000".
003460     IF WS-DIGEST-WORK(1:WS-DIGEST-LENGTH) NOT = ZEROS
003470         MOVE "DIGEST NOT HEXADECIMAL" TO WS-REJECT-REASON.
003480 2200-EXIT.
003490     EXIT.
003500 2250-CHECK-ONE-CHAR.
003510     IF WS-DIGEST-WORK(WS-LENGTH-SUB:1) NOT = SPACE
003520         MOVE WS-LENGTH-SUB TO WS-DIGEST-LENGTH.
003530 2250-EXIT.
003540     EXIT.
003550 2300-APPLY-ADD.
003560     MOVE HMT-KEY TO HMR-KEY.
003570     MOVE HMT-HASH TO HMR-HASH.
003580     MOVE HMT-ALGORITHM TO HMR-ALGORITHM.
003590     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
003600     MOVE WS-RUN-ID TO HMR-RUN-ID.
003610     MOVE HMT-SOURCE-TYPE TO HMR-SOURCE-TYPE.
003620     MOVE "N" TO HMR-FREEZE-FLAG.
003625     MOVE SPACES TO HMR-LAST-VERIFIED.
003630     WRITE HMR-RECORD
003640         INVALID KEY
003650             STRING "MASTER WRITE FAILED, STATUS "
003660                 WS-MASTER-STATUS DELIMITED BY SIZE
003670                 INTO WS-REJECT-REASON
003680         NOT INVALID KEY
003690             ADD 1 TO WS-ADDED-COUNT
003700     END-WRITE.
003710 2300-EXIT.
003720     EXIT.
003730 2400-APPLY-CHANGE.
003740     MOVE HMT-HASH TO HMR-HASH.
003750     MOVE HMT-ALGORITHM TO HMR-ALGORITHM.
003760     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
003770     MOVE WS-RUN-ID TO HMR-RUN-ID.
003775     MOVE SPACES TO HMR-LAST-VERIFIED.
003780     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
003790     IF WS-REJECT-REASON = SPACES
003800         ADD 1 TO WS-CHANGED-COUNT.
003810 2400-EXIT.
003820     EXIT.
003830 2500-APPLY-DELETE.
003840     DELETE MASTER-FILE RECORD
003850         INVALID KEY
003860             STRING "MASTER DELETE FAILED, STATUS "
003870                 WS-MASTER-STATUS DELIMITED BY SIZE
003880                 INTO WS-REJECT-REASON
003890         NOT INVALID KEY
003900             ADD 1 TO WS-DELETED-COUNT
003910     END-DELETE.
003920 2500-EXIT.
003930     EXIT.
003940 2600-APPLY-FREEZE.
003950     MOVE "Y" TO HMR-FREEZE-FLAG.
003960     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
003970     IF WS-REJECT-REASON = SPACES
003980         ADD 1 TO WS-FROZEN-COUNT.
003990 2600-EXIT.
004000     EXIT.
004010 2700-APPLY-RELEASE.
004020     MOVE "N" TO HMR-FREEZE-FLAG.
004030     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
004040     IF WS-REJECT-REASON = SPACES
004050         ADD 1 TO WS-RELEASED-COUNT.
004060 2700-EXIT.
004070     EXIT.
004080 2800-REWRITE-MASTER.
004090     REWRITE HMR-RECORD
004100         INVALID KEY
004110             STRING "MASTER REWRITE FAILED, STATUS "
004120                 WS-MASTER-STATUS DELIMITED BY SIZE
004130                 INTO WS-REJECT-REASON
004140     END-REWRITE.
004150 2800-EXIT.
004160     EXIT.
004170 2900-WRITE-HISTORY.
004180*    OLD IMAGE FROM THE ENTRY AS IT STOOD, NEW DIGEST FROM THE
004190*    RECORD AREA - EXCEPT AN ADD HAS NO OLD IMAGE AND A DELETE
004200*    NO NEW ONE.
004210     MOVE SPACES TO HHR-RECORD.
004220     MOVE HMT-KEY TO HHR-KEY.
004230     IF WS-ENTRY-FOUND
004240         MOVE WS-BEF-TIMESTAMP TO HHR-TIMESTAMP
004250         MOVE WS-BEF-HASH TO HHR-HASH
004260         MOVE WS-BEF-ALGORITHM TO HHR-ALGORITHM
004270         MOVE WS-BEF-RUN-ID TO HHR-RUN-ID
004280         MOVE WS-BEF-SOURCE-TYPE TO HHR-SOURCE-TYPE
004290     ELSE
004300         MOVE HMT-SOURCE-TYPE TO HHR-SOURCE-TYPE.
004310     IF NOT HMT-DELETE
004320         MOVE HMR-HASH TO HHR-NEW-HASH
004330         MOVE HMR-ALGORITHM TO HHR-NEW-ALGORITHM.
004340     MOVE HMT-ACTION TO HHR-CHANGE-ACTION.
004350     MOVE WS-RUN-TIMESTAMP TO HHR-CHANGED-AT.
004360     MOVE WS-RUN-ID TO HHR-CHANGE-RUN-ID.
004370     MOVE HMT-REASON-CODE TO HHR-REASON-CODE.
004380     MOVE HMT-REQUESTER-ID TO HHR-REQUESTER-ID.
004390     WRITE HHR-RECORD.
004400     IF WS-HISTORY-OK
004410         ADD 1 TO WS-HISTORY-WRITTEN
004420     ELSE
004425         ADD 1 TO WS-HISTORY-FAILED
004430         DISPLAY "HASHMNT: HISTORY WRITE FAILED FOR KEY "
004440             HMT-KEY " STATUS = " WS-HISTORY-STATUS.
004450 2900-EXIT.
004460     EXIT.
004470 3000-PRINT-TRANSACTION.
004480     MOVE WS-TRANS-READ TO WS-EDIT-TRANS.
004490     MOVE SPACES TO PRT-REPORT-LINE.
004500     IF WS-TRANS-ACCEPTED
004510         STRING WS-EDIT-TRANS " " HMT-ACTION " " HMT-KEY
004520             " REASON " HMT-REASON-CODE
004530             " BY " HMT-REQUESTER-ID
004540             "  ACCEPTED" DELIMITED BY SIZE
004550             INTO PRT-REPORT-LINE
004560     ELSE
004570         STRING WS-EDIT-TRANS " " HMT-ACTION " " HMT-KEY
004580             " REASON " HMT-REASON-CODE
004590             " BY " HMT-REQUESTER-ID
004600             "  REJECTED - " WS-REJECT-REASON
004610             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004620     WRITE PRT-REPORT-LINE.
004630     IF WS-ENTRY-FOUND
004640         MOVE SPACES TO PRT-REPORT-LINE
004650         STRING "      BEFORE ALG " WS-BEF-ALGORITHM
004660             " RUN " WS-BEF-RUN-ID
004670             " AT " WS-BEF-TIMESTAMP
004680             " SOURCE " WS-BEF-SOURCE-TYPE
004690             " FROZEN " WS-BEF-FREEZE-FLAG
004700             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004710         WRITE PRT-REPORT-LINE
004720         MOVE SPACES TO PRT-REPORT-LINE
004730         STRING "  " WS-BEF-HASH DELIMITED BY SIZE
004740             INTO PRT-REPORT-LINE
004750         WRITE PRT-REPORT-LINE.
004760     IF WS-TRANS-ACCEPTED
004770         GO TO 3000-AFTER.
004780*    A REJECTED ADD OR CHANGE SHOWS WHAT WAS ASKED FOR, SO THE
004790*    REQUESTER CAN SEE WHAT TO CORRECT.
004800     IF HMT-HASH = SPACES
004810         GO TO 3000-EXIT.
004820     MOVE SPACES TO PRT-REPORT-LINE.
004830     STRING "      REQUESTED ALG " HMT-ALGORITHM
004840         " SOURCE " HMT-SOURCE-TYPE
004850         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004860     WRITE PRT-REPORT-LINE.
004870     MOVE SPACES TO PRT-REPORT-LINE.
004880     STRING "  " HMT-HASH DELIMITED BY SIZE
004890         INTO PRT-REPORT-LINE.
004900     WRITE PRT-REPORT-LINE.
004910     GO TO 3000-EXIT.
004920 3000-AFTER.
004930     MOVE SPACES TO PRT-REPORT-LINE.
004940     IF HMT-DELETE
004950         STRING "      AFTER  ENTRY DELETED FROM MASTER"
004960             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004970         WRITE PRT-REPORT-LINE
004980         GO TO 3000-EXIT.
004990     STRING "      AFTER  ALG " HMR-ALGORITHM
005000         " RUN " HMR-RUN-ID
005010         " AT " HMR-TIMESTAMP
005020         " SOURCE " HMR-SOURCE-TYPE
005030         " FROZEN " HMR-FREEZE-FLAG
005040         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005050     WRITE PRT-REPORT-LINE.
005060     MOVE SPACES TO PRT-REPORT-LINE.
005070     STRING "  " HMR-HASH DELIMITED BY SIZE
005080         INTO PRT-REPORT-LINE.
005090     WRITE PRT-REPORT-LINE.
005100 3000-EXIT.
005110     EXIT.
005120 8000-WRITE-SUMMARY.
005130     MOVE SPACES TO PRT-REPORT-LINE.
005140     WRITE PRT-REPORT-LINE.
005150     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
005160     MOVE SPACES TO PRT-REPORT-LINE.
005170     STRING "TRANSACTIONS READ   : " WS-EDIT-COUNT
005180         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005190     WRITE PRT-REPORT-LINE.
005200     MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT.
005210     MOVE SPACES TO PRT-REPORT-LINE.
005220     STRING "ACCEPTED            : " WS-EDIT-COUNT
005230         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005240     WRITE PRT-REPORT-LINE.
005250     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
005260     MOVE SPACES TO PRT-REPORT-LINE.
005270     STRING "  ADDED             : " WS-EDIT-COUNT
005280         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005290     WRITE PRT-REPORT-LINE.
005300     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT.
005310     MOVE SPACES TO PRT-REPORT-LINE.
005320     STRING "  CHANGED           : " WS-EDIT-COUNT
005330         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005340     WRITE PRT-REPORT-LINE.
005350     MOVE WS-DELETED-COUNT TO WS-EDIT-COUNT.
005360     MOVE SPACES TO PRT-REPORT-LINE.
005370     STRING "  DELETED           : " WS-EDIT-COUNT
005380         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005390     WRITE PRT-REPORT-LINE.
005400     MOVE WS-FROZEN-COUNT TO WS-EDIT-COUNT.
005410     MOVE SPACES TO PRT-REPORT-LINE.
005420     STRING "  FROZEN            : " WS-EDIT-COUNT
005430         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005440     WRITE PRT-REPORT-LINE.
005450     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
005460     MOVE SPACES TO PRT-REPORT-LINE.
005470     STRING "  RELEASED          : " WS-EDIT-COUNT
005480         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005490     WRITE PRT-REPORT-LINE.
005500     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
005510     MOVE SPACES TO PRT-REPORT-LINE.
005520     STRING "REJECTED            : " WS-EDIT-COUNT
005530         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005540     WRITE PRT-REPORT-LINE.
005550     MOVE WS-HISTORY-WRITTEN TO WS-EDIT-COUNT.
005560     MOVE SPACES TO PRT-REPORT-LINE.
005570     STRING "HISTORY WRITTEN     : " WS-EDIT-COUNT
005580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005590     WRITE PRT-REPORT-LINE.
005592     MOVE WS-HISTORY-FAILED TO WS-EDIT-COUNT.
005594     MOVE SPACES TO PRT-REPORT-LINE.
005596     STRING "HISTORY WRITE FAILED: " WS-EDIT-COUNT
005597         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005598     WRITE PRT-REPORT-LINE.
005600     MOVE SPACES TO PRT-REPORT-LINE.
005610     EVALUATE TRUE
005620         WHEN WS-FILES-UNAVAILABLE
005630             STRING "VERDICT: NOTHING APPLIED - CONDITION CODE 8"
005640                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
005642         WHEN WS-HISTORY-FAILED > ZERO
005644             STRING "VERDICT: MASTER CHANGED WITHOUT HISTORY - "
005646                 "CONDITION CODE 8"
005648                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
005650         WHEN WS-REJECTED-COUNT > ZERO
005660             STRING "VERDICT: REJECTED TRANSACTIONS NEED "
005670                 "CORRECTION - CONDITION CODE 4"
005680                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
005690         WHEN OTHER
005700             STRING "VERDICT: ALL TRANSACTIONS APPLIED"
005710                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
005720     END-EVALUATE.
005730     WRITE PRT-REPORT-LINE.
005740 8000-EXIT.
005750     EXIT.
005760 9000-TERMINATE.
005770     IF WS-TRANS-OPEN
005780         CLOSE TRANS-FILE.
005790     IF WS-MASTER-OPEN
005800         CLOSE MASTER-FILE.
005810     IF WS-HISTORY-OPEN
005820         CLOSE HISTORY-FILE.
005830     CLOSE PRINT-FILE.
005840     DISPLAY "HASHMNT: TRANSACTIONS READ = " WS-TRANS-READ.
005850     DISPLAY "HASHMNT: ACCEPTED          = " WS-ACCEPTED-COUNT.
005860     DISPLAY "HASHMNT: REJECTED          = " WS-REJECTED-COUNT.
005870     DISPLAY "HASHMNT: HISTORY WRITTEN   = " WS-HISTORY-WRITTEN.
005875     DISPLAY "HASHMNT: HISTORY FAILED    = " WS-HISTORY-FAILED.
005880     EVALUATE TRUE
005890         WHEN WS-FILES-UNAVAILABLE
005900             MOVE WS-HOLD-CODE TO RETURN-CODE
005905         WHEN WS-HISTORY-FAILED > ZERO
005907             MOVE WS-HOLD-CODE TO RETURN-CODE
005910         WHEN WS-REJECTED-COUNT > ZERO
005920             MOVE WS-REJECT-CODE TO RETURN-CODE
005930     END-EVALUATE.
005940 9000-EXIT.
005950     EXIT.
