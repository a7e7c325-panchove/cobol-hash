000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HASHMIGR.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - MOVES HASH-MASTER ENTRIES
000210*                  STILL CARRYING AN MD5 OR SHA1 DIGEST TO
000220*                  SHA256 OR SHA512 (MIGCTL TARGET: CARD).  EACH
000230*                  ENTRY'S SOURCE IS FOUND THROUGH THE FEED THAT
000240*                  BUILT IT - MANIDX (MFI-DSNAME, MFI-RECORD-
000250*                  MODE) FOR A MANIFEST ENTRY, HASHOUT (HB-OUT-
000260*                  SOURCE-FILE) FOR A HASHBATCH ENTRY - AND
000270*                  RE-DIGESTED THROUGH SRCDIGST UNDER THE OLD
000280*                  ALGORITHM FIRST.  ONLY AN ENTRY WHOSE SOURCE
000290*                  STILL MATCHES ITS MASTER DIGEST IS RE-DIGESTED
000300*                  UNDER THE TARGET AND REWRITTEN; THE WEAK
000310*                  DIGEST IS KEPT ON HASHHIST AS AN ACTION "M"
000320*                  RECORD.  A MISMATCH IS A FAILED RE-VERIFY, A
000330*                  SOURCE THAT CANNOT BE FOUND OR OPENED IS
000340*                  UNREACHABLE - BOTH ARE LOGGED TO ERRLOG AND
000350*                  LEFT ON THE OLD ALGORITHM.  FROZEN ENTRIES ARE
000360*                  MIGRATED TOO.  A RUN TRIES AT MOST THE MIGCTL
000370*                  LIMIT OF ENTRIES AND RECORDS ON MIGPOS WHERE
000380*                  IT STOPPED, SO THE NEXT NIGHT CARRIES ON FROM
000390*                  THERE.  THE PRTFILE REPORT SHOWS EVERY ENTRY
000400*                  TRIED AND THE PROGRESS BY ALGORITHM - MIGRATED
000410*                  THIS RUN AND TO DATE, PENDING, FAILED
000420*                  RE-VERIFY, UNREACHABLE AND FROZEN.  THE PARM
000430*                  SUPPLIES THE RUN ID STAMPED ON MIGRATED
000440*                  ENTRIES.  CONDITION CODES: 0 CLEAN, 4 ONE OR
000450*                  MORE ENTRIES FAILED RE-VERIFY OR WERE
000460*                  UNREACHABLE, 8 HASHMAST OR HASHHIST
000470*                  UNAVAILABLE - NOTHING MIGRATED.
000471* 2026-10-15 JCM   WS-BEFORE-MASTER CARRIES HMR-LAST-VERIFIED.  A
000472*                  MIGRATED ENTRY IS STAMPED VERIFIED AT THE RUN
000473*                  TIMESTAMP - ITS SOURCE WAS JUST RE-DIGESTED
000474*                  AND MATCHED BEFORE THE NEW DIGEST WAS TAKEN.
000475* 2026-10-15 JCM   FROZEN ENTRIES ARE MIGRATED - RE-VERIFIED
000476*                  AGAINST THE FROZEN DIGEST LIKE ANY OTHER AND
000477*                  KEPT FROZEN UNDER THE NEW ONE - SO THE
000478*                  MIGRATION CAN FINISH.  A FAILED HASHHIST WRITE
000479*                  IS COUNTED AND REPORTED, STOPS THE PASS, AND
000480*                  ENDS THE STEP WITH CONDITION CODE 8.
000481* 2026-10-15 JCM   THE MANIDX/HASHOUT SOURCE LOCATOR NOW COMES
000482*                  FROM THE SHARED SRCLOC SUBPROGRAM, SO HASHMIGR
000483*                  AND HASHPTRL FIND A SOURCE THE SAME WAY.
000484* 2026-10-15 JCM   HASHHIST, ERRLOG AND MIGPOS ARE CLOSED ONLY IF
000485*                  THEY OPENED.
000487* 2026-10-15 JCM   PARTNER ("P") ENTRIES LOADED BY RCPTVER HAVE NO
000488*                  SOURCE HERE TO RE-VERIFY AND ARE PASSED OVER,
000489*                  NOT REPORTED UNREACHABLE; THEY ARE COUNTED ON
000491*                  THE REPORT AND LEFT OUT OF THE PENDING COUNTS.
000492*                  ERRLOG AND MIGPOS RECORDS ARE WRITTEN WHENEVER
000493*                  THE FILE IS OPEN, AND A FAILED WRITE TO EITHER
000494*                  IS COUNTED AND ENDS THE STEP WITH CONDITION
000496*                  CODE 8.
000497*-----------------------------------------------------------------
000498 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-Z.
000520 OBJECT-COMPUTER. IBM-Z.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT MASTER-FILE ASSIGN TO HASHMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS HMR-KEY
000590         FILE STATUS IS WS-MASTER-STATUS.
000660     SELECT CONTROL-FILE ASSIGN TO MIGCTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CONTROL-STATUS.
000690     SELECT POSITION-FILE ASSIGN TO MIGPOS
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-POSITION-STATUS.
000720     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISTORY-STATUS.
000750     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ERRLOG-STATUS.
000780     SELECT PRINT-FILE ASSIGN TO PRTFILE
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PRINT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MASTER-FILE.
000840 COPY HASHMST.
000910 FD  CONTROL-FILE
000920     RECORDING MODE IS F.
000930 COPY MIGCTL.
000940 FD  POSITION-FILE
000950     RECORDING MODE IS F.
000960 COPY MIGPOS.
000970 FD  HISTORY-FILE
000980     RECORDING MODE IS F.
000990 COPY HASHHST.
001000 FD  ERROR-LOG-FILE
001010     RECORDING MODE IS F.
001020 COPY ERRLOG.
001030 FD  PRINT-FILE
001040     RECORDING MODE IS F.
001050 COPY PRTLINE.
001060 WORKING-STORAGE SECTION.
001070 01  WS-MASTER-STATUS         PIC X(02) VALUE SPACES.
001080     88 WS-MASTER-OK                    VALUE "00".
001130 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001140     88 WS-CONTROL-OK                   VALUE "00".
001150 01  WS-POSITION-STATUS       PIC X(02) VALUE SPACES.
001160     88 WS-POSITION-OK                  VALUE "00".
001170 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
001180     88 WS-HISTORY-OK                   VALUE "00".
001190 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
001200     88 WS-ERRLOG-OK                    VALUE "00".
001210 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001220     88 WS-PRINT-OK                     VALUE "00".
001230 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
001240     88 WS-END-OF-INPUT                 VALUE "Y".
001250 01  WS-PASS-END-SWITCH       PIC X(01) VALUE "N".
001260     88 WS-END-OF-PASS                  VALUE "Y".
001270 01  WS-WRAP-SWITCH           PIC X(01) VALUE "N".
001280     88 WS-PASS-WRAPPED                 VALUE "Y".
001290 01  WS-FROM-TOP-SWITCH       PIC X(01) VALUE "N".
001300     88 WS-STARTED-AT-TOP               VALUE "Y".
001310 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
001320     88 WS-MASTER-OPEN                  VALUE "Y".
001321 01  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
001322     88 WS-HISTORY-OPEN                 VALUE "Y".
001323 01  WS-ERRLOG-OPEN-SWITCH    PIC X(01) VALUE "N".
001324     88 WS-ERRLOG-OPEN                  VALUE "Y".
001325 01  WS-POSITION-OPEN-SWITCH  PIC X(01) VALUE "N".
001326     88 WS-POSITION-OPEN                VALUE "Y".
001330 01  WS-UNAVAILABLE-SWITCH    PIC X(01) VALUE "N".
001340     88 WS-FILES-UNAVAILABLE            VALUE "Y".
001350 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001360     88 WS-LOCATOR-FOUND                VALUE "Y".
001410 COPY HASHALG.
001420 COPY SRCDIG.
001425 COPY SRCLOC.
001430 01  WS-TARGET-ALGORITHM      PIC X(08) VALUE "SHA256".
001440     88 WS-TARGET-VALID                 VALUE "SHA256" "SHA512".
001450 01  WS-BATCH-LIMIT           PIC 9(09) COMP-5 VALUE 500.
001460 01  WS-CHECKPOINT-INTERVAL   PIC 9(09) COMP-5 VALUE 50.
001470 01  WS-CHECKPOINT-COUNTER    PIC 9(09) COMP-5 VALUE ZERO.
001480 01  WS-RESUME-KEY            PIC X(20) VALUE SPACES.
001490 01  WS-LAST-KEY              PIC X(20) VALUE SPACES.
001500 01  WS-RUN-ID                PIC X(08) VALUE "HASHMIGR".
001510 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001520 01  WS-OUTCOME               PIC X(50) VALUE SPACES.
001530 01  WS-ERR-MESSAGE           PIC X(60) VALUE SPACES.
001540 01  WS-ERR-CODE              PIC 9(09) COMP-5 VALUE ZERO.
001550 01  WS-MISMATCH-CODE         PIC 9(09) COMP-5 VALUE 999999999.
001560 01  WS-NO-LOCATOR-CODE       PIC 9(09) COMP-5 VALUE 30.
001570 01  WS-OLD-ALG-SUB           PIC 9(04) COMP-5 VALUE ZERO.
001580*    THE MASTER ENTRY AS IT STOOD BEFORE THE MIGRATION - THE SAME
001590*    LAYOUT AS HMR-RECORD, HELD ASIDE FOR THE HISTORY RECORD.
001600 01  WS-BEFORE-MASTER.
001610     05 WS-BEF-KEY            PIC X(20).
001620     05 WS-BEF-HASH           PIC X(129).
001630     05 WS-BEF-ALGORITHM      PIC X(08).
001640     05 WS-BEF-TIMESTAMP      PIC X(26).
001650     05 WS-BEF-RUN-ID         PIC X(08).
001660     05 WS-BEF-SOURCE-TYPE    PIC X(01).
001670     05 WS-BEF-FREEZE-FLAG    PIC X(01).
001675     05 WS-BEF-LAST-VERIFIED  PIC X(26).
001950*    PROGRESS BY WEAK ALGORITHM - ROW 1 MD5, ROW 2 SHA1.
001960 01  WS-PROGRESS-TABLE.
001970     05 WS-PRG-ENTRY OCCURS 2 TIMES.
001980         10 WS-PRG-NAME       PIC X(08).
001990         10 WS-PRG-RUN        PIC 9(09) COMP-5.
002000         10 WS-PRG-TO-DATE    PIC 9(09) COMP-5.
002010         10 WS-PRG-PENDING    PIC 9(09) COMP-5.
002020         10 WS-PRG-FAILED     PIC 9(09) COMP-5.
002030         10 WS-PRG-UNREACH    PIC 9(09) COMP-5.
002040         10 WS-PRG-FROZEN     PIC 9(09) COMP-5.
002050 01  WS-PRG-SUB               PIC 9(04) COMP-5 VALUE ZERO.
002060 01  WS-STRONG-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
002070 01  WS-MASTER-TOTAL          PIC 9(09) COMP-5 VALUE ZERO.
002080 01  WS-ATTEMPTED             PIC 9(09) COMP-5 VALUE ZERO.
002090 01  WS-MIGRATED              PIC 9(09) COMP-5 VALUE ZERO.
002100 01  WS-EXCEPTIONS            PIC 9(09) COMP-5 VALUE ZERO.
002110 01  WS-HISTORY-READ          PIC 9(09) COMP-5 VALUE ZERO.
002115 01  WS-HISTORY-FAILED        PIC 9(09) COMP-5 VALUE ZERO.
002117 01  WS-LOG-FAILED            PIC 9(09) COMP-5 VALUE ZERO.
002118 01  WS-PARTNER-SKIPPED       PIC 9(09) COMP-5 VALUE ZERO.
002119 01  WS-PARTNER-TOTAL         PIC 9(09) COMP-5 VALUE ZERO.
002120 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
002130 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
002140 01  WS-PARSE-TEXT            PIC X(92) VALUE SPACES.
002150 01  WS-PARSE-VALUE           PIC 9(09) COMP-5 VALUE ZERO.
002160 01  WS-PARSE-DIGITS          PIC 9(04) COMP-5 VALUE ZERO.
002170 01  WS-PARSE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
002180 01  WS-PARSE-DONE-SWITCH     PIC X(01) VALUE "N".
002190     88 WS-PARSE-DONE                   VALUE "Y".
002200 01  WS-PARSE-CHAR            PIC X(01) VALUE "0".
002210 01  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
002220                              PIC 9(01).
002230 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
002240 01  WS-EDIT-RUN              PIC ZZZZZZZ9.
002250 01  WS-EDIT-TO-DATE          PIC ZZZZZZZ9.
002260 01  WS-EDIT-PENDING          PIC ZZZZZZZ9.
002270 01  WS-EDIT-FAILED           PIC ZZZZZZZ9.
002280 01  WS-EDIT-UNREACH          PIC ZZZZZZZ9.
002290 01  WS-EDIT-FROZEN           PIC ZZZZZZZ9.
002300 LINKAGE SECTION.
002310 COPY PARMAREA.
002320 PROCEDURE DIVISION USING LS-PARM-AREA.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
002360         UNTIL WS-END-OF-PASS.
002370     PERFORM 5000-COUNT-PENDING THRU 5000-EXIT.
002380     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     STOP RUN.
002410 1000-INITIALIZE.
002420     IF LS-PARM-LENGTH > ZERO
002430         MOVE LS-PARM-TEXT(1:8) TO WS-RUN-ID
002440     ELSE
002450         DISPLAY "HASHMIGR: NO RUN ID SUPPLIED ON PARM - "
002460             "ENTRIES STAMPED " WS-RUN-ID.
002470     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
002480     MOVE "MD5" TO WS-PRG-NAME(1).
002490     MOVE "SHA1" TO WS-PRG-NAME(2).
002500     PERFORM 1010-CLEAR-PROGRESS THRU 1010-EXIT
002510         VARYING WS-PRG-SUB FROM 1 BY 1
002520         UNTIL WS-PRG-SUB > 2.
002530     OPEN INPUT CONTROL-FILE.
002540     IF NOT WS-CONTROL-OK
002550         DISPLAY "HASHMIGR: NO MIGCTL CARDS - DEFAULTS APPLY"
002560     ELSE
002570         MOVE "N" TO WS-INPUT-EOF-SWITCH
002580         PERFORM 1100-LOAD-CARD THRU 1100-EXIT
002590             UNTIL WS-END-OF-INPUT
002600         CLOSE CONTROL-FILE.
002610     OPEN OUTPUT PRINT-FILE.
002620     IF NOT WS-PRINT-OK
002630         DISPLAY "HASHMIGR: UNABLE TO OPEN PRTFILE, STATUS = "
002640             WS-PRINT-STATUS.
002650     MOVE SPACES TO PRT-REPORT-LINE.
002660     STRING "HASHMIGR HASH-MASTER ALGORITHM MIGRATION REPORT"
002670         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002680     WRITE PRT-REPORT-LINE.
002690     MOVE WS-BATCH-LIMIT TO WS-EDIT-COUNT.
002700     MOVE SPACES TO PRT-REPORT-LINE.
002710     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP
002720         "  RUN ID: " WS-RUN-ID
002730         "  TARGET: " WS-TARGET-ALGORITHM
002740         "  LIMIT: " WS-EDIT-COUNT DELIMITED BY SIZE
002750         INTO PRT-REPORT-LINE.
002760     WRITE PRT-REPORT-LINE.
002770     PERFORM 1200-LOAD-POSITION THRU 1200-EXIT.
002777     MOVE "L" TO SLC-FUNCTION.
002784     MOVE "HASHMIGR" TO SLC-CALLER.
002791     CALL "SRCLOC" USING SLC-REQUEST.
002800     PERFORM 1500-COUNT-TO-DATE THRU 1500-EXIT.
002810     MOVE SPACES TO PRT-REPORT-LINE.
002820     IF WS-RESUME-KEY = SPACES
002830         STRING "STARTING AT THE TOP OF THE MASTER"
002840             DELIMITED BY SIZE INTO PRT-REPORT-LINE
002850     ELSE
002860         STRING "RESUMING AFTER KEY " WS-RESUME-KEY
002870             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002880     WRITE PRT-REPORT-LINE.
002890     MOVE SPACES TO PRT-REPORT-LINE.
002900     WRITE PRT-REPORT-LINE.
002910*    NO DIGEST MAY BE REPLACED WITHOUT ITS HISTORY RECORD - THE
002920*    WEAK DIGEST WOULD BE LOST - SO AN UNAVAILABLE HASHHIST
002930*    STOPS THE RUN BEFORE ANYTHING IS MIGRATED.
002940     OPEN I-O MASTER-FILE.
002950     IF WS-MASTER-OK
002960         SET WS-MASTER-OPEN TO TRUE
002970     ELSE
002980         DISPLAY "HASHMIGR: UNABLE TO OPEN HASHMAST, STATUS = "
002990             WS-MASTER-STATUS
003000         SET WS-FILES-UNAVAILABLE TO TRUE.
003010     OPEN EXTEND HISTORY-FILE.
003020     IF NOT WS-HISTORY-OK
003030         OPEN OUTPUT HISTORY-FILE.
003040     IF NOT WS-HISTORY-OK
003050         DISPLAY "HASHMIGR: UNABLE TO OPEN HASHHIST, STATUS = "
003060             WS-HISTORY-STATUS
003065         SET WS-FILES-UNAVAILABLE TO TRUE
003070     ELSE
003075         SET WS-HISTORY-OPEN TO TRUE.
003080     IF WS-FILES-UNAVAILABLE
003090         MOVE SPACES TO PRT-REPORT-LINE
003100         STRING "HASHMAST OR HASHHIST COULD NOT BE OPENED - NO "
003110             "ENTRIES MIGRATED" DELIMITED BY SIZE
003120             INTO PRT-REPORT-LINE
003130         WRITE PRT-REPORT-LINE
003140         SET WS-END-OF-PASS TO TRUE
003150         GO TO 1000-EXIT.
003160     OPEN EXTEND ERROR-LOG-FILE.
003170     IF NOT WS-ERRLOG-OK
003180         OPEN OUTPUT ERROR-LOG-FILE.
003190     IF NOT WS-ERRLOG-OK
003200         DISPLAY "HASHMIGR: UNABLE TO OPEN ERRLOG, STATUS = "
003205             WS-ERRLOG-STATUS
003210     ELSE
003215         SET WS-ERRLOG-OPEN TO TRUE.
003220     OPEN EXTEND POSITION-FILE.
003230     IF NOT WS-POSITION-OK
003240         OPEN OUTPUT POSITION-FILE.
003250     IF NOT WS-POSITION-OK
003260         DISPLAY "HASHMIGR: UNABLE TO OPEN MIGPOS, STATUS = "
003265             WS-POSITION-STATUS
003270     ELSE
003275         SET WS-POSITION-OPEN TO TRUE.
003280     PERFORM 1600-POSITION-MASTER THRU 1600-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310 1010-CLEAR-PROGRESS.
003320     MOVE ZERO TO WS-PRG-RUN(WS-PRG-SUB).
003330     MOVE ZERO TO WS-PRG-TO-DATE(WS-PRG-SUB).
003340     MOVE ZERO TO WS-PRG-PENDING(WS-PRG-SUB).
003350     MOVE ZERO TO WS-PRG-FAILED(WS-PRG-SUB).
003360     MOVE ZERO TO WS-PRG-UNREACH(WS-PRG-SUB).
003370     MOVE ZERO TO WS-PRG-FROZEN(WS-PRG-SUB).
003380 1010-EXIT.
003390     EXIT.
003400 1100-LOAD-CARD.
003410     READ CONTROL-FILE
003420         AT END
003430             SET WS-END-OF-INPUT TO TRUE
003440             GO TO 1100-EXIT.
003450     IF MGC-CONTROL-RECORD = SPACES
003460         GO TO 1100-EXIT.
003470     EVALUATE TRUE
003480         WHEN MGC-CONTROL-RECORD(1:7) = "TARGET:"
003490             MOVE MGC-CONTROL-RECORD(8:8) TO WS-TARGET-ALGORITHM
003500             IF NOT WS-TARGET-VALID
003510                 DISPLAY "HASHMIGR: BAD CARD IGNORED - "
003520                     MGC-CONTROL-RECORD
003530                 MOVE "SHA256" TO WS-TARGET-ALGORITHM
003540             END-IF
003550         WHEN MGC-CONTROL-RECORD(1:6) = "LIMIT:"
003560             MOVE MGC-CONTROL-RECORD(7:92) TO WS-PARSE-TEXT
003570             PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT
003580             IF WS-PARSE-DIGITS > ZERO AND WS-PARSE-VALUE > ZERO
003590                 MOVE WS-PARSE-VALUE TO WS-BATCH-LIMIT
003600             ELSE
003610                 DISPLAY "HASHMIGR: BAD CARD IGNORED - "
003620                     MGC-CONTROL-RECORD
003630             END-IF
003640         WHEN OTHER
003650             DISPLAY "HASHMIGR: UNRECOGNIZED CARD IGNORED - "
003660                 MGC-CONTROL-RECORD
003670     END-EVALUATE.
003680 1100-EXIT.
003690     EXIT.
003700 1150-PARSE-NUMBER.
003710     MOVE ZERO TO WS-PARSE-VALUE.
003720     MOVE ZERO TO WS-PARSE-DIGITS.
003730     MOVE "N" TO WS-PARSE-DONE-SWITCH.
003740     PERFORM 1160-PARSE-ONE-CHAR THRU 1160-EXIT
003750         VARYING WS-PARSE-SUB FROM 1 BY 1
003760         UNTIL WS-PARSE-SUB > 92
003770            OR WS-PARSE-DONE.
003780 1150-EXIT.
003790     EXIT.
003800 1160-PARSE-ONE-CHAR.
003810     IF WS-PARSE-DIGITS >= 9
003820         SET WS-PARSE-DONE TO TRUE
003830         GO TO 1160-EXIT.
003840     IF WS-PARSE-TEXT(WS-PARSE-SUB:1) IS NUMERIC
003850         MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
003860         COMPUTE WS-PARSE-VALUE = WS-PARSE-VALUE * 10
003870             + WS-PARSE-DIGIT
003880         ADD 1 TO WS-PARSE-DIGITS
003890     ELSE
003900         SET WS-PARSE-DONE TO TRUE.
003910 1160-EXIT.
003920     EXIT.
003930 1200-LOAD-POSITION.
003940     OPEN INPUT POSITION-FILE.
003950     IF NOT WS-POSITION-OK
003960         GO TO 1200-EXIT.
003970     MOVE "N" TO WS-INPUT-EOF-SWITCH.
003980     PERFORM 1250-READ-POSITION THRU 1250-EXIT
003990         UNTIL WS-END-OF-INPUT.
004000     CLOSE POSITION-FILE.
004010 1200-EXIT.
004020     EXIT.
004030 1250-READ-POSITION.
004040     READ POSITION-FILE
004050         AT END
004060             SET WS-END-OF-INPUT TO TRUE
004070             GO TO 1250-EXIT.
004080     MOVE MGP-LAST-KEY TO WS-RESUME-KEY.
004090 1250-EXIT.
004100     EXIT.
005160 1500-COUNT-TO-DATE.
005170     OPEN INPUT HISTORY-FILE.
005180     IF NOT WS-HISTORY-OK
005190         GO TO 1500-EXIT.
005200     MOVE "N" TO WS-INPUT-EOF-SWITCH.
005210     PERFORM 1550-READ-HISTORY THRU 1550-EXIT
005220         UNTIL WS-END-OF-INPUT.
005230     CLOSE HISTORY-FILE.
005240 1500-EXIT.
005250     EXIT.
005260 1550-READ-HISTORY.
005270     READ HISTORY-FILE
005280         AT END
005290             SET WS-END-OF-INPUT TO TRUE
005300             GO TO 1550-EXIT.
005310     ADD 1 TO WS-HISTORY-READ.
005320     IF NOT HHR-ALG-MIGRATE
005330         GO TO 1550-EXIT.
005340     EVALUATE HHR-ALGORITHM
005350         WHEN "MD5"
005360             ADD 1 TO WS-PRG-TO-DATE(1)
005370         WHEN "SHA1"
005380             ADD 1 TO WS-PRG-TO-DATE(2)
005390     END-EVALUATE.
005400 1550-EXIT.
005410     EXIT.
005420 1600-POSITION-MASTER.
005430*    RESUME JUST AFTER THE LAST KEY THE PRIOR RUN REACHED; WITH NO
005440*    POSITION, OR NOTHING AFTER IT, START AT THE TOP.
005450     IF WS-RESUME-KEY NOT = SPACES
005460         MOVE WS-RESUME-KEY TO HMR-KEY
005470         START MASTER-FILE KEY IS GREATER THAN HMR-KEY
005480             INVALID KEY
005490                 SET WS-PASS-WRAPPED TO TRUE
005500         END-START
005510         IF NOT WS-PASS-WRAPPED
005520             GO TO 1600-EXIT
005530         END-IF
005540     ELSE
005550         SET WS-STARTED-AT-TOP TO TRUE.
005560     MOVE LOW-VALUES TO HMR-KEY.
005570     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
005580         INVALID KEY
005590             DISPLAY "HASHMIGR: HASHMAST IS EMPTY"
005600             SET WS-END-OF-PASS TO TRUE
005610     END-START.
005620 1600-EXIT.
005630     EXIT.
005640 2000-PROCESS-ENTRY.
005650     IF WS-ATTEMPTED >= WS-BATCH-LIMIT
005660         SET WS-END-OF-PASS TO TRUE
005670         GO TO 2000-EXIT.
005680     READ MASTER-FILE NEXT RECORD
005690         AT END
005700             PERFORM 2050-WRAP-TO-TOP THRU 2050-EXIT
005710             GO TO 2000-EXIT.
005720*    ONCE WRAPPED, THE PASS ENDS WHERE THIS RUN BEGAN.
005730     IF WS-PASS-WRAPPED AND NOT WS-STARTED-AT-TOP
005740         AND HMR-KEY > WS-RESUME-KEY
005750         SET WS-END-OF-PASS TO TRUE
005760         GO TO 2000-EXIT.
005770     EVALUATE HMR-ALGORITHM
005780         WHEN "MD5"
005790             MOVE 1 TO WS-OLD-ALG-SUB
005800         WHEN "SHA1"
005810             MOVE 2 TO WS-OLD-ALG-SUB
005820         WHEN OTHER
005830             GO TO 2000-EXIT
005840     END-EVALUATE.
005850     MOVE HMR-KEY TO WS-LAST-KEY.
005852*    A PARTNER ENTRY CARRIES THE PARTNER'S OWN DIGEST AND HAS NO
005853*    SOURCE HERE TO RE-VERIFY - IT IS COUNTED AND LEFT AS IT IS.
005854     IF HMR-FROM-PARTNER
005856         ADD 1 TO WS-PARTNER-SKIPPED
005857         GO TO 2000-EXIT.
005858     MOVE HMR-RECORD TO WS-BEFORE-MASTER.
005860*    A FROZEN ENTRY IS MIGRATED LIKE ANY OTHER - ITS SOURCE MUST
005870*    STILL MATCH THE FROZEN DIGEST, AND THE FREEZE FLAG STAYS ON
005880*    THE REWRITTEN ENTRY, SO IT REMAINS FROZEN UNDER THE NEW ONE.
005900     ADD 1 TO WS-ATTEMPTED.
005920     MOVE SPACES TO WS-OUTCOME.
005930     PERFORM 2100-LOCATE-SOURCE THRU 2100-EXIT.
005940     IF NOT WS-LOCATOR-FOUND
005950         MOVE WS-NO-LOCATOR-CODE TO WS-ERR-CODE
005960         MOVE "UNREACHABLE - NO MANIDX/HASHOUT LOCATOR"
005970             TO WS-OUTCOME
005980         ADD 1 TO WS-PRG-UNREACH(WS-OLD-ALG-SUB)
005990         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
006000         GO TO 2000-CHECKPOINT.
006010     PERFORM 2200-REVERIFY THRU 2200-EXIT.
006020     IF WS-OUTCOME = SPACES
006030         PERFORM 2300-MIGRATE THRU 2300-EXIT.
006040 2000-CHECKPOINT.
006050     PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
006055*    THE MASTER HAS CHANGED WITHOUT ITS HISTORY RECORD - STOP.
006056     IF WS-HISTORY-FAILED > ZERO
006057         MOVE SPACES TO PRT-REPORT-LINE
006058         STRING "HASHHIST WRITE FAILED - NO FURTHER ENTRIES "
006059             "MIGRATED" DELIMITED BY SIZE INTO PRT-REPORT-LINE
006060         WRITE PRT-REPORT-LINE
006061         SET WS-END-OF-PASS TO TRUE
006062         GO TO 2000-EXIT.
006063     ADD 1 TO WS-CHECKPOINT-COUNTER.
006070     IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
006080         PERFORM 4000-WRITE-POSITION THRU 4000-EXIT
006090         MOVE ZERO TO WS-CHECKPOINT-COUNTER.
006100 2000-EXIT.
006110     EXIT.
006120 2050-WRAP-TO-TOP.
006130     IF WS-PASS-WRAPPED OR WS-STARTED-AT-TOP
006140         SET WS-END-OF-PASS TO TRUE
006150         GO TO 2050-EXIT.
006160     SET WS-PASS-WRAPPED TO TRUE.
006170     MOVE LOW-VALUES TO HMR-KEY.
006180     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
006190         INVALID KEY
006200             SET WS-END-OF-PASS TO TRUE
006210     END-START.
006220 2050-EXIT.
006230     EXIT.
006240 2100-LOCATE-SOURCE.
006257     MOVE "N" TO WS-FOUND-SWITCH.
006274     MOVE SPACES TO SDG-REQUEST.
006291     MOVE ZERO TO SDG-RECORD-NUMBER.
006308     MOVE "F" TO SLC-FUNCTION.
006325     MOVE HMR-SOURCE-TYPE TO SLC-SOURCE-TYPE.
006342     MOVE HMR-KEY TO SLC-KEY.
006359     CALL "SRCLOC" USING SLC-REQUEST.
006376     IF SLC-RETURN-CODE NOT = ZERO
006393         GO TO 2100-EXIT.
006410     SET WS-LOCATOR-FOUND TO TRUE.
006427     MOVE SLC-DSNAME TO SDG-DSNAME.
006444     MOVE SLC-MODE TO SDG-MODE.
006461     MOVE SLC-RECORD-NUMBER TO SDG-RECORD-NUMBER.
006478     IF HMR-FROM-HASHBATCH
006495         MOVE HMR-KEY TO SDG-RECORD-KEY.
006520 2100-EXIT.
006530     EXIT.
006660 2200-REVERIFY.
006670*    THE SOURCE MUST STILL PRODUCE THE DIGEST THE MASTER HOLDS
006680*    BEFORE A STRONGER ONE IS TRUSTED IN ITS PLACE - OTHERWISE A
006690*    CHANGED SOURCE WOULD BE SILENTLY RE-BASELINED.
006700     MOVE HMR-ALGORITHM TO SDG-ALGORITHM.
006710     CALL "SRCDIGST" USING SDG-REQUEST.
006720     IF SDG-RETURN-CODE = 20 OR SDG-RETURN-CODE = 30
006730         MOVE SDG-RETURN-CODE TO WS-ERR-CODE
006740         MOVE "UNREACHABLE - SOURCE NOT OPENED OR RECORD GONE"
006750             TO WS-OUTCOME
006760         ADD 1 TO WS-PRG-UNREACH(WS-OLD-ALG-SUB)
006770         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
006780         GO TO 2200-EXIT.
006790     IF SDG-RETURN-CODE NOT = ZERO
006800         MOVE SDG-RETURN-CODE TO WS-ERR-CODE
006810         MOVE "FAILED RE-VERIFY - SOURCE COULD NOT BE HASHED"
006820             TO WS-OUTCOME
006830         ADD 1 TO WS-PRG-FAILED(WS-OLD-ALG-SUB)
006840         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
006850         GO TO 2200-EXIT.
006860     IF SDG-DIGEST NOT = HMR-HASH
006870         MOVE WS-MISMATCH-CODE TO WS-ERR-CODE
006880         MOVE "FAILED RE-VERIFY - SOURCE NO LONGER MATCHES"
006890             TO WS-OUTCOME
006900         ADD 1 TO WS-PRG-FAILED(WS-OLD-ALG-SUB)
006910         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT.
006920 2200-EXIT.
006930     EXIT.
006940 2300-MIGRATE.
006950     MOVE WS-TARGET-ALGORITHM TO SDG-ALGORITHM.
006960     CALL "SRCDIGST" USING SDG-REQUEST.
006970     IF SDG-RETURN-CODE NOT = ZERO
006980         MOVE SDG-RETURN-CODE TO WS-ERR-CODE
006990         MOVE "FAILED - NEW DIGEST COULD NOT BE COMPUTED"
007000             TO WS-OUTCOME
007010         ADD 1 TO WS-PRG-FAILED(WS-OLD-ALG-SUB)
007020         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
007030         GO TO 2300-EXIT.
007040     MOVE SDG-DIGEST TO HMR-HASH.
007050     MOVE WS-TARGET-ALGORITHM TO HMR-ALGORITHM.
007060     MOVE WS-RUN-TIMESTAMP TO HMR-TIMESTAMP.
007070     MOVE WS-RUN-ID TO HMR-RUN-ID.
007075     MOVE WS-RUN-TIMESTAMP TO HMR-LAST-VERIFIED.
007080     REWRITE HMR-RECORD
007090         INVALID KEY
007100             STRING "FAILED - MASTER REWRITE STATUS "
007110                 WS-MASTER-STATUS DELIMITED BY SIZE
007120                 INTO WS-OUTCOME
007130             DISPLAY "HASHMIGR: MASTER REWRITE FAILED FOR KEY "
007140                 HMR-KEY " STATUS = " WS-MASTER-STATUS
007150             ADD 1 TO WS-PRG-FAILED(WS-OLD-ALG-SUB)
007160             ADD 1 TO WS-EXCEPTIONS
007170             GO TO 2300-EXIT
007180     END-REWRITE.
007190     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.
007200     IF HMR-FROZEN
007202         STRING "MIGRATED TO " WS-TARGET-ALGORITHM
007204             " - STILL FROZEN" DELIMITED BY SIZE INTO WS-OUTCOME
007206     ELSE
007208         STRING "MIGRATED TO " WS-TARGET-ALGORITHM
007210             DELIMITED BY SIZE INTO WS-OUTCOME.
007220     ADD 1 TO WS-MIGRATED.
007230     ADD 1 TO WS-PRG-RUN(WS-OLD-ALG-SUB).
007240     ADD 1 TO WS-PRG-TO-DATE(WS-OLD-ALG-SUB).
007250 2300-EXIT.
007260     EXIT.
007270 2400-WRITE-HISTORY.
007280     MOVE SPACES TO HHR-RECORD.
007290     MOVE WS-BEF-KEY TO HHR-KEY.
007300     MOVE WS-BEF-TIMESTAMP TO HHR-TIMESTAMP.
007310     MOVE WS-BEF-HASH TO HHR-HASH.
007320     MOVE WS-BEF-ALGORITHM TO HHR-ALGORITHM.
007330     MOVE WS-BEF-RUN-ID TO HHR-RUN-ID.
007340     MOVE WS-BEF-SOURCE-TYPE TO HHR-SOURCE-TYPE.
007350     MOVE "M" TO HHR-CHANGE-ACTION.
007360     MOVE WS-RUN-TIMESTAMP TO HHR-CHANGED-AT.
007370     MOVE WS-RUN-ID TO HHR-CHANGE-RUN-ID.
007380     MOVE HMR-HASH TO HHR-NEW-HASH.
007390     MOVE HMR-ALGORITHM TO HHR-NEW-ALGORITHM.
007400     MOVE "MIGR" TO HHR-REASON-CODE.
007410     MOVE "HASHMIGR" TO HHR-REQUESTER-ID.
007420     WRITE HHR-RECORD.
007430     IF NOT WS-HISTORY-OK
007435         ADD 1 TO WS-HISTORY-FAILED
007440         DISPLAY "HASHMIGR: HISTORY WRITE FAILED FOR KEY "
007450             HHR-KEY " STATUS = " WS-HISTORY-STATUS.
007460 2400-EXIT.
007470     EXIT.
007480 2700-LOG-EXCEPTION.
007490     ADD 1 TO WS-EXCEPTIONS.
007500     IF NOT WS-ERRLOG-OPEN
007510         GO TO 2700-EXIT.
007520     CALL "ERRLOOK" USING WS-ERR-CODE WS-ERR-MESSAGE.
007530     MOVE SPACES TO ERL-RECORD.
007540     MOVE FUNCTION CURRENT-DATE TO ERL-TIMESTAMP.
007550     IF SDG-DSNAME = SPACES
007560         MOVE HMR-KEY TO ERL-SOURCE-ID
007570     ELSE
007580         MOVE SDG-DSNAME TO ERL-SOURCE-ID.
007590     MOVE WS-ERR-CODE TO ERL-RETURN-CODE.
007600     MOVE WS-ERR-MESSAGE TO ERL-MESSAGE.
007610     STRING "HASHMIGR KEY " HMR-KEY " " HMR-ALGORITHM
007620         " " WS-OUTCOME DELIMITED BY SIZE INTO ERL-INPUT-TEXT.
007630     WRITE ERL-RECORD.
007632     IF NOT WS-ERRLOG-OK
007634         ADD 1 TO WS-LOG-FAILED
007636         DISPLAY "HASHMIGR: ERRLOG WRITE FAILED, STATUS = "
007638             WS-ERRLOG-STATUS.
007640 2700-EXIT.
007650     EXIT.
007660 3000-PRINT-ENTRY.
007670     MOVE SPACES TO PRT-REPORT-LINE.
007680     STRING WS-BEF-KEY " " WS-BEF-ALGORITHM " "
007690         WS-BEF-SOURCE-TYPE "  " WS-OUTCOME DELIMITED BY SIZE
007700         INTO PRT-REPORT-LINE.
007750     WRITE PRT-REPORT-LINE.
007760 3000-EXIT.
007770     EXIT.
007780 4000-WRITE-POSITION.
007790     IF NOT WS-POSITION-OPEN
007800         GO TO 4000-EXIT.
007810     MOVE SPACES TO MGP-RECORD.
007820     MOVE WS-LAST-KEY TO MGP-LAST-KEY.
007830     MOVE WS-RUN-TIMESTAMP TO MGP-TIMESTAMP.
007840     MOVE WS-RUN-ID TO MGP-RUN-ID.
007850     MOVE WS-ATTEMPTED TO MGP-ATTEMPTED.
007860     MOVE WS-MIGRATED TO MGP-MIGRATED.
007870     WRITE MGP-RECORD.
007872     IF NOT WS-POSITION-OK
007874         ADD 1 TO WS-LOG-FAILED
007876         DISPLAY "HASHMIGR: MIGPOS WRITE FAILED, STATUS = "
007878             WS-POSITION-STATUS.
007880 4000-EXIT.
007890     EXIT.
007900 5000-COUNT-PENDING.
007910*    A SECOND, READ-ONLY PASS OVER THE WHOLE MASTER FOR THE
007920*    PENDING COUNTS - WHAT IS STILL WEAK AFTER THIS RUN.
007930     IF NOT WS-MASTER-OPEN
007940         GO TO 5000-EXIT.
007950     IF WS-LAST-KEY NOT = SPACES
007960         PERFORM 4000-WRITE-POSITION THRU 4000-EXIT.
007970     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007980     MOVE LOW-VALUES TO HMR-KEY.
007990     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
008000         INVALID KEY
008010             GO TO 5000-EXIT
008020     END-START.
008030     PERFORM 5100-COUNT-ONE-ENTRY THRU 5100-EXIT
008040         UNTIL WS-END-OF-INPUT.
008050 5000-EXIT.
008060     EXIT.
008070 5100-COUNT-ONE-ENTRY.
008080     READ MASTER-FILE NEXT RECORD
008090         AT END
008100             SET WS-END-OF-INPUT TO TRUE
008110             GO TO 5100-EXIT.
008120     ADD 1 TO WS-MASTER-TOTAL.
008123     IF HMR-FROM-PARTNER
008125         ADD 1 TO WS-PARTNER-TOTAL
008127         GO TO 5100-EXIT.
008130     EVALUATE HMR-ALGORITHM
008140         WHEN "MD5"
008150             MOVE 1 TO WS-PRG-SUB
008160         WHEN "SHA1"
008170             MOVE 2 TO WS-PRG-SUB
008180         WHEN OTHER
008190             ADD 1 TO WS-STRONG-COUNT
008200             GO TO 5100-EXIT
008210     END-EVALUATE.
008220     ADD 1 TO WS-PRG-PENDING(WS-PRG-SUB).
008230     IF HMR-FROZEN
008240         ADD 1 TO WS-PRG-FROZEN(WS-PRG-SUB).
008250 5100-EXIT.
008260     EXIT.
008270 8000-WRITE-SUMMARY.
008280     MOVE SPACES TO PRT-REPORT-LINE.
008290     WRITE PRT-REPORT-LINE.
008300     MOVE SPACES TO PRT-REPORT-LINE.
008310     STRING "PROGRESS BY ALGORITHM      THIS RUN   TO DATE"
008320         "   PENDING  FAILED  UNREACH  FROZEN"
008330         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008340     WRITE PRT-REPORT-LINE.
008350     PERFORM 8100-PRINT-ONE-ALGORITHM THRU 8100-EXIT
008360         VARYING WS-PRG-SUB FROM 1 BY 1
008370         UNTIL WS-PRG-SUB > 2.
008380     MOVE SPACES TO PRT-REPORT-LINE.
008390     WRITE PRT-REPORT-LINE.
008400     MOVE WS-ATTEMPTED TO WS-EDIT-COUNT.
008410     MOVE SPACES TO PRT-REPORT-LINE.
008420     STRING "ENTRIES TRIED THIS RUN   : " WS-EDIT-COUNT
008430         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008440     WRITE PRT-REPORT-LINE.
008450     MOVE WS-MIGRATED TO WS-EDIT-COUNT.
008460     MOVE SPACES TO PRT-REPORT-LINE.
008470     STRING "ENTRIES MIGRATED         : " WS-EDIT-COUNT
008480         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008490     WRITE PRT-REPORT-LINE.
008500     MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT.
008510     MOVE SPACES TO PRT-REPORT-LINE.
008520     STRING "ENTRIES NOT MIGRATED     : " WS-EDIT-COUNT
008530         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008540     WRITE PRT-REPORT-LINE.
008550     MOVE WS-STRONG-COUNT TO WS-EDIT-COUNT.
008560     MOVE SPACES TO PRT-REPORT-LINE.
008570     STRING "ENTRIES ON SHA256/SHA512 : " WS-EDIT-COUNT
008580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008590     WRITE PRT-REPORT-LINE.
008592     MOVE WS-PARTNER-SKIPPED TO WS-EDIT-COUNT.
008594     MOVE SPACES TO PRT-REPORT-LINE.
008595     STRING "PARTNER PASSED THIS RUN  : " WS-EDIT-COUNT
008597         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008598     WRITE PRT-REPORT-LINE.
008600     MOVE WS-PARTNER-TOTAL TO WS-EDIT-COUNT.
008602     MOVE SPACES TO PRT-REPORT-LINE.
008603     STRING "PARTNER - NOT MIGRATED   : " WS-EDIT-COUNT
008605         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008606     WRITE PRT-REPORT-LINE.
008608     MOVE WS-MASTER-TOTAL TO WS-EDIT-COUNT.
008610     MOVE SPACES TO PRT-REPORT-LINE.
008620     STRING "MASTER ENTRIES IN TOTAL  : " WS-EDIT-COUNT
008630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008640     WRITE PRT-REPORT-LINE.
008642     MOVE WS-HISTORY-FAILED TO WS-EDIT-COUNT.
008644     MOVE SPACES TO PRT-REPORT-LINE.
008646     STRING "HISTORY WRITE FAILED     : " WS-EDIT-COUNT
008647         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008648     WRITE PRT-REPORT-LINE.
008650     MOVE WS-LOG-FAILED TO WS-EDIT-COUNT.
008652     MOVE SPACES TO PRT-REPORT-LINE.
008653     STRING "ERRLOG/MIGPOS FAILED     : " WS-EDIT-COUNT
008655         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008656     WRITE PRT-REPORT-LINE.
008658     MOVE SPACES TO PRT-REPORT-LINE.
008660     IF WS-LAST-KEY = SPACES
008670         STRING "NEXT RUN RESUMES AFTER KEY " WS-RESUME-KEY
008680             DELIMITED BY SIZE INTO PRT-REPORT-LINE
008690     ELSE
008700         STRING "NEXT RUN RESUMES AFTER KEY " WS-LAST-KEY
008710             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008720     WRITE PRT-REPORT-LINE.
008730     MOVE SPACES TO PRT-REPORT-LINE.
008740     EVALUATE TRUE
008750         WHEN WS-FILES-UNAVAILABLE
008760             STRING "VERDICT: NOT RUN - HASHMAST OR HASHHIST "
008770                 "UNAVAILABLE" DELIMITED BY SIZE
008780                 INTO PRT-REPORT-LINE
008782         WHEN WS-HISTORY-FAILED > ZERO
008784             STRING "VERDICT: MASTER CHANGED WITHOUT HISTORY - "
008786                 "CONDITION CODE 8" DELIMITED BY SIZE
008788                 INTO PRT-REPORT-LINE
008790         WHEN WS-LOG-FAILED > ZERO
008791             STRING "VERDICT: ERRLOG OR MIGPOS WRITE FAILED - "
008792                 "CONDITION CODE 8" DELIMITED BY SIZE
008793                 INTO PRT-REPORT-LINE
008794         WHEN WS-PRG-PENDING(1) = ZERO
008795             AND WS-PRG-PENDING(2) = ZERO
008800             STRING "VERDICT: MIGRATION COMPLETE - NO MD5 OR "
008810                 "SHA1 ENTRIES REMAIN" DELIMITED BY SIZE
008820                 INTO PRT-REPORT-LINE
008830         WHEN WS-EXCEPTIONS > ZERO
008840             STRING "VERDICT: ENTRIES FAILED RE-VERIFY OR WERE "
008850                 "UNREACHABLE - SEE ERRLOG" DELIMITED BY SIZE
008860                 INTO PRT-REPORT-LINE
008870         WHEN OTHER
008880             STRING "VERDICT: CLEAN - MIGRATION CONTINUES NEXT "
008890                 "RUN" DELIMITED BY SIZE INTO PRT-REPORT-LINE
008900     END-EVALUATE.
008910     WRITE PRT-REPORT-LINE.
008920 8000-EXIT.
008930     EXIT.
008940 8100-PRINT-ONE-ALGORITHM.
008950     MOVE WS-PRG-RUN(WS-PRG-SUB) TO WS-EDIT-RUN.
008960     MOVE WS-PRG-TO-DATE(WS-PRG-SUB) TO WS-EDIT-TO-DATE.
008970     MOVE WS-PRG-PENDING(WS-PRG-SUB) TO WS-EDIT-PENDING.
008980     MOVE WS-PRG-FAILED(WS-PRG-SUB) TO WS-EDIT-FAILED.
008990     MOVE WS-PRG-UNREACH(WS-PRG-SUB) TO WS-EDIT-UNREACH.
009000     MOVE WS-PRG-FROZEN(WS-PRG-SUB) TO WS-EDIT-FROZEN.
009010     MOVE SPACES TO PRT-REPORT-LINE.
009020     STRING "  " WS-PRG-NAME(WS-PRG-SUB)
009030         "                 " WS-EDIT-RUN
009040         "  " WS-EDIT-TO-DATE
009050         "  " WS-EDIT-PENDING
009060         WS-EDIT-FAILED
009070         " " WS-EDIT-UNREACH
009080         WS-EDIT-FROZEN
009090         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009100     WRITE PRT-REPORT-LINE.
009110 8100-EXIT.
009120     EXIT.
009130 9000-TERMINATE.
009140     IF WS-MASTER-OPEN
009150         CLOSE MASTER-FILE.
009155     IF WS-HISTORY-OPEN
009160         CLOSE HISTORY-FILE.
009165     IF WS-ERRLOG-OPEN
009170         CLOSE ERROR-LOG-FILE.
009175     IF WS-POSITION-OPEN
009180         CLOSE POSITION-FILE.
009190     CLOSE PRINT-FILE.
009200     DISPLAY "HASHMIGR: ENTRIES TRIED    = " WS-ATTEMPTED.
009210     DISPLAY "HASHMIGR: ENTRIES MIGRATED = " WS-MIGRATED.
009220     DISPLAY "HASHMIGR: NOT MIGRATED     = " WS-EXCEPTIONS.
009225     DISPLAY "HASHMIGR: HISTORY FAILED   = " WS-HISTORY-FAILED.
009227     DISPLAY "HASHMIGR: LOG FAILED       = " WS-LOG-FAILED.
009228     DISPLAY "HASHMIGR: PARTNER PASSED   = " WS-PARTNER-SKIPPED.
009230     IF WS-FILES-UNAVAILABLE OR WS-HISTORY-FAILED > ZERO
009235         OR WS-LOG-FAILED > ZERO
009240         MOVE WS-HOLD-CODE TO RETURN-CODE
009250     ELSE
009260         IF WS-EXCEPTIONS > ZERO
009270             MOVE WS-WARN-CODE TO RETURN-CODE
009280         ELSE
009290             MOVE ZERO TO RETURN-CODE.
009300 9000-EXIT.
009310     EXIT.
