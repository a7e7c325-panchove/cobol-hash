000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HASHPTRL.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - ROTATING INTEGRITY PATROL OF
000210*                  THE HASH MASTER AGAINST ITS DATA AT REST.  EACH
000220*                  RUN RE-DIGESTS A SLICE OF HASHMAST ENTRIES
000230*                  UNDER THEIR OWN HMR-ALGORITHM AND COMPARES THE
000240*                  RESULT WITH HMR-HASH, SO A DATASET THAT IS NOT
000250*                  IN ANY SWEEP STILL GETS CHECKED.  THE SOURCE
000260*                  IS FOUND THE WAY HASHMIGR FINDS IT - MANIDX
000270*                  FOR A MANIFEST ENTRY, HASHOUT FOR A HASHBATCH
000280*                  ENTRY - AND RE-DIGESTED THROUGH SRCDIGST.  THE
000290*                  SLICE IS SIZED BY THE PATCTL LIMIT: AND TIME:
000300*                  CARDS; PATPOS RECORDS WHERE IT STOPPED SO THE
000310*                  NEXT NIGHT CARRIES ON FROM THERE AND EVERY
000320*                  ENTRY IS REACHED ONCE PER PASS.  A MATCH
000330*                  STAMPS HMR-LAST-VERIFIED.  DRIFT (THE SOURCE
000340*                  NO LONGER GIVES HMR-HASH) AND AN UNREACHABLE
000350*                  SOURCE ARE LOGGED TO ERRLOG AND WRITTEN TO
000360*                  PATEXCPT IN THE RECONCHK EXCEPTION LAYOUT
000370*                  (RECEXC.CPY), WHICH HASHFIX READS AS ITS
000380*                  RECEXCPT.  PARTNER ENTRIES HAVE NO LOCATOR AND
000390*                  ARE COUNTED BUT NOT PATROLLED.  THE PRTFILE
000400*                  REPORT LISTS EVERY EXCEPTION AND THE COVERAGE -
000410*                  ENTRIES VERIFIED THIS RUN AND THIS PASS, THE
000420*                  OLDEST LAST-VERIFIED DATE ON THE MASTER AND
000430*                  THE DRIFT FOUND.  THE PARM IS THE CYCLE ID,
000440*                  CHECKED ON THE CYCLE REGISTER THROUGH CYCLCHK
000450*                  AND RECORDED THERE WITHOUT MOVING THE CYCLE'S
000460*                  STATE.  CONDITION CODES: 0 CLEAN, 4 ONE OR
000470*                  MORE SOURCES UNREACHABLE, 8 DRIFT FOUND OR
000480*                  HASHMAST UNAVAILABLE - NOTHING PATROLLED.
000484* 2026-10-15 JCM   THE MANIDX/HASHOUT SOURCE LOCATOR NOW COMES
000488*                  FROM THE SHARED SRCLOC SUBPROGRAM, SO HASHPTRL
000492*                  AND HASHMIGR FIND A SOURCE THE SAME WAY.
000493* 2026-10-15 JCM   A REFUSED CYCLE IS REPORTED ON PRTFILE WITH A
000494*                  HOLD VERDICT INSTEAD OF ENDING THE STEP, AND
000495*                  EACH OUTPUT FILE IS CLOSED ONLY IF IT OPENED.
000498* 2026-10-15 JCM   PATEXCPT, ERRLOG AND PATPOS RECORDS ARE WRITTEN
000500*                  WHENEVER THE FILE IS OPEN, AND A FAILED WRITE
000502*                  TO ANY OF THEM IS COUNTED, REPORTED AND ENDS
000504*                  THE STEP WITH CONDITION CODE 8.
000506*-----------------------------------------------------------------
000508 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-Z.
000530 OBJECT-COMPUTER. IBM-Z.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT MASTER-FILE ASSIGN TO HASHMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HMR-KEY
000600         FILE STATUS IS WS-MASTER-STATUS.
000670     SELECT CONTROL-FILE ASSIGN TO PATCTL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CONTROL-STATUS.
000700     SELECT POSITION-FILE ASSIGN TO PATPOS
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-POSITION-STATUS.
000730     SELECT EXCEPTION-FILE ASSIGN TO PATEXCPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXCEPT-STATUS.
000760     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ERRLOG-STATUS.
000790     SELECT PRINT-FILE ASSIGN TO PRTFILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PRINT-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  MASTER-FILE.
000850 COPY HASHMST.
000920 FD  CONTROL-FILE
000930     RECORDING MODE IS F.
000940 COPY PATCTL.
000950 FD  POSITION-FILE
000960     RECORDING MODE IS F.
000970 COPY PATPOS.
000980*    PATEXCPT USES THE RECONCHK EXCEPTION LAYOUT SO HASHFIX CAN
000990*    TAKE IT AS ITS RECEXCPT.  RXC-OUT-HASH CARRIES THE MASTER
001000*    DIGEST AND RXC-AUD-HASH THE DIGEST THE SOURCE GIVES NOW
001010*    (BLANK FOR AN UNREACHABLE SOURCE).
001020 FD  EXCEPTION-FILE
001030     RECORDING MODE IS F.
001040 COPY RECEXC.
001050 FD  ERROR-LOG-FILE
001060     RECORDING MODE IS F.
001070 COPY ERRLOG.
001080 FD  PRINT-FILE
001090     RECORDING MODE IS F.
001100 COPY PRTLINE.
001110 WORKING-STORAGE SECTION.
001120 01  WS-MASTER-STATUS         PIC X(02) VALUE SPACES.
001130     88 WS-MASTER-OK                    VALUE "00".
001180 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001190     88 WS-CONTROL-OK                   VALUE "00".
001200 01  WS-POSITION-STATUS       PIC X(02) VALUE SPACES.
001210     88 WS-POSITION-OK                  VALUE "00".
001220 01  WS-EXCEPT-STATUS         PIC X(02) VALUE SPACES.
001230     88 WS-EXCEPT-OK                    VALUE "00".
001240 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
001250     88 WS-ERRLOG-OK                    VALUE "00".
001260 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001270     88 WS-PRINT-OK                     VALUE "00".
001280 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
001290     88 WS-END-OF-INPUT                 VALUE "Y".
001300 01  WS-SLICE-END-SWITCH      PIC X(01) VALUE "N".
001310     88 WS-END-OF-SLICE                 VALUE "Y".
001320 01  WS-WRAP-SWITCH           PIC X(01) VALUE "N".
001330     88 WS-PASS-WRAPPED                 VALUE "Y".
001340 01  WS-FROM-TOP-SWITCH       PIC X(01) VALUE "N".
001350     88 WS-STARTED-AT-TOP               VALUE "Y".
001360 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
001370     88 WS-MASTER-OPEN                  VALUE "Y".
001371 01  WS-ERRLOG-OPEN-SWITCH    PIC X(01) VALUE "N".
001372     88 WS-ERRLOG-OPEN                  VALUE "Y".
001373 01  WS-EXCEPT-OPEN-SWITCH    PIC X(01) VALUE "N".
001374     88 WS-EXCEPT-OPEN                  VALUE "Y".
001375 01  WS-POSITION-OPEN-SWITCH  PIC X(01) VALUE "N".
001376     88 WS-POSITION-OPEN                VALUE "Y".
001380 01  WS-UNAVAILABLE-SWITCH    PIC X(01) VALUE "N".
001390     88 WS-MASTER-UNAVAILABLE           VALUE "Y".
001400 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001410     88 WS-LOCATOR-FOUND                VALUE "Y".
001460 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001470     88 WS-REGISTER-IN-USE              VALUE "Y".
001472 01  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001474     88 WS-RUN-REFUSED                  VALUE "Y".
001476 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
001480*    WHY THE SLICE ENDED.
001490 01  WS-SLICE-REASON          PIC X(01) VALUE SPACE.
001500     88 WS-LIMIT-REACHED                VALUE "L".
001510     88 WS-TIME-EXPIRED                 VALUE "T".
001520     88 WS-PASS-ENDED                   VALUE "P".
001530     88 WS-BACK-AT-START                VALUE "S".
001540 COPY SRCDIG.
001545 COPY SRCLOC.
001550 COPY CYCREQ.
001560 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
001570 01  WS-ENTRY-LIMIT           PIC 9(09) COMP-5 VALUE 500.
001580 01  WS-TIME-LIMIT            PIC 9(09) COMP-5 VALUE ZERO.
001590 01  WS-TIME-MINUTES          PIC 9(09) COMP-5 VALUE ZERO.
001600 01  WS-CHECKPOINT-INTERVAL   PIC 9(09) COMP-5 VALUE 50.
001610 01  WS-CHECKPOINT-COUNTER    PIC 9(09) COMP-5 VALUE ZERO.
001620 01  WS-RESUME-KEY            PIC X(20) VALUE SPACES.
001630 01  WS-LAST-KEY              PIC X(20) VALUE SPACES.
001640 01  WS-PASS-NUMBER           PIC 9(05) VALUE ZERO.
001650 01  WS-PASS-STARTED          PIC X(26) VALUE SPACES.
001660 01  WS-PASSES-COMPLETED      PIC 9(05) VALUE ZERO.
001670 01  WS-COMPLETED-PASS        PIC 9(05) VALUE ZERO.
001680 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001690 01  WS-OUTCOME               PIC X(50) VALUE SPACES.
001700 01  WS-EXCEPTION-TYPE        PIC X(13) VALUE SPACES.
001710 01  WS-ERR-MESSAGE           PIC X(60) VALUE SPACES.
001720 01  WS-ERR-CODE              PIC 9(09) COMP-5 VALUE ZERO.
001730 01  WS-MISMATCH-CODE         PIC 9(09) COMP-5 VALUE 999999999.
001740 01  WS-NO-LOCATOR-CODE       PIC 9(09) COMP-5 VALUE 30.
001750*    THE CLOCK, FOR THE TIME: BUDGET - SECONDS SINCE MIDNIGHT,
001760*    WITH A DAY ADDED ONCE THE RUN HAS CROSSED MIDNIGHT.
001770 01  WS-CLOCK-STAMP.
001780     05 WS-CLOCK-DATE         PIC X(08).
001790     05 WS-CLOCK-HH           PIC 9(02).
001800     05 WS-CLOCK-MM           PIC 9(02).
001810     05 WS-CLOCK-SS           PIC 9(02).
001820     05 FILLER                PIC X(07).
001830 01  WS-START-DATE            PIC X(08) VALUE SPACES.
001840 01  WS-START-SECONDS         PIC 9(09) COMP-5 VALUE ZERO.
001850 01  WS-CLOCK-SECONDS         PIC 9(09) COMP-5 VALUE ZERO.
001860 01  WS-ELAPSED-SECONDS       PIC S9(09) COMP-5 VALUE ZERO.
002140*    THIS RUN'S SLICE.
002150 01  WS-PATROLLED             PIC 9(09) COMP-5 VALUE ZERO.
002160 01  WS-VERIFIED              PIC 9(09) COMP-5 VALUE ZERO.
002170 01  WS-DRIFT                 PIC 9(09) COMP-5 VALUE ZERO.
002180 01  WS-UNREACHABLE           PIC 9(09) COMP-5 VALUE ZERO.
002190 01  WS-PARTNER-SKIPPED       PIC 9(09) COMP-5 VALUE ZERO.
002200 01  WS-STAMP-FAILED          PIC 9(09) COMP-5 VALUE ZERO.
002205 01  WS-LOG-FAILED            PIC 9(09) COMP-5 VALUE ZERO.
002210*    COVERAGE OF THE WHOLE MASTER, FROM THE CLOSING SCAN.
002220 01  WS-MASTER-TOTAL          PIC 9(09) COMP-5 VALUE ZERO.
002230 01  WS-PARTNER-TOTAL         PIC 9(09) COMP-5 VALUE ZERO.
002240 01  WS-PATROLLABLE           PIC 9(09) COMP-5 VALUE ZERO.
002250 01  WS-COVERED-THIS-PASS     PIC 9(09) COMP-5 VALUE ZERO.
002260 01  WS-NOT-YET-COVERED       PIC 9(09) COMP-5 VALUE ZERO.
002270 01  WS-NEVER-VERIFIED        PIC 9(09) COMP-5 VALUE ZERO.
002280 01  WS-RUNS-TO-COMPLETE      PIC 9(09) COMP-5 VALUE ZERO.
002290 01  WS-OLDEST-VERIFIED       PIC X(26) VALUE SPACES.
002300 01  WS-OLDEST-KEY            PIC X(20) VALUE SPACES.
002310 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
002320 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
002330 01  WS-PARSE-TEXT            PIC X(92) VALUE SPACES.
002340 01  WS-PARSE-VALUE           PIC 9(09) COMP-5 VALUE ZERO.
002350 01  WS-PARSE-DIGITS          PIC 9(04) COMP-5 VALUE ZERO.
002360 01  WS-PARSE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
002370 01  WS-PARSE-DONE-SWITCH     PIC X(01) VALUE "N".
002380     88 WS-PARSE-DONE                   VALUE "Y".
002390 01  WS-PARSE-CHAR            PIC X(01) VALUE "0".
002400 01  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
002410                              PIC 9(01).
002420 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
002430 01  WS-EDIT-MINUTES          PIC ZZZZZZZZ9.
002440 01  WS-EDIT-PASS             PIC ZZZZ9.
002450 LINKAGE SECTION.
002460 COPY PARMAREA.
002470 PROCEDURE DIVISION USING LS-PARM-AREA.
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-PATROL-ENTRY THRU 2000-EXIT
002510         UNTIL WS-END-OF-SLICE.
002520     PERFORM 5000-SCAN-COVERAGE THRU 5000-EXIT.
002530     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
002560     STOP RUN.
002570 1000-INITIALIZE.
002580     IF LS-PARM-LENGTH > ZERO
002590         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-ID.
002600     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
002610     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
002620     MOVE WS-RUN-TIMESTAMP TO WS-CLOCK-STAMP.
002630     MOVE WS-CLOCK-DATE TO WS-START-DATE.
002640     COMPUTE WS-START-SECONDS = WS-CLOCK-HH * 3600
002650         + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
002660     OPEN INPUT CONTROL-FILE.
002670     IF NOT WS-CONTROL-OK
002680         DISPLAY "HASHPTRL: NO PATCTL CARDS - DEFAULTS APPLY"
002690     ELSE
002700         MOVE "N" TO WS-INPUT-EOF-SWITCH
002710         PERFORM 1100-LOAD-CARD THRU 1100-EXIT
002720             UNTIL WS-END-OF-INPUT
002730         CLOSE CONTROL-FILE.
002740     COMPUTE WS-TIME-LIMIT = WS-TIME-MINUTES * 60.
002750     OPEN OUTPUT PRINT-FILE.
002760     IF NOT WS-PRINT-OK
002770         DISPLAY "HASHPTRL: UNABLE TO OPEN PRTFILE, STATUS = "
002780             WS-PRINT-STATUS.
002790     MOVE SPACES TO PRT-REPORT-LINE.
002800     STRING "HASHPTRL HASH-MASTER INTEGRITY PATROL REPORT"
002810         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002820     WRITE PRT-REPORT-LINE.
002830     MOVE WS-ENTRY-LIMIT TO WS-EDIT-COUNT.
002840     MOVE SPACES TO PRT-REPORT-LINE.
002850     IF WS-TIME-MINUTES > ZERO
002860         MOVE WS-TIME-MINUTES TO WS-EDIT-MINUTES
002870         STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP
002880             "  CYCLE: " WS-CYCLE-ID
002890             "  LIMIT: " WS-EDIT-COUNT
002900             "  TIME BUDGET (MIN): " WS-EDIT-MINUTES
002910             DELIMITED BY SIZE INTO PRT-REPORT-LINE
002920     ELSE
002930         STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP
002940             "  CYCLE: " WS-CYCLE-ID
002950             "  LIMIT: " WS-EDIT-COUNT
002960             "  TIME BUDGET: NONE"
002970             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002980     WRITE PRT-REPORT-LINE.
002982     IF WS-RUN-REFUSED
002984         SET WS-END-OF-SLICE TO TRUE
002986         GO TO 1000-EXIT.
002990     PERFORM 1200-LOAD-POSITION THRU 1200-EXIT.
003000     IF WS-PASS-NUMBER = ZERO
003010         MOVE 1 TO WS-PASS-NUMBER.
003020     IF WS-PASS-STARTED = SPACES
003030         MOVE WS-RUN-TIMESTAMP TO WS-PASS-STARTED.
003037     MOVE "L" TO SLC-FUNCTION.
003044     MOVE "HASHPTRL" TO SLC-CALLER.
003051     CALL "SRCLOC" USING SLC-REQUEST.
003060*    THE MASTER IS OPENED I-O SO A VERIFIED ENTRY CAN BE STAMPED.
003070     OPEN I-O MASTER-FILE.
003080     IF WS-MASTER-OK
003090         SET WS-MASTER-OPEN TO TRUE
003100     ELSE
003110         DISPLAY "HASHPTRL: UNABLE TO OPEN HASHMAST, STATUS = "
003120             WS-MASTER-STATUS
003130         SET WS-MASTER-UNAVAILABLE TO TRUE
003140         MOVE SPACES TO PRT-REPORT-LINE
003150         STRING "HASHMAST COULD NOT BE OPENED - NO ENTRIES "
003160             "PATROLLED" DELIMITED BY SIZE
003170             INTO PRT-REPORT-LINE
003180         WRITE PRT-REPORT-LINE
003190         SET WS-END-OF-SLICE TO TRUE
003200         GO TO 1000-EXIT.
003210     OPEN EXTEND ERROR-LOG-FILE.
003220     IF NOT WS-ERRLOG-OK
003230         OPEN OUTPUT ERROR-LOG-FILE.
003240     IF NOT WS-ERRLOG-OK
003250         DISPLAY "HASHPTRL: UNABLE TO OPEN ERRLOG, STATUS = "
003255             WS-ERRLOG-STATUS
003260     ELSE
003265         SET WS-ERRLOG-OPEN TO TRUE.
003270     OPEN OUTPUT EXCEPTION-FILE.
003280     IF NOT WS-EXCEPT-OK
003290         DISPLAY "HASHPTRL: UNABLE TO OPEN PATEXCPT, STATUS = "
003295             WS-EXCEPT-STATUS
003300     ELSE
003305         SET WS-EXCEPT-OPEN TO TRUE.
003310     OPEN EXTEND POSITION-FILE.
003320     IF NOT WS-POSITION-OK
003330         OPEN OUTPUT POSITION-FILE.
003340     IF NOT WS-POSITION-OK
003350         DISPLAY "HASHPTRL: UNABLE TO OPEN PATPOS, STATUS = "
003355             WS-POSITION-STATUS
003360     ELSE
003365         SET WS-POSITION-OPEN TO TRUE.
003370     PERFORM 1600-POSITION-MASTER THRU 1600-EXIT.
003380     MOVE WS-PASS-NUMBER TO WS-EDIT-PASS.
003390     MOVE SPACES TO PRT-REPORT-LINE.
003400     IF WS-STARTED-AT-TOP
003410         STRING "PASS " WS-EDIT-PASS " STARTED "
003420             WS-PASS-STARTED(1:4) "-" WS-PASS-STARTED(5:2) "-"
003430             WS-PASS-STARTED(7:2)
003440             " - STARTING AT THE TOP OF THE MASTER"
003450             DELIMITED BY SIZE INTO PRT-REPORT-LINE
003460     ELSE
003470         STRING "PASS " WS-EDIT-PASS " STARTED "
003480             WS-PASS-STARTED(1:4) "-" WS-PASS-STARTED(5:2) "-"
003490             WS-PASS-STARTED(7:2)
003500             " - RESUMING AFTER KEY " WS-RESUME-KEY
003510             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003520     WRITE PRT-REPORT-LINE.
003530     MOVE SPACES TO PRT-REPORT-LINE.
003540     WRITE PRT-REPORT-LINE.
003550 1000-EXIT.
003560     EXIT.
003570 1050-VERIFY-CYCLE.
003580     SET CYQ-VERIFY TO TRUE.
003590     MOVE "HASHPTRL" TO CYQ-STEP-NAME.
003600     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
003610     CALL "CYCLCHK" USING CYQ-REQUEST.
003620     IF CYQ-RETURN-CODE > 4
003630         DISPLAY "HASHPTRL: CYCLE REFUSED - " CYQ-MESSAGE
003637         MOVE CYQ-MESSAGE TO WS-REFUSE-REASON
003644         SET WS-RUN-REFUSED TO TRUE
003651         GO TO 1050-EXIT.
003660     IF CYQ-RETURN-CODE = ZERO
003670         SET WS-REGISTER-IN-USE TO TRUE
003680         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
003690     ELSE
003700         DISPLAY "HASHPTRL: " CYQ-MESSAGE.
003710 1050-EXIT.
003720     EXIT.
003730 1100-LOAD-CARD.
003740     READ CONTROL-FILE
003750         AT END
003760             SET WS-END-OF-INPUT TO TRUE
003770             GO TO 1100-EXIT.
003780     IF PTC-CONTROL-RECORD = SPACES
003790         GO TO 1100-EXIT.
003800     EVALUATE TRUE
003810         WHEN PTC-CONTROL-RECORD(1:6) = "LIMIT:"
003820             MOVE PTC-CONTROL-RECORD(7:92) TO WS-PARSE-TEXT
003830             PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT
003840             IF WS-PARSE-DIGITS > ZERO AND WS-PARSE-VALUE > ZERO
003850                 MOVE WS-PARSE-VALUE TO WS-ENTRY-LIMIT
003860             ELSE
003870                 DISPLAY "HASHPTRL: BAD CARD IGNORED - "
003880                     PTC-CONTROL-RECORD
003890             END-IF
003900         WHEN PTC-CONTROL-RECORD(1:5) = "TIME:"
003910             MOVE PTC-CONTROL-RECORD(6:92) TO WS-PARSE-TEXT
003920             PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT
003930             IF WS-PARSE-DIGITS > ZERO AND WS-PARSE-VALUE > ZERO
003940                 AND WS-PARSE-VALUE < 1440
003950                 MOVE WS-PARSE-VALUE TO WS-TIME-MINUTES
003960             ELSE
003970                 DISPLAY "HASHPTRL: BAD CARD IGNORED - "
003980                     PTC-CONTROL-RECORD
003990             END-IF
004000         WHEN OTHER
004010             DISPLAY "HASHPTRL: UNRECOGNIZED CARD IGNORED - "
004020                 PTC-CONTROL-RECORD
004030     END-EVALUATE.
004040 1100-EXIT.
004050     EXIT.
004060 1150-PARSE-NUMBER.
004070     MOVE ZERO TO WS-PARSE-VALUE.
004080     MOVE ZERO TO WS-PARSE-DIGITS.
004090     MOVE "N" TO WS-PARSE-DONE-SWITCH.
004100     PERFORM 1160-PARSE-ONE-CHAR THRU 1160-EXIT
004110         VARYING WS-PARSE-SUB FROM 1 BY 1
004120         UNTIL WS-PARSE-SUB > 92
004130            OR WS-PARSE-DONE.
004140 1150-EXIT.
004150     EXIT.
004160 1160-PARSE-ONE-CHAR.
004170     IF WS-PARSE-DIGITS >= 9
004180         SET WS-PARSE-DONE TO TRUE
004190         GO TO 1160-EXIT.
004200     IF WS-PARSE-TEXT(WS-PARSE-SUB:1) IS NUMERIC
004210         MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
004220         COMPUTE WS-PARSE-VALUE = WS-PARSE-VALUE * 10
004230             + WS-PARSE-DIGIT
004240         ADD 1 TO WS-PARSE-DIGITS
004250     ELSE
004260         SET WS-PARSE-DONE TO TRUE.
004270 1160-EXIT.
004280     EXIT.
004290 1200-LOAD-POSITION.
004300     OPEN INPUT POSITION-FILE.
004310     IF NOT WS-POSITION-OK
004320         GO TO 1200-EXIT.
004330     MOVE "N" TO WS-INPUT-EOF-SWITCH.
004340     PERFORM 1250-READ-POSITION THRU 1250-EXIT
004350         UNTIL WS-END-OF-INPUT.
004360     CLOSE POSITION-FILE.
004370 1200-EXIT.
004380     EXIT.
004390 1250-READ-POSITION.
004400     READ POSITION-FILE
004410         AT END
004420             SET WS-END-OF-INPUT TO TRUE
004430             GO TO 1250-EXIT.
004440     MOVE PTP-LAST-KEY TO WS-RESUME-KEY.
004450     MOVE PTP-PASS-STARTED TO WS-PASS-STARTED.
004460     IF PTP-PASS-NUMBER IS NUMERIC
004470         MOVE PTP-PASS-NUMBER TO WS-PASS-NUMBER.
004480 1250-EXIT.
004490     EXIT.
005550 1600-POSITION-MASTER.
005560*    RESUME JUST AFTER THE LAST KEY THE PRIOR RUN REACHED.  WITH
005570*    NOTHING AFTER IT THE PRIOR RUN FINISHED THE PASS ON ITS LAST
005580*    ENTRY, SO THE PASS IS CLOSED AND A NEW ONE STARTS AT THE TOP.
005590     IF WS-RESUME-KEY NOT = SPACES
005600         MOVE WS-RESUME-KEY TO HMR-KEY
005610         START MASTER-FILE KEY IS GREATER THAN HMR-KEY
005620             INVALID KEY
005630                 PERFORM 2060-COMPLETE-PASS THRU 2060-EXIT
005640                 MOVE WS-RUN-TIMESTAMP TO WS-PASS-STARTED
005650                 MOVE SPACES TO WS-RESUME-KEY
005660         END-START
005670         IF WS-RESUME-KEY NOT = SPACES
005680             GO TO 1600-EXIT
005690         END-IF
005700     END-IF.
005710     SET WS-STARTED-AT-TOP TO TRUE.
005720     MOVE LOW-VALUES TO HMR-KEY.
005730     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
005740         INVALID KEY
005750             DISPLAY "HASHPTRL: HASHMAST IS EMPTY"
005760             SET WS-END-OF-SLICE TO TRUE
005770     END-START.
005780 1600-EXIT.
005790     EXIT.
005800 2000-PATROL-ENTRY.
005810     IF WS-PATROLLED >= WS-ENTRY-LIMIT
005820         SET WS-LIMIT-REACHED TO TRUE
005830         SET WS-END-OF-SLICE TO TRUE
005840         GO TO 2000-EXIT.
005850     IF WS-TIME-LIMIT > ZERO
005860         PERFORM 2010-CHECK-CLOCK THRU 2010-EXIT
005870         IF WS-TIME-EXPIRED
005880             SET WS-END-OF-SLICE TO TRUE
005890             GO TO 2000-EXIT
005900         END-IF
005910     END-IF.
005920     READ MASTER-FILE NEXT RECORD
005930         AT END
005940             PERFORM 2050-END-OF-MASTER THRU 2050-EXIT
005950             GO TO 2000-EXIT.
005960*    ONCE WRAPPED, THE SLICE ENDS WHERE THIS RUN BEGAN - THE
005970*    ENTRIES AFTER THAT WERE PATROLLED EARLIER IN THIS RUN.
005980     IF WS-PASS-WRAPPED AND NOT WS-STARTED-AT-TOP
005990         AND HMR-KEY > WS-RESUME-KEY
006000         SET WS-BACK-AT-START TO TRUE
006010         SET WS-END-OF-SLICE TO TRUE
006020         GO TO 2000-EXIT.
006030     MOVE HMR-KEY TO WS-LAST-KEY.
006040     IF HMR-FROM-PARTNER
006050         ADD 1 TO WS-PARTNER-SKIPPED
006060         GO TO 2000-EXIT.
006070     ADD 1 TO WS-PATROLLED.
006080     MOVE SPACES TO WS-OUTCOME.
006090     PERFORM 2100-LOCATE-SOURCE THRU 2100-EXIT.
006100     IF NOT WS-LOCATOR-FOUND
006110         MOVE WS-NO-LOCATOR-CODE TO WS-ERR-CODE
006120         MOVE "UNREACHABLE - NO MANIDX/HASHOUT LOCATOR"
006130             TO WS-OUTCOME
006140         MOVE "UNREACHABLE" TO WS-EXCEPTION-TYPE
006150         ADD 1 TO WS-UNREACHABLE
006160         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
006170         GO TO 2000-CHECKPOINT.
006180     PERFORM 2200-REDIGEST THRU 2200-EXIT.
006190 2000-CHECKPOINT.
006200     IF WS-OUTCOME NOT = SPACES
006210         PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
006220     ADD 1 TO WS-CHECKPOINT-COUNTER.
006230     IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
006240         PERFORM 4000-WRITE-POSITION THRU 4000-EXIT
006250         MOVE ZERO TO WS-CHECKPOINT-COUNTER.
006260 2000-EXIT.
006270     EXIT.
006280 2010-CHECK-CLOCK.
006290     MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP.
006300     COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
006310         + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
006320     IF WS-CLOCK-DATE NOT = WS-START-DATE
006330         ADD 86400 TO WS-CLOCK-SECONDS.
006340     COMPUTE WS-ELAPSED-SECONDS =
006350         WS-CLOCK-SECONDS - WS-START-SECONDS.
006360     IF WS-ELAPSED-SECONDS >= WS-TIME-LIMIT
006370         SET WS-TIME-EXPIRED TO TRUE.
006380 2010-EXIT.
006390     EXIT.
006400 2050-END-OF-MASTER.
006410*    THE END OF THE MASTER CLOSES THE PASS.  THE NEXT ONE STARTS
006420*    AT THE TOP - STRAIGHT AWAY IF THIS RUN DID NOT ITSELF BEGIN
006430*    AT THE TOP, OTHERWISE ON THE NEXT RUN.
006440     PERFORM 2060-COMPLETE-PASS THRU 2060-EXIT.
006450     MOVE SPACES TO WS-LAST-KEY.
006460     IF WS-PASS-WRAPPED OR WS-STARTED-AT-TOP
006470         MOVE SPACES TO WS-PASS-STARTED
006480         SET WS-PASS-ENDED TO TRUE
006490         SET WS-END-OF-SLICE TO TRUE
006500         GO TO 2050-EXIT.
006510     SET WS-PASS-WRAPPED TO TRUE.
006520     MOVE FUNCTION CURRENT-DATE TO WS-PASS-STARTED.
006530     MOVE LOW-VALUES TO HMR-KEY.
006540     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
006550         INVALID KEY
006560             SET WS-END-OF-SLICE TO TRUE
006570     END-START.
006580 2050-EXIT.
006590     EXIT.
006600 2060-COMPLETE-PASS.
006610     MOVE WS-PASS-NUMBER TO WS-COMPLETED-PASS.
006620     ADD 1 TO WS-PASSES-COMPLETED.
006630     ADD 1 TO WS-PASS-NUMBER.
006640 2060-EXIT.
006650     EXIT.
006660 2100-LOCATE-SOURCE.
006677     MOVE "N" TO WS-FOUND-SWITCH.
006694     MOVE SPACES TO SDG-REQUEST.
006711     MOVE ZERO TO SDG-RECORD-NUMBER.
006728     MOVE "F" TO SLC-FUNCTION.
006745     MOVE HMR-SOURCE-TYPE TO SLC-SOURCE-TYPE.
006762     MOVE HMR-KEY TO SLC-KEY.
006779     CALL "SRCLOC" USING SLC-REQUEST.
006796     IF SLC-RETURN-CODE NOT = ZERO
006813         GO TO 2100-EXIT.
006830     SET WS-LOCATOR-FOUND TO TRUE.
006847     MOVE SLC-DSNAME TO SDG-DSNAME.
006864     MOVE SLC-MODE TO SDG-MODE.
006881     MOVE SLC-RECORD-NUMBER TO SDG-RECORD-NUMBER.
006898     IF HMR-FROM-HASHBATCH
006915         MOVE HMR-KEY TO SDG-RECORD-KEY.
006940 2100-EXIT.
006950     EXIT.
007080 2200-REDIGEST.
007090*    THE ENTRY'S OWN ALGORITHM - THE DIGEST MUST COME OUT
007100*    IDENTICAL TO HMR-HASH IF THE DATA AT REST IS UNCHANGED.
007110     MOVE HMR-ALGORITHM TO SDG-ALGORITHM.
007120     CALL "SRCDIGST" USING SDG-REQUEST.
007130     IF SDG-RETURN-CODE NOT = ZERO
007140         MOVE SDG-RETURN-CODE TO WS-ERR-CODE
007150         IF SDG-RETURN-CODE = 20 OR SDG-RETURN-CODE = 30
007160             MOVE "UNREACHABLE - SOURCE NOT OPENED OR RECORD GONE"
007170                 TO WS-OUTCOME
007180         ELSE
007190             MOVE "UNREACHABLE - SOURCE COULD NOT BE RE-DIGESTED"
007200                 TO WS-OUTCOME
007210         END-IF
007220         MOVE "UNREACHABLE" TO WS-EXCEPTION-TYPE
007230         ADD 1 TO WS-UNREACHABLE
007240         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
007250         GO TO 2200-EXIT.
007260     IF SDG-DIGEST NOT = HMR-HASH
007270         MOVE WS-MISMATCH-CODE TO WS-ERR-CODE
007280         IF HMR-FROZEN
007290             MOVE "DRIFT - FROZEN ENTRY NO LONGER MATCHES SOURCE"
007300                 TO WS-OUTCOME
007310         ELSE
007320             MOVE "DRIFT - SOURCE NO LONGER MATCHES THE MASTER"
007330                 TO WS-OUTCOME
007340         END-IF
007350         MOVE "DIGEST DRIFT" TO WS-EXCEPTION-TYPE
007360         ADD 1 TO WS-DRIFT
007370         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
007380         GO TO 2200-EXIT.
007390     ADD 1 TO WS-VERIFIED.
007400     MOVE FUNCTION CURRENT-DATE TO HMR-LAST-VERIFIED.
007410     REWRITE HMR-RECORD
007420         INVALID KEY
007430             DISPLAY "HASHPTRL: VERIFIED STAMP NOT WRITTEN FOR "
007440                 "KEY " HMR-KEY " STATUS = " WS-MASTER-STATUS
007450             ADD 1 TO WS-STAMP-FAILED
007460     END-REWRITE.
007470 2200-EXIT.
007480     EXIT.
007490 2700-LOG-EXCEPTION.
007500     IF NOT WS-EXCEPT-OPEN
007510         GO TO 2700-ERRLOG.
007520     MOVE SPACES TO RXC-RECORD.
007530     MOVE WS-EXCEPTION-TYPE TO RXC-TYPE.
007540     MOVE HMR-KEY TO RXC-KEY.
007550     MOVE HMR-HASH TO RXC-OUT-HASH.
007560     IF WS-ERR-CODE = WS-MISMATCH-CODE
007570         MOVE SDG-DIGEST TO RXC-AUD-HASH.
007580     WRITE RXC-RECORD.
007582     IF NOT WS-EXCEPT-OK
007584         ADD 1 TO WS-LOG-FAILED
007586         DISPLAY "HASHPTRL: PATEXCPT WRITE FAILED, STATUS = "
007588             WS-EXCEPT-STATUS.
007590 2700-ERRLOG.
007600     IF NOT WS-ERRLOG-OPEN
007610         GO TO 2700-EXIT.
007620     CALL "ERRLOOK" USING WS-ERR-CODE WS-ERR-MESSAGE.
007630     MOVE SPACES TO ERL-RECORD.
007640     MOVE FUNCTION CURRENT-DATE TO ERL-TIMESTAMP.
007650     IF SDG-DSNAME = SPACES
007660         MOVE HMR-KEY TO ERL-SOURCE-ID
007670     ELSE
007680         MOVE SDG-DSNAME TO ERL-SOURCE-ID.
007690     MOVE WS-ERR-CODE TO ERL-RETURN-CODE.
007700     MOVE WS-ERR-MESSAGE TO ERL-MESSAGE.
007710     STRING "HASHPTRL KEY " HMR-KEY " " HMR-ALGORITHM
007720         " " WS-OUTCOME DELIMITED BY SIZE INTO ERL-INPUT-TEXT.
007730     MOVE WS-CYCLE-ID TO ERL-CYCLE-ID.
007740     WRITE ERL-RECORD.
007742     IF NOT WS-ERRLOG-OK
007744         ADD 1 TO WS-LOG-FAILED
007746         DISPLAY "HASHPTRL: ERRLOG WRITE FAILED, STATUS = "
007748             WS-ERRLOG-STATUS.
007750 2700-EXIT.
007760     EXIT.
007770 3000-PRINT-ENTRY.
007780     MOVE SPACES TO PRT-REPORT-LINE.
007790     STRING HMR-KEY " " HMR-ALGORITHM " "
007800         HMR-SOURCE-TYPE "  " WS-OUTCOME DELIMITED BY SIZE
007810         INTO PRT-REPORT-LINE.
007820     WRITE PRT-REPORT-LINE.
007830 3000-EXIT.
007840     EXIT.
007850 4000-WRITE-POSITION.
007860     IF NOT WS-POSITION-OPEN
007870         GO TO 4000-EXIT.
007880     MOVE SPACES TO PTP-RECORD.
007890     MOVE WS-LAST-KEY TO PTP-LAST-KEY.
007900     MOVE FUNCTION CURRENT-DATE TO PTP-TIMESTAMP.
007910     MOVE WS-CYCLE-ID TO PTP-CYCLE-ID.
007920     MOVE WS-PASS-NUMBER TO PTP-PASS-NUMBER.
007930     MOVE WS-PASS-STARTED TO PTP-PASS-STARTED.
007940     MOVE WS-PATROLLED TO PTP-PATROLLED.
007950     MOVE WS-VERIFIED TO PTP-VERIFIED.
007960     MOVE WS-DRIFT TO PTP-DRIFT.
007970     MOVE WS-UNREACHABLE TO PTP-UNREACHABLE.
007980     WRITE PTP-RECORD.
007982     IF NOT WS-POSITION-OK
007984         ADD 1 TO WS-LOG-FAILED
007986         DISPLAY "HASHPTRL: PATPOS WRITE FAILED, STATUS = "
007988             WS-POSITION-STATUS.
007990 4000-EXIT.
008000     EXIT.
008010 5000-SCAN-COVERAGE.
008020*    A SECOND, READ-ONLY PASS OVER THE WHOLE MASTER FOR THE
008030*    COVERAGE FIGURES - WHAT THE CURRENT PASS HAS VERIFIED SO FAR,
008040*    WHAT HAS NEVER BEEN VERIFIED, AND THE OLDEST VERIFICATION.
008050     IF NOT WS-MASTER-OPEN
008060         GO TO 5000-EXIT.
008070     IF WS-LAST-KEY = SPACES AND NOT WS-PASS-ENDED
008080         MOVE WS-RESUME-KEY TO WS-LAST-KEY.
008090     PERFORM 4000-WRITE-POSITION THRU 4000-EXIT.
008100     MOVE "N" TO WS-INPUT-EOF-SWITCH.
008110     MOVE LOW-VALUES TO HMR-KEY.
008120     START MASTER-FILE KEY IS NOT LESS THAN HMR-KEY
008130         INVALID KEY
008140             GO TO 5000-EXIT
008150     END-START.
008160     PERFORM 5100-SCAN-ONE-ENTRY THRU 5100-EXIT
008170         UNTIL WS-END-OF-INPUT.
008180     COMPUTE WS-PATROLLABLE = WS-MASTER-TOTAL - WS-PARTNER-TOTAL.
008190     COMPUTE WS-NOT-YET-COVERED =
008200         WS-PATROLLABLE - WS-COVERED-THIS-PASS.
008210     COMPUTE WS-RUNS-TO-COMPLETE =
008220         (WS-NOT-YET-COVERED + WS-ENTRY-LIMIT - 1)
008230         / WS-ENTRY-LIMIT.
008240 5000-EXIT.
008250     EXIT.
008260 5100-SCAN-ONE-ENTRY.
008270     READ MASTER-FILE NEXT RECORD
008280         AT END
008290             SET WS-END-OF-INPUT TO TRUE
008300             GO TO 5100-EXIT.
008310     ADD 1 TO WS-MASTER-TOTAL.
008320     IF HMR-FROM-PARTNER
008330         ADD 1 TO WS-PARTNER-TOTAL
008340         GO TO 5100-EXIT.
008350     IF HMR-LAST-VERIFIED = SPACES
008360         ADD 1 TO WS-NEVER-VERIFIED
008370         GO TO 5100-EXIT.
008380     IF WS-PASS-STARTED NOT = SPACES
008390         AND HMR-LAST-VERIFIED NOT < WS-PASS-STARTED
008400         ADD 1 TO WS-COVERED-THIS-PASS.
008410     IF WS-OLDEST-VERIFIED = SPACES
008420         OR HMR-LAST-VERIFIED < WS-OLDEST-VERIFIED
008430         MOVE HMR-LAST-VERIFIED TO WS-OLDEST-VERIFIED
008440         MOVE HMR-KEY TO WS-OLDEST-KEY.
008450 5100-EXIT.
008460     EXIT.
008470 8000-WRITE-SUMMARY.
008480     MOVE SPACES TO PRT-REPORT-LINE.
008490     WRITE PRT-REPORT-LINE.
008493     IF WS-RUN-REFUSED
008496         GO TO 8000-VERDICT.
008500     MOVE WS-PATROLLED TO WS-EDIT-COUNT.
008510     MOVE SPACES TO PRT-REPORT-LINE.
008520     STRING "ENTRIES PATROLLED THIS RUN    : " WS-EDIT-COUNT
008530         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008540     WRITE PRT-REPORT-LINE.
008550     MOVE WS-VERIFIED TO WS-EDIT-COUNT.
008560     MOVE SPACES TO PRT-REPORT-LINE.
008570     STRING "  VERIFIED - SOURCE MATCHES   : " WS-EDIT-COUNT
008580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008590     WRITE PRT-REPORT-LINE.
008600     MOVE WS-DRIFT TO WS-EDIT-COUNT.
008610     MOVE SPACES TO PRT-REPORT-LINE.
008620     STRING "  DRIFT - SOURCE DIFFERS      : " WS-EDIT-COUNT
008630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008640     WRITE PRT-REPORT-LINE.
008650     MOVE WS-UNREACHABLE TO WS-EDIT-COUNT.
008660     MOVE SPACES TO PRT-REPORT-LINE.
008670     STRING "  UNREACHABLE                 : " WS-EDIT-COUNT
008680         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008690     WRITE PRT-REPORT-LINE.
008700     MOVE WS-PARTNER-SKIPPED TO WS-EDIT-COUNT.
008710     MOVE SPACES TO PRT-REPORT-LINE.
008720     STRING "PARTNER ENTRIES PASSED OVER   : " WS-EDIT-COUNT
008730         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008740     WRITE PRT-REPORT-LINE.
008742     IF WS-LOG-FAILED > ZERO
008743         MOVE WS-LOG-FAILED TO WS-EDIT-COUNT
008744         MOVE SPACES TO PRT-REPORT-LINE
008746         STRING "PATEXCPT/ERRLOG/PATPOS FAILED : " WS-EDIT-COUNT
008747             DELIMITED BY SIZE INTO PRT-REPORT-LINE
008748         WRITE PRT-REPORT-LINE.
008750     MOVE SPACES TO PRT-REPORT-LINE.
008760     EVALUATE TRUE
008770         WHEN WS-LIMIT-REACHED
008780             STRING "SLICE ENDED AT THE ENTRY LIMIT"
008790                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
008800         WHEN WS-TIME-EXPIRED
008810             STRING "SLICE ENDED AT THE TIME BUDGET"
008820                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
008830         WHEN WS-PASS-ENDED
008840             STRING "SLICE ENDED AT THE END OF THE MASTER"
008850                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
008860         WHEN WS-BACK-AT-START
008870             STRING "SLICE ENDED BACK WHERE THIS RUN STARTED - "
008880                 "EVERY ENTRY REACHED" DELIMITED BY SIZE
008890                 INTO PRT-REPORT-LINE
008900     END-EVALUATE.
008910     WRITE PRT-REPORT-LINE.
008920     IF WS-PASSES-COMPLETED > ZERO
008930         MOVE WS-COMPLETED-PASS TO WS-EDIT-PASS
008940         MOVE SPACES TO PRT-REPORT-LINE
008950         STRING "PASS " WS-EDIT-PASS " COMPLETED THIS RUN - "
008960             "EVERY ENTRY ON THE MASTER REACHED"
008970             DELIMITED BY SIZE INTO PRT-REPORT-LINE
008980         WRITE PRT-REPORT-LINE.
008990     MOVE SPACES TO PRT-REPORT-LINE.
009000     WRITE PRT-REPORT-LINE.
009010     IF NOT WS-MASTER-OPEN
009020         GO TO 8000-VERDICT.
009030     MOVE SPACES TO PRT-REPORT-LINE.
009040     STRING "COVERAGE OF THE MASTER"
009050         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009060     WRITE PRT-REPORT-LINE.
009070     MOVE WS-MASTER-TOTAL TO WS-EDIT-COUNT.
009080     MOVE SPACES TO PRT-REPORT-LINE.
009090     STRING "  MASTER ENTRIES IN TOTAL     : " WS-EDIT-COUNT
009100         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009110     WRITE PRT-REPORT-LINE.
009120     MOVE WS-PARTNER-TOTAL TO WS-EDIT-COUNT.
009130     MOVE SPACES TO PRT-REPORT-LINE.
009140     STRING "  PARTNER - NOT PATROLLED     : " WS-EDIT-COUNT
009150         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009160     WRITE PRT-REPORT-LINE.
009170     MOVE WS-PASS-NUMBER TO WS-EDIT-PASS.
009180     MOVE WS-COVERED-THIS-PASS TO WS-EDIT-COUNT.
009190     MOVE SPACES TO PRT-REPORT-LINE.
009200     IF WS-PASS-STARTED = SPACES
009210         STRING "  VERIFIED THIS PASS          : " WS-EDIT-COUNT
009220             "  (PASS " WS-EDIT-PASS " STARTS NEXT RUN)"
009230             DELIMITED BY SIZE INTO PRT-REPORT-LINE
009240     ELSE
009250         STRING "  VERIFIED THIS PASS          : " WS-EDIT-COUNT
009260             "  (PASS " WS-EDIT-PASS " STARTED "
009270             WS-PASS-STARTED(1:4) "-" WS-PASS-STARTED(5:2) "-"
009280             WS-PASS-STARTED(7:2) ")"
009290             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009300     WRITE PRT-REPORT-LINE.
009310     MOVE WS-NOT-YET-COVERED TO WS-EDIT-COUNT.
009320     MOVE SPACES TO PRT-REPORT-LINE.
009330     STRING "  NOT YET VERIFIED THIS PASS  : " WS-EDIT-COUNT
009340         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009350     WRITE PRT-REPORT-LINE.
009360     MOVE WS-NEVER-VERIFIED TO WS-EDIT-COUNT.
009370     MOVE SPACES TO PRT-REPORT-LINE.
009380     STRING "  NEVER VERIFIED              : " WS-EDIT-COUNT
009390         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009400     WRITE PRT-REPORT-LINE.
009410     MOVE SPACES TO PRT-REPORT-LINE.
009420     IF WS-OLDEST-VERIFIED = SPACES
009430         STRING "  OLDEST LAST-VERIFIED        : NONE"
009440             DELIMITED BY SIZE INTO PRT-REPORT-LINE
009450     ELSE
009460         STRING "  OLDEST LAST-VERIFIED        : "
009470             WS-OLDEST-VERIFIED(1:4) "-"
009480             WS-OLDEST-VERIFIED(5:2) "-"
009490             WS-OLDEST-VERIFIED(7:2) " "
009500             WS-OLDEST-VERIFIED(9:2) ":"
009510             WS-OLDEST-VERIFIED(11:2) "  KEY " WS-OLDEST-KEY
009520             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009530     WRITE PRT-REPORT-LINE.
009540     MOVE WS-RUNS-TO-COMPLETE TO WS-EDIT-COUNT.
009550     MOVE SPACES TO PRT-REPORT-LINE.
009560     STRING "  RUNS TO FINISH THIS PASS    : " WS-EDIT-COUNT
009570         "  (AT THE CURRENT LIMIT)"
009580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009590     WRITE PRT-REPORT-LINE.
009600     MOVE SPACES TO PRT-REPORT-LINE.
009610     IF WS-LAST-KEY = SPACES
009620         STRING "NEXT RUN STARTS AT THE TOP OF THE MASTER"
009630             DELIMITED BY SIZE INTO PRT-REPORT-LINE
009640     ELSE
009650         STRING "NEXT RUN RESUMES AFTER KEY " WS-LAST-KEY
009660             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
009670     WRITE PRT-REPORT-LINE.
009680 8000-VERDICT.
009690     MOVE SPACES TO PRT-REPORT-LINE.
009700     EVALUATE TRUE
009702         WHEN WS-RUN-REFUSED
009704             STRING "VERDICT: HOLD - " WS-REFUSE-REASON
009706                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
009710         WHEN WS-MASTER-UNAVAILABLE
009720             STRING "VERDICT: NOT RUN - HASHMAST UNAVAILABLE"
009730                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
009732         WHEN WS-LOG-FAILED > ZERO
009734             STRING "VERDICT: PATEXCPT, ERRLOG OR PATPOS WRITE "
009736                 "FAILED - CONDITION CODE 8" DELIMITED BY SIZE
009738                 INTO PRT-REPORT-LINE
009740         WHEN WS-DRIFT > ZERO
009750             STRING "VERDICT: DRIFT FOUND - DATA AT REST NO "
009760                 "LONGER MATCHES THE MASTER - SEE PATEXCPT"
009770                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
009780         WHEN WS-UNREACHABLE > ZERO
009790             STRING "VERDICT: SOURCES UNREACHABLE - SEE PATEXCPT "
009800                 "AND ERRLOG" DELIMITED BY SIZE
009810                 INTO PRT-REPORT-LINE
009820         WHEN OTHER
009830             STRING "VERDICT: CLEAN - EVERY ENTRY PATROLLED "
009840                 "MATCHES ITS SOURCE" DELIMITED BY SIZE
009850                 INTO PRT-REPORT-LINE
009860     END-EVALUATE.
009870     WRITE PRT-REPORT-LINE.
009880 8000-EXIT.
009890     EXIT.
009900 9000-TERMINATE.
009910     IF WS-MASTER-OPEN
009915         CLOSE MASTER-FILE.
009920     IF WS-ERRLOG-OPEN
009925         CLOSE ERROR-LOG-FILE.
009930     IF WS-EXCEPT-OPEN
009935         CLOSE EXCEPTION-FILE.
009940     IF WS-POSITION-OPEN
009950         CLOSE POSITION-FILE.
009960     CLOSE PRINT-FILE.
009970     DISPLAY "HASHPTRL: ENTRIES PATROLLED = " WS-PATROLLED.
009980     DISPLAY "HASHPTRL: VERIFIED          = " WS-VERIFIED.
009990     DISPLAY "HASHPTRL: DRIFT             = " WS-DRIFT.
010000     DISPLAY "HASHPTRL: UNREACHABLE       = " WS-UNREACHABLE.
010001     DISPLAY "HASHPTRL: LOG FAILED        = " WS-LOG-FAILED.
010002     IF WS-RUN-REFUSED
010004         DISPLAY "HASHPTRL: HOLD - " WS-REFUSE-REASON
010006         MOVE WS-HOLD-CODE TO RETURN-CODE
010008         GO TO 9000-EXIT.
010010     IF WS-MASTER-UNAVAILABLE OR WS-DRIFT > ZERO
010015         OR WS-LOG-FAILED > ZERO
010020         MOVE WS-HOLD-CODE TO RETURN-CODE
010030     ELSE
010040         IF WS-UNREACHABLE > ZERO
010050             MOVE WS-WARN-CODE TO RETURN-CODE
010060         ELSE
010070             MOVE ZERO TO RETURN-CODE.
010080 9000-EXIT.
010090     EXIT.
010100 9100-RECORD-CYCLE-STEP.
010110     IF NOT WS-REGISTER-IN-USE
010120         GO TO 9100-EXIT.
010130     SET CYQ-ADVANCE TO TRUE.
010140     MOVE SPACES TO CYQ-NEW-STATE.
010150     MOVE RETURN-CODE TO CYQ-STEP-RC.
010160     CALL "CYCLCHK" USING CYQ-REQUEST.
010170     MOVE CYQ-STEP-RC TO RETURN-CODE.
010180     IF CYQ-RETURN-CODE NOT = ZERO
010190         DISPLAY "HASHPTRL: " CYQ-MESSAGE.
010200 9100-EXIT.
010210     EXIT.
