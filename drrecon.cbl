000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DRRECON.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - CROSS-SITE HASHMAST
000210*                  RECONCILIATION.  MATCHES AN UNLOADED HASHMAST
000220*                  EXTRACT FROM PRODUCTION (PRODMAST) AGAINST ONE
000230*                  FROM THE DR REPLICA (DRMAST), BOTH IN HMR-KEY
000240*                  ORDER AS THE UNLOAD WRITES THEM, AND CLASSES
000250*                  EVERY KEY AS MATCHED, DIGEST DIFFERS,
000260*                  ALGORITHM DIFFERS (NOT COMPARABLE WITHOUT A
000270*                  RE-DIGEST), PRODUCTION ONLY, DR ONLY, OR STALE
000280*                  AT ONE SITE - ITS HMR-TIMESTAMP OR HMR-RUN-ID
000290*                  BEHIND THE OTHER SITE'S BY MORE THAN THE DRCTL
000300*                  TOLERANCE (DRCTL.CPY).  A STALE ENTRY IS
000310*                  REPORTED AS STALE WHATEVER ITS DIGEST, SINCE
000320*                  THE SITE BEHIND HAS NOT YET RECEIVED THE LATER
000330*                  LOAD.  EVERY KEY THAT DOES NOT MATCH IS
000340*                  WRITTEN TO DREXCPT (DREXC.CPY) AND LISTED ON
000350*                  PRTFILE WITH THE SUMMARY.  CONDITION CODES FOR
000360*                  THE DR READINESS CHECKLIST: 0 THE REPLICA
000370*                  MATCHES PRODUCTION KEY FOR KEY, 4 ONLY STALE
000380*                  OR ALGORITHM-DIFFERS ENTRIES, 8 A DIGEST
000390*                  DIFFERS, A KEY IS AT ONE SITE ONLY, OR THE
000400*                  RECONCILIATION COULD NOT BE COMPLETED.
000403* 2026-10-15 JCM   PRODMAST, DRMAST AND DREXCPT ARE CLOSED ONLY IF
000406*                  THEY OPENED.
000409* 2026-10-15 JCM   THE RUN NUMBER IS TAKEN FROM THE DIGITS AFTER
000411*                  THE LAST NON-DIGIT ONLY (R1NITE09 IS PREFIX
000413*                  R1NITE, RUN 9), AND A RUN ID THAT DOES NOT END
000415*                  IN A DIGIT HAS NO RUN NUMBER TO COMPARE.
000417*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-Z.
000450 OBJECT-COMPUTER. IBM-Z.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROL-FILE ASSIGN TO DRCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CONTROL-STATUS.
000510     SELECT PROD-FILE ASSIGN TO PRODMAST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PROD-STATUS.
000540     SELECT DR-FILE ASSIGN TO DRMAST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DR-STATUS.
000570     SELECT EXCEPTION-FILE ASSIGN TO DREXCPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EXCEPT-STATUS.
000600     SELECT PRINT-FILE ASSIGN TO PRTFILE
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PRINT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CONTROL-FILE
000660     RECORDING MODE IS F.
000670 COPY DRCTL.
000680 FD  PROD-FILE
000690     RECORDING MODE IS F.
000700 COPY HASHMST.
000710*    THE DR EXTRACT IS READ AS A BYTE IMAGE INTO WS-DR-MASTER.
000720 FD  DR-FILE
000730     RECORDING MODE IS F.
000740 01  DRM-RECORD                 PIC X(219).
000750 FD  EXCEPTION-FILE
000760     RECORDING MODE IS F.
000770 COPY DREXC.
000780 FD  PRINT-FILE
000790     RECORDING MODE IS F.
000800 COPY PRTLINE.
000810 WORKING-STORAGE SECTION.
000820 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
000830     88 WS-CONTROL-OK                   VALUE "00".
000840 01  WS-PROD-STATUS           PIC X(02) VALUE SPACES.
000850     88 WS-PROD-OK                      VALUE "00".
000860 01  WS-DR-STATUS             PIC X(02) VALUE SPACES.
000870     88 WS-DR-OK                        VALUE "00".
000880 01  WS-EXCEPT-STATUS         PIC X(02) VALUE SPACES.
000890     88 WS-EXCEPT-OK                    VALUE "00".
000900 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000910     88 WS-PRINT-OK                     VALUE "00".
000911 01  WS-PROD-OPEN-SWITCH      PIC X(01) VALUE "N".
000912     88 WS-PROD-OPEN                    VALUE "Y".
000913 01  WS-DR-OPEN-SWITCH        PIC X(01) VALUE "N".
000914     88 WS-DR-OPEN                      VALUE "Y".
000915 01  WS-EXCEPT-OPEN-SWITCH    PIC X(01) VALUE "N".
000916     88 WS-EXCEPT-OPEN                  VALUE "Y".
000920 01  WS-CONTROL-EOF-SWITCH    PIC X(01) VALUE "N".
000930     88 WS-END-OF-CONTROL               VALUE "Y".
000940 01  WS-PROD-EOF-SWITCH       PIC X(01) VALUE "N".
000950     88 WS-END-OF-PROD                  VALUE "Y".
000960 01  WS-DR-EOF-SWITCH         PIC X(01) VALUE "N".
000970     88 WS-END-OF-DR                    VALUE "Y".
000980 01  WS-INCOMPLETE-SWITCH     PIC X(01) VALUE "N".
000990     88 WS-RECON-INCOMPLETE             VALUE "Y".
001000 01  WS-INCOMPLETE-REASON     PIC X(60) VALUE SPACES.
001010*    THE DR ENTRY - A COPY OF HMR-RECORD (HASHMST.CPY).
001020 01  WS-DR-MASTER.
001030     05 WS-DR-KEY             PIC X(20).
001040     05 WS-DR-HASH            PIC X(129).
001050     05 WS-DR-ALGORITHM       PIC X(08).
001060     05 WS-DR-TIMESTAMP       PIC X(26).
001070     05 WS-DR-RUN-ID          PIC X(08).
001080     05 WS-DR-SOURCE-TYPE     PIC X(01).
001090     05 WS-DR-FREEZE-FLAG     PIC X(01).
001100     05 WS-DR-LAST-VERIFIED   PIC X(26).
001110*    MERGE KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED.
001120 01  WS-PROD-MATCH-KEY        PIC X(20) VALUE LOW-VALUES.
001130 01  WS-DR-MATCH-KEY          PIC X(20) VALUE LOW-VALUES.
001140*    TOLERANCES FROM DRCTL.
001150 01  WS-TOLERANCE-HOURS       PIC 9(05) COMP-5 VALUE 24.
001160 01  WS-TOLERANCE-MINUTES     PIC 9(09) COMP-5 VALUE ZERO.
001170 01  WS-TOLERANCE-RUNS        PIC 9(09) COMP-5 VALUE 1.
001180*    TIMESTAMPS ARE TAKEN TO MINUTES, CORRECTED TO UTC BY THEIR
001190*    OWN OFFSET, SO TWO SITES ON DIFFERENT CLOCKS COMPARE TRUE.
001200 01  WS-STAMP-TEXT            PIC X(26) VALUE SPACES.
001210 01  WS-STAMP-PARTS REDEFINES WS-STAMP-TEXT.
001220     05 WS-STAMP-DATE         PIC X(08).
001230     05 WS-STAMP-HH           PIC 9(02).
001240     05 WS-STAMP-MM           PIC 9(02).
001250     05 FILLER                PIC X(04).
001260     05 WS-STAMP-SIGN         PIC X(01).
001270     05 WS-STAMP-OFF-HH       PIC 9(02).
001280     05 WS-STAMP-OFF-MM       PIC 9(02).
001290 01  WS-STAMP-VALID-SWITCH    PIC X(01) VALUE "N".
001300     88 WS-STAMP-VALID                  VALUE "Y".
001310 01  WS-STAMP-MINUTES         PIC 9(11) COMP-5 VALUE ZERO.
001320 01  WS-PROD-MINUTES          PIC 9(11) COMP-5 VALUE ZERO.
001330 01  WS-DR-MINUTES            PIC 9(11) COMP-5 VALUE ZERO.
001340 01  WS-PROD-STAMP-SWITCH     PIC X(01) VALUE "N".
001350     88 WS-PROD-STAMP-VALID             VALUE "Y".
001360 01  WS-LAG-MINUTES           PIC 9(11) COMP-5 VALUE ZERO.
001370 01  WS-CHECK-TEXT            PIC X(08) VALUE SPACES.
001380 01  WS-CHECK-DATE REDEFINES WS-CHECK-TEXT.
001390     05 WS-CHECK-YEAR         PIC 9(04).
001400     05 WS-CHECK-MONTH        PIC 9(02).
001410     05 WS-CHECK-DAY          PIC 9(02).
001420 01  WS-CHECK-NUMBER REDEFINES WS-CHECK-TEXT
001430                              PIC 9(08).
001440 01  WS-CHECK-INT             PIC 9(09) COMP-5 VALUE ZERO.
001450 01  WS-ROUND-TRIP-DATE       PIC 9(08) VALUE ZERO.
001460*    RUN IDS SPLIT INTO A PREFIX AND A TRAILING RUN NUMBER.
001470 01  WS-RUN-TEXT              PIC X(08) VALUE SPACES.
001480 01  WS-RUN-END               PIC 9(04) COMP-5 VALUE ZERO.
001490 01  WS-RUN-START             PIC 9(04) COMP-5 VALUE ZERO.
001500 01  WS-RUN-SUB               PIC 9(04) COMP-5 VALUE ZERO.
001510 01  WS-RUN-PREFIX            PIC X(08) VALUE SPACES.
001520 01  WS-RUN-NUMBER            PIC 9(09) COMP-5 VALUE ZERO.
001530 01  WS-RUN-VALID-SWITCH      PIC X(01) VALUE "N".
001540     88 WS-RUN-VALID                    VALUE "Y".
001544 01  WS-RUN-SCAN-SWITCH       PIC X(01) VALUE "N".
001547     88 WS-RUN-SCAN-DONE                VALUE "Y".
001550 01  WS-PROD-RUN-PREFIX       PIC X(08) VALUE SPACES.
001560 01  WS-PROD-RUN-NUMBER       PIC 9(09) COMP-5 VALUE ZERO.
001570 01  WS-PROD-RUN-SWITCH       PIC X(01) VALUE "N".
001580     88 WS-PROD-RUN-VALID               VALUE "Y".
001590 01  WS-LAG-RUNS              PIC 9(09) COMP-5 VALUE ZERO.
001600 01  WS-PARSE-TEXT            PIC X(92) VALUE SPACES.
001610 01  WS-PARSE-VALUE           PIC 9(09) COMP-5 VALUE ZERO.
001620 01  WS-PARSE-DIGITS          PIC 9(04) COMP-5 VALUE ZERO.
001630 01  WS-PARSE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
001640 01  WS-PARSE-DONE-SWITCH     PIC X(01) VALUE "N".
001650     88 WS-PARSE-DONE                   VALUE "Y".
001660 01  WS-PARSE-CHAR            PIC X(01) VALUE "0".
001670 01  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
001680                              PIC 9(01).
001690*    ONE EXCEPTION ON ITS WAY TO 2600-WRITE-EXCEPTION.
001700 01  WS-EXCEPTION-TYPE        PIC X(13) VALUE SPACES.
001710 01  WS-EXCEPTION-NOTE        PIC X(30) VALUE SPACES.
001720 01  WS-HAVE-PROD-SWITCH      PIC X(01) VALUE "N".
001730     88 WS-HAVE-PROD                    VALUE "Y".
001740 01  WS-HAVE-DR-SWITCH        PIC X(01) VALUE "N".
001750     88 WS-HAVE-DR                      VALUE "Y".
001760 01  WS-PROD-READ             PIC 9(09) COMP-5 VALUE ZERO.
001770 01  WS-DR-READ               PIC 9(09) COMP-5 VALUE ZERO.
001780 01  WS-BOTH-COUNT            PIC 9(09) COMP-5 VALUE ZERO.
001790 01  WS-MATCHED-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001800 01  WS-DIGEST-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001810 01  WS-ALG-COUNT             PIC 9(09) COMP-5 VALUE ZERO.
001820 01  WS-PROD-ONLY-COUNT       PIC 9(09) COMP-5 VALUE ZERO.
001830 01  WS-DR-ONLY-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001840 01  WS-STALE-PROD-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
001850 01  WS-STALE-DR-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001860 01  WS-EXCEPTION-COUNT       PIC 9(09) COMP-5 VALUE ZERO.
001870 01  WS-RETURN-CODE           PIC 9(09) COMP-5 VALUE ZERO.
001880 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
001890 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001900 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001910 01  WS-VERDICT-TEXT          PIC X(60) VALUE SPACES.
001920 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001930 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
001940 01  WS-EDIT-LAG              PIC ZZZZZZZZ9.
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-MATCH-ENTRIES THRU 2000-EXIT
001990         UNTIL (WS-END-OF-PROD AND WS-END-OF-DR)
002000            OR WS-RECON-INCOMPLETE.
002010     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.
002070 1000-INITIALIZE.
002071*    TOLERANCES, FILES AND THE FIRST ENTRY FROM EACH SITE.
002080     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
002090     OPEN OUTPUT PRINT-FILE.
002100     IF NOT WS-PRINT-OK
002110         DISPLAY "DRRECON: UNABLE TO OPEN PRTFILE, STATUS = "
002120             WS-PRINT-STATUS.
002130     OPEN INPUT CONTROL-FILE.
002140     IF WS-CONTROL-OK
002150         PERFORM 1100-READ-CONTROL THRU 1100-EXIT
002160             UNTIL WS-END-OF-CONTROL
002170         CLOSE CONTROL-FILE
002180     ELSE
002190         DISPLAY "DRRECON: NO DRCTL CARDS - DEFAULT TOLERANCES".
002200     COMPUTE WS-TOLERANCE-MINUTES = WS-TOLERANCE-HOURS * 60.
002210     PERFORM 1300-WRITE-HEADING THRU 1300-EXIT.
002220     OPEN OUTPUT EXCEPTION-FILE.
002230     IF NOT WS-EXCEPT-OK
002240         DISPLAY "DRRECON: UNABLE TO OPEN DREXCPT, STATUS = "
002250             WS-EXCEPT-STATUS
002260         MOVE "DREXCPT COULD NOT BE OPENED"
002270             TO WS-INCOMPLETE-REASON
002280         SET WS-RECON-INCOMPLETE TO TRUE
002290         GO TO 1000-EXIT.
002295     SET WS-EXCEPT-OPEN TO TRUE.
002300     OPEN INPUT PROD-FILE.
002310     IF NOT WS-PROD-OK
002320         DISPLAY "DRRECON: UNABLE TO OPEN PRODMAST, STATUS = "
002330             WS-PROD-STATUS
002340         MOVE "PRODUCTION EXTRACT (PRODMAST) NOT PROVIDED"
002350             TO WS-INCOMPLETE-REASON
002360         SET WS-RECON-INCOMPLETE TO TRUE
002370         GO TO 1000-EXIT.
002375     SET WS-PROD-OPEN TO TRUE.
002380     OPEN INPUT DR-FILE.
002390     IF NOT WS-DR-OK
002400         DISPLAY "DRRECON: UNABLE TO OPEN DRMAST, STATUS = "
002410             WS-DR-STATUS
002420         MOVE "DR EXTRACT (DRMAST) NOT PROVIDED"
002430             TO WS-INCOMPLETE-REASON
002440         SET WS-RECON-INCOMPLETE TO TRUE
002450         GO TO 1000-EXIT.
002455     SET WS-DR-OPEN TO TRUE.
002460     PERFORM 2100-READ-PROD THRU 2100-EXIT.
002470     PERFORM 2200-READ-DR THRU 2200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500 1100-READ-CONTROL.
002510     READ CONTROL-FILE
002520         AT END
002530             SET WS-END-OF-CONTROL TO TRUE
002540             GO TO 1100-EXIT.
002550     IF DRC-CONTROL-RECORD = SPACES
002560         GO TO 1100-EXIT.
002570     EVALUATE TRUE
002580         WHEN DRC-CONTROL-RECORD(1:6) = "HOURS:"
002590             MOVE DRC-CONTROL-RECORD(7:92) TO WS-PARSE-TEXT
002600             PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT
002610             IF WS-PARSE-DIGITS > ZERO
002620                 AND WS-PARSE-VALUE <= 99999
002630                 MOVE WS-PARSE-VALUE TO WS-TOLERANCE-HOURS
002640             ELSE
002650                 DISPLAY "DRRECON: BAD CARD IGNORED - "
002660                     DRC-CONTROL-RECORD
002670             END-IF
002680         WHEN DRC-CONTROL-RECORD(1:5) = "RUNS:"
002690             MOVE DRC-CONTROL-RECORD(6:92) TO WS-PARSE-TEXT
002700             PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT
002710             IF WS-PARSE-DIGITS > ZERO
002720                 MOVE WS-PARSE-VALUE TO WS-TOLERANCE-RUNS
002730             ELSE
002740                 DISPLAY "DRRECON: BAD CARD IGNORED - "
002750                     DRC-CONTROL-RECORD
002760             END-IF
002770         WHEN OTHER
002780             DISPLAY "DRRECON: UNRECOGNIZED CARD IGNORED - "
002790                 DRC-CONTROL-RECORD
002800     END-EVALUATE.
002810 1100-EXIT.
002820     EXIT.
002830 1150-PARSE-NUMBER.
002840     MOVE ZERO TO WS-PARSE-VALUE.
002850     MOVE ZERO TO WS-PARSE-DIGITS.
002860     MOVE "N" TO WS-PARSE-DONE-SWITCH.
002870     PERFORM 1160-PARSE-ONE-CHAR THRU 1160-EXIT
002880         VARYING WS-PARSE-SUB FROM 1 BY 1
002890         UNTIL WS-PARSE-SUB > 92
002900            OR WS-PARSE-DONE.
002910 1150-EXIT.
002920     EXIT.
002930 1160-PARSE-ONE-CHAR.
002940*    A 9(09) VALUE HOLDS AT MOST NINE DIGITS - STOP THERE SO A
002950*    RUNAWAY CARD CANNOT OVERFLOW THE ACCUMULATOR.
002960     IF WS-PARSE-DIGITS >= 9
002970         SET WS-PARSE-DONE TO TRUE
002980         GO TO 1160-EXIT.
002990     IF WS-PARSE-TEXT(WS-PARSE-SUB:1) IS NUMERIC
003000         MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
003010         COMPUTE WS-PARSE-VALUE = WS-PARSE-VALUE * 10
003020             + WS-PARSE-DIGIT
003030         ADD 1 TO WS-PARSE-DIGITS
003040     ELSE
003050         SET WS-PARSE-DONE TO TRUE.
003060 1160-EXIT.
003070     EXIT.
003080 1300-WRITE-HEADING.
003090     MOVE SPACES TO PRT-REPORT-LINE.
003100     STRING "DRRECON CROSS-SITE HASHMAST RECONCILIATION"
003110         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003120     WRITE PRT-REPORT-LINE.
003130     MOVE SPACES TO PRT-REPORT-LINE.
003140     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
003150         INTO PRT-REPORT-LINE.
003160     WRITE PRT-REPORT-LINE.
003170     MOVE WS-TOLERANCE-HOURS TO WS-EDIT-COUNT.
003180     MOVE WS-TOLERANCE-RUNS TO WS-EDIT-CODE.
003190     MOVE SPACES TO PRT-REPORT-LINE.
003200     STRING "STALE TOLERANCE: HOURS " WS-EDIT-COUNT
003210         "   RUNS " WS-EDIT-CODE
003220         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003230     WRITE PRT-REPORT-LINE.
003240     MOVE SPACES TO PRT-REPORT-LINE.
003250     WRITE PRT-REPORT-LINE.
003260     MOVE SPACES TO PRT-REPORT-LINE.
003270     STRING "EXCEPTIONS" DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003280     WRITE PRT-REPORT-LINE.
003290     MOVE SPACES TO PRT-REPORT-LINE.
003300     STRING "TYPE          KEY                  PROD ALG "
003310         "PROD STAMP     PROD RUN DR ALG   DR STAMP       "
003320         "DR RUN   NOTE"
003330         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003340     WRITE PRT-REPORT-LINE.
003350 1300-EXIT.
003360     EXIT.
003400 2000-MATCH-ENTRIES.
003401*    MATCH THE TWO EXTRACTS BY HMR-KEY.
003410     IF WS-PROD-MATCH-KEY < WS-DR-MATCH-KEY
003420         ADD 1 TO WS-PROD-ONLY-COUNT
003430         MOVE "PROD ONLY" TO WS-EXCEPTION-TYPE
003440         MOVE SPACES TO WS-EXCEPTION-NOTE
003450         SET WS-HAVE-PROD TO TRUE
003460         MOVE "N" TO WS-HAVE-DR-SWITCH
003470         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
003480         PERFORM 2100-READ-PROD THRU 2100-EXIT
003490         GO TO 2000-EXIT.
003500     IF WS-PROD-MATCH-KEY > WS-DR-MATCH-KEY
003510         ADD 1 TO WS-DR-ONLY-COUNT
003520         MOVE "DR ONLY" TO WS-EXCEPTION-TYPE
003530         MOVE SPACES TO WS-EXCEPTION-NOTE
003540         MOVE "N" TO WS-HAVE-PROD-SWITCH
003550         SET WS-HAVE-DR TO TRUE
003560         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
003570         PERFORM 2200-READ-DR THRU 2200-EXIT
003580         GO TO 2000-EXIT.
003590     PERFORM 2300-COMPARE-ENTRY THRU 2300-EXIT.
003600     PERFORM 2100-READ-PROD THRU 2100-EXIT.
003610     PERFORM 2200-READ-DR THRU 2200-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640 2100-READ-PROD.
003650*    EACH EXTRACT MUST BE IN ASCENDING KEY ORDER WITH NO KEY
003660*    TWICE, AS A HASHMAST UNLOAD IS - OTHERWISE THE MATCH WOULD
003670*    REPORT FALSE ONE-SIDED ENTRIES, SO IT STOPS THERE.
003680     READ PROD-FILE
003690         AT END
003700             SET WS-END-OF-PROD TO TRUE
003710             MOVE HIGH-VALUES TO WS-PROD-MATCH-KEY
003720             GO TO 2100-EXIT.
003730     ADD 1 TO WS-PROD-READ.
003740     IF HMR-KEY NOT > WS-PROD-MATCH-KEY
003750         DISPLAY "DRRECON: PRODMAST OUT OF KEY ORDER AT RECORD "
003760             WS-PROD-READ " KEY " HMR-KEY
003770         MOVE "PRODMAST IS NOT IN KEY ORDER"
003780             TO WS-INCOMPLETE-REASON
003790         SET WS-RECON-INCOMPLETE TO TRUE
003800         GO TO 2100-EXIT.
003810     MOVE HMR-KEY TO WS-PROD-MATCH-KEY.
003820 2100-EXIT.
003830     EXIT.
003840 2200-READ-DR.
003850     READ DR-FILE INTO WS-DR-MASTER
003860         AT END
003870             SET WS-END-OF-DR TO TRUE
003880             MOVE HIGH-VALUES TO WS-DR-MATCH-KEY
003890             GO TO 2200-EXIT.
003900     ADD 1 TO WS-DR-READ.
003910     IF WS-DR-KEY NOT > WS-DR-MATCH-KEY
003920         DISPLAY "DRRECON: DRMAST OUT OF KEY ORDER AT RECORD "
003930             WS-DR-READ " KEY " WS-DR-KEY
003940         MOVE "DRMAST IS NOT IN KEY ORDER"
003950             TO WS-INCOMPLETE-REASON
003960         SET WS-RECON-INCOMPLETE TO TRUE
003970         GO TO 2200-EXIT.
003980     MOVE WS-DR-KEY TO WS-DR-MATCH-KEY.
003990 2200-EXIT.
004000     EXIT.
004010 2300-COMPARE-ENTRY.
004020*    A KEY AT BOTH SITES: STALE FIRST, THEN ALGORITHM, THEN
004030*    DIGEST.
004040     ADD 1 TO WS-BOTH-COUNT.
004050     SET WS-HAVE-PROD TO TRUE.
004060     SET WS-HAVE-DR TO TRUE.
004070     MOVE SPACES TO WS-EXCEPTION-TYPE.
004080     MOVE SPACES TO WS-EXCEPTION-NOTE.
004090     PERFORM 2400-CHECK-STALE THRU 2400-EXIT.
004100     IF WS-EXCEPTION-TYPE NOT = SPACES
004110         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004120         GO TO 2300-EXIT.
004130     IF HMR-ALGORITHM NOT = WS-DR-ALGORITHM
004140         ADD 1 TO WS-ALG-COUNT
004150         MOVE "ALG DIFFERS" TO WS-EXCEPTION-TYPE
004160         MOVE "RE-DIGEST NEEDED TO COMPARE" TO WS-EXCEPTION-NOTE
004170         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004180         GO TO 2300-EXIT.
004190     IF HMR-HASH NOT = WS-DR-HASH
004200         ADD 1 TO WS-DIGEST-COUNT
004210         MOVE "DIGEST DIFFER" TO WS-EXCEPTION-TYPE
004220         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004230         GO TO 2300-EXIT.
004240     ADD 1 TO WS-MATCHED-COUNT.
004250 2300-EXIT.
004260     EXIT.
004270 2400-CHECK-STALE.
004280     MOVE HMR-TIMESTAMP TO WS-STAMP-TEXT.
004290     PERFORM 2450-STAMP-MINUTES THRU 2450-EXIT.
004300     MOVE WS-STAMP-VALID-SWITCH TO WS-PROD-STAMP-SWITCH.
004310     MOVE WS-STAMP-MINUTES TO WS-PROD-MINUTES.
004320     MOVE WS-DR-TIMESTAMP TO WS-STAMP-TEXT.
004330     PERFORM 2450-STAMP-MINUTES THRU 2450-EXIT.
004340     MOVE WS-STAMP-MINUTES TO WS-DR-MINUTES.
004350     IF WS-PROD-STAMP-VALID AND WS-STAMP-VALID
004360         IF WS-PROD-MINUTES + WS-TOLERANCE-MINUTES
004370             < WS-DR-MINUTES
004380             ADD 1 TO WS-STALE-PROD-COUNT
004390             MOVE "STALE AT PROD" TO WS-EXCEPTION-TYPE
004400             COMPUTE WS-LAG-MINUTES =
004410                 WS-DR-MINUTES - WS-PROD-MINUTES
004420             PERFORM 2480-NOTE-HOURS THRU 2480-EXIT
004430             GO TO 2400-EXIT
004440         END-IF
004450         IF WS-DR-MINUTES + WS-TOLERANCE-MINUTES
004460             < WS-PROD-MINUTES
004470             ADD 1 TO WS-STALE-DR-COUNT
004480             MOVE "STALE AT DR" TO WS-EXCEPTION-TYPE
004490             COMPUTE WS-LAG-MINUTES =
004500                 WS-PROD-MINUTES - WS-DR-MINUTES
004510             PERFORM 2480-NOTE-HOURS THRU 2480-EXIT
004520             GO TO 2400-EXIT
004530         END-IF
004540     END-IF.
004550     MOVE HMR-RUN-ID TO WS-RUN-TEXT.
004560     PERFORM 2500-SPLIT-RUN-ID THRU 2500-EXIT.
004570     MOVE WS-RUN-VALID-SWITCH TO WS-PROD-RUN-SWITCH.
004580     MOVE WS-RUN-PREFIX TO WS-PROD-RUN-PREFIX.
004590     MOVE WS-RUN-NUMBER TO WS-PROD-RUN-NUMBER.
004600     MOVE WS-DR-RUN-ID TO WS-RUN-TEXT.
004610     PERFORM 2500-SPLIT-RUN-ID THRU 2500-EXIT.
004620     IF NOT WS-PROD-RUN-VALID OR NOT WS-RUN-VALID
004630         OR WS-PROD-RUN-PREFIX NOT = WS-RUN-PREFIX
004640         GO TO 2400-EXIT.
004650     IF WS-PROD-RUN-NUMBER + WS-TOLERANCE-RUNS < WS-RUN-NUMBER
004660         ADD 1 TO WS-STALE-PROD-COUNT
004670         MOVE "STALE AT PROD" TO WS-EXCEPTION-TYPE
004680         COMPUTE WS-LAG-RUNS = WS-RUN-NUMBER - WS-PROD-RUN-NUMBER
004690         PERFORM 2490-NOTE-RUNS THRU 2490-EXIT
004700         GO TO 2400-EXIT.
004710     IF WS-RUN-NUMBER + WS-TOLERANCE-RUNS < WS-PROD-RUN-NUMBER
004720         ADD 1 TO WS-STALE-DR-COUNT
004730         MOVE "STALE AT DR" TO WS-EXCEPTION-TYPE
004740         COMPUTE WS-LAG-RUNS = WS-PROD-RUN-NUMBER - WS-RUN-NUMBER
004750         PERFORM 2490-NOTE-RUNS THRU 2490-EXIT.
004760 2400-EXIT.
004770     EXIT.
004780 2450-STAMP-MINUTES.
004790*    MINUTES SINCE THE CALENDAR'S DAY ONE, IN UTC, FOR THE
004800*    TIMESTAMP IN WS-STAMP-TEXT.  NOT VALID IF THE DATE OR TIME
004810*    IS NOT ONE; A MISSING OFFSET IS TAKEN AS UTC.
004820     MOVE "N" TO WS-STAMP-VALID-SWITCH.
004830     MOVE ZERO TO WS-STAMP-MINUTES.
004840     MOVE WS-STAMP-DATE TO WS-CHECK-TEXT.
004850     IF WS-CHECK-TEXT IS NOT NUMERIC
004860         OR WS-STAMP-HH IS NOT NUMERIC
004870         OR WS-STAMP-MM IS NOT NUMERIC
004880         GO TO 2450-EXIT.
004890     IF WS-CHECK-YEAR < 1601
004900         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
004910         OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
004920         OR WS-STAMP-HH > 23 OR WS-STAMP-MM > 59
004930         GO TO 2450-EXIT.
004940     COMPUTE WS-CHECK-INT =
004950         FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER).
004960     MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
004970         TO WS-ROUND-TRIP-DATE.
004980     IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-NUMBER
004990         GO TO 2450-EXIT.
005000     COMPUTE WS-STAMP-MINUTES = WS-CHECK-INT * 1440
005010         + WS-STAMP-HH * 60 + WS-STAMP-MM.
005020     IF WS-STAMP-OFF-HH IS NUMERIC
005030         AND WS-STAMP-OFF-MM IS NUMERIC
005040         IF WS-STAMP-SIGN = "+"
005050             COMPUTE WS-STAMP-MINUTES = WS-STAMP-MINUTES
005060                 - WS-STAMP-OFF-HH * 60 - WS-STAMP-OFF-MM
005070         END-IF
005080         IF WS-STAMP-SIGN = "-"
005090             COMPUTE WS-STAMP-MINUTES = WS-STAMP-MINUTES
005100                 + WS-STAMP-OFF-HH * 60 + WS-STAMP-OFF-MM
005110         END-IF
005120     END-IF.
005130     SET WS-STAMP-VALID TO TRUE.
005140 2450-EXIT.
005150     EXIT.
005160 2480-NOTE-HOURS.
005170     COMPUTE WS-EDIT-LAG = WS-LAG-MINUTES / 60.
005180     MOVE SPACES TO WS-EXCEPTION-NOTE.
005190     STRING "BEHIND BY" WS-EDIT-LAG " HOURS"
005200         DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE.
005210 2480-EXIT.
005220     EXIT.
005230 2490-NOTE-RUNS.
005240     MOVE WS-LAG-RUNS TO WS-EDIT-LAG.
005250     MOVE SPACES TO WS-EXCEPTION-NOTE.
005260     STRING "BEHIND BY" WS-EDIT-LAG " RUNS"
005270         DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE.
005280 2490-EXIT.
005290     EXIT.
005295 2500-SPLIT-RUN-ID.
005300*    SPLIT THE RUN ID IN WS-RUN-TEXT INTO THE PREFIX AND THE
005310*    TRAILING RUN NUMBER - NOT VALID WITHOUT A TRAILING NUMBER.
005330     MOVE "N" TO WS-RUN-VALID-SWITCH.
005340     MOVE SPACES TO WS-RUN-PREFIX.
005350     MOVE ZERO TO WS-RUN-NUMBER.
005360     MOVE ZERO TO WS-RUN-END.
005370     PERFORM 2550-FIND-RUN-END THRU 2550-EXIT
005380         VARYING WS-RUN-SUB FROM 8 BY -1
005390         UNTIL WS-RUN-SUB < 1
005400            OR WS-RUN-END > ZERO.
005410     IF WS-RUN-END = ZERO
005420         GO TO 2500-EXIT.
005424     IF WS-RUN-TEXT(WS-RUN-END:1) IS NOT NUMERIC
005427         GO TO 2500-EXIT.
005430     MOVE WS-RUN-END TO WS-RUN-START.
005435     MOVE "N" TO WS-RUN-SCAN-SWITCH.
005440     PERFORM 2560-FIND-RUN-START THRU 2560-EXIT
005450         VARYING WS-RUN-SUB FROM WS-RUN-END BY -1
005460         UNTIL WS-RUN-SUB < 1
005480            OR WS-RUN-SCAN-DONE.
005500     IF WS-RUN-START > 1
005510         MOVE WS-RUN-TEXT(1:WS-RUN-START - 1) TO WS-RUN-PREFIX.
005520     MOVE SPACES TO WS-PARSE-TEXT.
005530     MOVE WS-RUN-TEXT(WS-RUN-START:WS-RUN-END - WS-RUN-START + 1)
005540         TO WS-PARSE-TEXT.
005550     PERFORM 1150-PARSE-NUMBER THRU 1150-EXIT.
005560     MOVE WS-PARSE-VALUE TO WS-RUN-NUMBER.
005570     SET WS-RUN-VALID TO TRUE.
005580 2500-EXIT.
005590     EXIT.
005600 2550-FIND-RUN-END.
005610     IF WS-RUN-TEXT(WS-RUN-SUB:1) NOT = SPACE
005620         MOVE WS-RUN-SUB TO WS-RUN-END.
005630 2550-EXIT.
005640     EXIT.
005670 2560-FIND-RUN-START.
005674*    WS-RUN-START FOLLOWS THE DIGITS BACK FROM THE END AND STOPS
005677*    AT THE FIRST CHARACTER THAT IS NOT ONE.
005680     IF WS-RUN-TEXT(WS-RUN-SUB:1) IS NUMERIC
005690         MOVE WS-RUN-SUB TO WS-RUN-START
005700     ELSE
005725         SET WS-RUN-SCAN-DONE TO TRUE.
005750 2560-EXIT.
005760     EXIT.
005770 2600-WRITE-EXCEPTION.
005780     ADD 1 TO WS-EXCEPTION-COUNT.
005790     MOVE SPACES TO DRX-RECORD.
005800     MOVE WS-EXCEPTION-TYPE TO DRX-TYPE.
005810     IF WS-HAVE-PROD
005820         MOVE HMR-KEY TO DRX-KEY
005830         MOVE HMR-HASH TO DRX-PROD-HASH
005840         MOVE HMR-ALGORITHM TO DRX-PROD-ALGORITHM
005850         MOVE HMR-TIMESTAMP TO DRX-PROD-TIMESTAMP
005860         MOVE HMR-RUN-ID TO DRX-PROD-RUN-ID.
005870     IF WS-HAVE-DR
005880         MOVE WS-DR-KEY TO DRX-KEY
005890         MOVE WS-DR-HASH TO DRX-DR-HASH
005900         MOVE WS-DR-ALGORITHM TO DRX-DR-ALGORITHM
005910         MOVE WS-DR-TIMESTAMP TO DRX-DR-TIMESTAMP
005920         MOVE WS-DR-RUN-ID TO DRX-DR-RUN-ID.
005930     WRITE DRX-RECORD.
005940     IF NOT WS-EXCEPT-OK
005950         DISPLAY "DRRECON: DREXCPT WRITE FAILED, STATUS = "
005960             WS-EXCEPT-STATUS " KEY " DRX-KEY
005970         MOVE "DREXCPT WRITE FAILED" TO WS-INCOMPLETE-REASON
005980         SET WS-RECON-INCOMPLETE TO TRUE.
005990     MOVE SPACES TO PRT-REPORT-LINE.
006000     MOVE DRX-TYPE TO PRT-REPORT-LINE(1:13).
006010     MOVE DRX-KEY TO PRT-REPORT-LINE(15:20).
006020     MOVE DRX-PROD-ALGORITHM TO PRT-REPORT-LINE(36:8).
006030     MOVE DRX-PROD-TIMESTAMP(1:14) TO PRT-REPORT-LINE(45:14).
006040     MOVE DRX-PROD-RUN-ID TO PRT-REPORT-LINE(60:8).
006050     MOVE DRX-DR-ALGORITHM TO PRT-REPORT-LINE(69:8).
006060     MOVE DRX-DR-TIMESTAMP(1:14) TO PRT-REPORT-LINE(78:14).
006070     MOVE DRX-DR-RUN-ID TO PRT-REPORT-LINE(93:8).
006080     MOVE WS-EXCEPTION-NOTE TO PRT-REPORT-LINE(102:30).
006090     WRITE PRT-REPORT-LINE.
006100 2600-EXIT.
006110     EXIT.
006150 8000-WRITE-SUMMARY.
006160     IF WS-EXCEPTION-COUNT = ZERO
006170         MOVE SPACES TO PRT-REPORT-LINE
006180         STRING "  NONE" DELIMITED BY SIZE INTO PRT-REPORT-LINE
006190         WRITE PRT-REPORT-LINE.
006200     MOVE SPACES TO PRT-REPORT-LINE.
006210     WRITE PRT-REPORT-LINE.
006220     MOVE SPACES TO PRT-REPORT-LINE.
006230     STRING "SUMMARY" DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006240     WRITE PRT-REPORT-LINE.
006250     MOVE WS-PROD-READ TO WS-EDIT-COUNT.
006260     MOVE SPACES TO PRT-REPORT-LINE.
006270     STRING "PRODUCTION ENTRIES (PRODMAST) : " WS-EDIT-COUNT
006280         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006290     WRITE PRT-REPORT-LINE.
006300     MOVE WS-DR-READ TO WS-EDIT-COUNT.
006310     MOVE SPACES TO PRT-REPORT-LINE.
006320     STRING "DR ENTRIES (DRMAST)           : " WS-EDIT-COUNT
006330         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006340     WRITE PRT-REPORT-LINE.
006350     MOVE WS-BOTH-COUNT TO WS-EDIT-COUNT.
006360     MOVE SPACES TO PRT-REPORT-LINE.
006370     STRING "KEYS AT BOTH SITES            : " WS-EDIT-COUNT
006380         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006390     WRITE PRT-REPORT-LINE.
006400     MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT.
006410     MOVE SPACES TO PRT-REPORT-LINE.
006420     STRING "  MATCHED                     : " WS-EDIT-COUNT
006430         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006440     WRITE PRT-REPORT-LINE.
006450     MOVE WS-DIGEST-COUNT TO WS-EDIT-COUNT.
006460     MOVE SPACES TO PRT-REPORT-LINE.
006470     STRING "  DIGEST DIFFERS              : " WS-EDIT-COUNT
006480         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006490     WRITE PRT-REPORT-LINE.
006500     MOVE WS-ALG-COUNT TO WS-EDIT-COUNT.
006510     MOVE SPACES TO PRT-REPORT-LINE.
006520     STRING "  ALGORITHM DIFFERS           : " WS-EDIT-COUNT
006530         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006540     WRITE PRT-REPORT-LINE.
006550     MOVE WS-STALE-PROD-COUNT TO WS-EDIT-COUNT.
006560     MOVE SPACES TO PRT-REPORT-LINE.
006570     STRING "  STALE AT PRODUCTION         : " WS-EDIT-COUNT
006580         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006590     WRITE PRT-REPORT-LINE.
006600     MOVE WS-STALE-DR-COUNT TO WS-EDIT-COUNT.
006610     MOVE SPACES TO PRT-REPORT-LINE.
006620     STRING "  STALE AT DR                 : " WS-EDIT-COUNT
006630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006640     WRITE PRT-REPORT-LINE.
006650     MOVE WS-PROD-ONLY-COUNT TO WS-EDIT-COUNT.
006660     MOVE SPACES TO PRT-REPORT-LINE.
006670     STRING "PRODUCTION ONLY               : " WS-EDIT-COUNT
006680         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006690     WRITE PRT-REPORT-LINE.
006700     MOVE WS-DR-ONLY-COUNT TO WS-EDIT-COUNT.
006710     MOVE SPACES TO PRT-REPORT-LINE.
006720     STRING "DR ONLY                       : " WS-EDIT-COUNT
006730         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006740     WRITE PRT-REPORT-LINE.
006750     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
006760     MOVE SPACES TO PRT-REPORT-LINE.
006770     STRING "EXCEPTIONS WRITTEN TO DREXCPT : " WS-EDIT-COUNT
006780         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006790     WRITE PRT-REPORT-LINE.
006800     IF WS-RECON-INCOMPLETE
006810         MOVE SPACES TO PRT-REPORT-LINE
006820         STRING "*** RECONCILIATION INCOMPLETE - "
006830             WS-INCOMPLETE-REASON
006840             DELIMITED BY SIZE INTO PRT-REPORT-LINE
006850         WRITE PRT-REPORT-LINE.
006860     PERFORM 8900-SET-VERDICT THRU 8900-EXIT.
006870     MOVE SPACES TO PRT-REPORT-LINE.
006880     WRITE PRT-REPORT-LINE.
006890     MOVE WS-RETURN-CODE TO WS-EDIT-CODE.
006900     MOVE SPACES TO PRT-REPORT-LINE.
006910     STRING "VERDICT: " WS-VERDICT-TEXT DELIMITED BY "  "
006920         " - CONDITION CODE " WS-EDIT-CODE(9:1)
006930         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006940     WRITE PRT-REPORT-LINE.
006950 8000-EXIT.
006960     EXIT.
006970 8900-SET-VERDICT.
006980     EVALUATE TRUE
006990         WHEN WS-RECON-INCOMPLETE
007000             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
007010             MOVE "RECONCILIATION INCOMPLETE" TO WS-VERDICT-TEXT
007020         WHEN WS-PROD-READ = ZERO AND WS-DR-READ = ZERO
007030             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
007040             MOVE "BOTH EXTRACTS ARE EMPTY" TO WS-VERDICT-TEXT
007050         WHEN WS-DIGEST-COUNT > ZERO
007060           OR WS-PROD-ONLY-COUNT > ZERO
007070           OR WS-DR-ONLY-COUNT > ZERO
007080             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
007090             MOVE "REPLICA DOES NOT MATCH PRODUCTION"
007100                 TO WS-VERDICT-TEXT
007110         WHEN WS-STALE-PROD-COUNT > ZERO
007120           OR WS-STALE-DR-COUNT > ZERO
007130           OR WS-ALG-COUNT > ZERO
007140             MOVE WS-WARN-CODE TO WS-RETURN-CODE
007150             MOVE "REPLICA BEHIND OR NOT COMPARABLE"
007160                 TO WS-VERDICT-TEXT
007170         WHEN OTHER
007180             MOVE ZERO TO WS-RETURN-CODE
007190             MOVE "REPLICA MATCHES PRODUCTION" TO WS-VERDICT-TEXT
007200     END-EVALUATE.
007210 8900-EXIT.
007220     EXIT.
007260 9000-TERMINATE.
007265     IF WS-PROD-OPEN
007270         CLOSE PROD-FILE.
007275     IF WS-DR-OPEN
007280         CLOSE DR-FILE.
007285     IF WS-EXCEPT-OPEN
007290         CLOSE EXCEPTION-FILE.
007300     CLOSE PRINT-FILE.
007310     IF WS-RECON-INCOMPLETE
007320         DISPLAY "DRRECON: RECONCILIATION INCOMPLETE - "
007330             WS-INCOMPLETE-REASON.
007340     DISPLAY "DRRECON: KEYS MATCHED    = " WS-MATCHED-COUNT.
007350     DISPLAY "DRRECON: EXCEPTIONS      = " WS-EXCEPTION-COUNT.
007360     MOVE WS-RETURN-CODE TO RETURN-CODE.
007370 9000-EXIT.
007380     EXIT.
