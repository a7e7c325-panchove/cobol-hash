000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ATTEST.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - MONTHLY COMPLIANCE
000210*                  ATTESTATION.  FOR A PERIOD GIVEN ON ATTCTL
000220*                  (ATTCTL.CPY - DEFAULT THE PREVIOUS CALENDAR
000230*                  MONTH) READS THE CYCLE REGISTER, THE KEPT AND
000240*                  ARCHIVED AUDIT, ERROR AND RUN-STATUS LOGS
000250*                  (AUDITLOG/AUDITARC, ERRLOG/ERRARC,
000260*                  STATFILE/STATARC), HASHHIST AND THE MANPROM
000270*                  APPROVAL LOG (APPRLOG) AND PRINTS ONE
000280*                  ATTESTATION DOCUMENT TO PRTFILE:
000290*                    CYCLES RUN AGAINST THE SCHEDULE, EACH
000300*                    MISSING DAY AND EACH FAILED OR INCOMPLETE
000310*                    CYCLE
000320*                    DIGEST VOLUME AND FAILURE RATE BY JOB
000330*                    (RUN STATUS) AND BY ALGORITHM (AUDIT LOG)
000340*                    MASTER ENTRIES CHANGED AND HOW MANY CARRIED
000350*                    A MANPROM APPROVAL
000360*                    EVERY RECONCHK OR RUNCHECK HOLD AND HOW IT
000370*                    WAS RESOLVED
000380*                  FOLLOWED BY A TOTALS AND SIGN-OFF SECTION.
000390*                  AUDITLOG CARRIES NO ALGORITHM, SO IT IS TAKEN
000400*                  FROM THE DIGEST LENGTH.  APPRLOG CARRIES THE
000410*                  DATE MANPROM RECORDED EACH APPROVAL.
000420*                  CONDITION CODES: 0 ATTESTED CLEAN, 4 ATTESTED
000430*                  WITH FINDINGS, 8 NOT ATTESTED (BAD PERIOD OR
000440*                  NO CYCLE REGISTER).
000441* 2026-10-15 JCM   A SOURCE NOT PROVIDED AT ALL - NEITHER THE KEPT
000442*                  NOR THE ARCHIVED LOG OF A PAIR, OR NO HASHHIST
000443*                  OR APPRLOG - IS NOW A FINDING, SO A PERIOD IS
000444*                  NEVER ATTESTED CLEAN FROM LOGS THAT WERE NOT
000445*                  READ.  APPROVALS ARE READ FROM MANPROM'S DATED
000446*                  APPRLOG RECORDS (APPRLOG.CPY) IN PLACE OF THE
000447*                  UNDATED APPRCTL CARDS, AND ONLY THOSE STAMPED
000448*                  WITHIN THE PERIOD APPROVE A CHANGE IN IT.
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-Z.
000490 OBJECT-COMPUTER. IBM-Z.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CONTROL-FILE ASSIGN TO ATTCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CONTROL-STATUS.
000550     SELECT REGISTER-FILE ASSIGN TO CYCLREG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REGISTER-STATUS.
000580     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610     SELECT AUDIT-ARC-FILE ASSIGN TO AUDITARC
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDARC-STATUS.
000640     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ERRLOG-STATUS.
000670     SELECT ERRLOG-ARC-FILE ASSIGN TO ERRARC
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ERRARC-STATUS.
000700     SELECT RUN-STATUS-FILE ASSIGN TO STATFILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RUNSTAT-STATUS.
000730     SELECT RUNSTAT-ARC-FILE ASSIGN TO STATARC
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-STAARC-STATUS.
000760     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-HISTORY-STATUS.
000790     SELECT APPROVAL-FILE ASSIGN TO APPRLOG
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-APPROVAL-STATUS.
000820     SELECT PRINT-FILE ASSIGN TO PRTFILE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PRINT-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CONTROL-FILE
000880     RECORDING MODE IS F.
000890 COPY ATTCTL.
000900 FD  REGISTER-FILE
000910     RECORDING MODE IS F.
000920 COPY CYCREG.
000930*    THE KEPT AND ARCHIVED COPIES OF EACH LOG ARE BYTE IMAGES OF
000940*    THE SAME LAYOUT (SEE RETPURGE) - BOTH ARE READ AS IMAGES AND
000950*    MOVED TO THE ONE WORKING-STORAGE COPY OF THE RECORD.
000960 FD  AUDIT-FILE
000970     RECORDING MODE IS F.
000980 01  ALG-RECORD                 PIC X(389).
000990 FD  AUDIT-ARC-FILE
001000     RECORDING MODE IS F.
001010 01  AAR-RECORD                 PIC X(389).
001020 FD  ERROR-LOG-FILE
001030     RECORDING MODE IS F.
001040 01  ELG-RECORD                 PIC X(283).
001050 FD  ERRLOG-ARC-FILE
001060     RECORDING MODE IS F.
001070 01  EAR-RECORD                 PIC X(283).
001080 FD  RUN-STATUS-FILE
001090     RECORDING MODE IS F.
001100 01  SFL-RECORD                 PIC X(80).
001110 FD  RUNSTAT-ARC-FILE
001120     RECORDING MODE IS F.
001130 01  SAR-RECORD                 PIC X(80).
001140 FD  HISTORY-FILE
001150     RECORDING MODE IS F.
001160 COPY HASHHST.
001170 FD  APPROVAL-FILE
001180     RECORDING MODE IS F.
001190 COPY APPRLOG.
001200 FD  PRINT-FILE
001210     RECORDING MODE IS F.
001220 COPY PRTLINE.
001230 WORKING-STORAGE SECTION.
001240 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001250     88 WS-CONTROL-OK                   VALUE "00".
001260 01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
001270     88 WS-REGISTER-OK                  VALUE "00".
001280 01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001290     88 WS-AUDIT-OK                     VALUE "00".
001300 01  WS-AUDARC-STATUS         PIC X(02) VALUE SPACES.
001310     88 WS-AUDARC-OK                    VALUE "00".
001320 01  WS-ERRLOG-STATUS         PIC X(02) VALUE SPACES.
001330     88 WS-ERRLOG-OK                    VALUE "00".
001340 01  WS-ERRARC-STATUS         PIC X(02) VALUE SPACES.
001350     88 WS-ERRARC-OK                    VALUE "00".
001360 01  WS-RUNSTAT-STATUS        PIC X(02) VALUE SPACES.
001370     88 WS-RUNSTAT-OK                   VALUE "00".
001380 01  WS-STAARC-STATUS         PIC X(02) VALUE SPACES.
001390     88 WS-STAARC-OK                    VALUE "00".
001400 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
001410     88 WS-HISTORY-OK                   VALUE "00".
001420 01  WS-APPROVAL-STATUS       PIC X(02) VALUE SPACES.
001430     88 WS-APPROVAL-OK                  VALUE "00".
001440 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001450     88 WS-PRINT-OK                     VALUE "00".
001460 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
001470     88 WS-END-OF-INPUT                 VALUE "Y".
001480 01  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001490     88 WS-ATTEST-REFUSED               VALUE "Y".
001500 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001510     88 WS-ENTRY-FOUND                  VALUE "Y".
001520 01  WS-CYCLE-FULL-SWITCH     PIC X(01) VALUE "N".
001530     88 WS-CYCLE-TABLE-FULL             VALUE "Y".
001540 01  WS-HOLD-FULL-SWITCH      PIC X(01) VALUE "N".
001550     88 WS-HOLD-TABLE-FULL              VALUE "Y".
001560 01  WS-KEY-FULL-SWITCH       PIC X(01) VALUE "N".
001570     88 WS-KEY-TABLE-FULL               VALUE "Y".
001580 01  WS-APPR-FULL-SWITCH      PIC X(01) VALUE "N".
001590     88 WS-APPR-TABLE-FULL              VALUE "Y".
001600 01  WS-SCHEDULE              PIC X(08) VALUE "DAILY".
001610     88 WS-SCHEDULE-DAILY               VALUE "DAILY".
001620     88 WS-SCHEDULE-WEEKDAYS            VALUE "WEEKDAYS".
001630 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001640 01  WS-TODAY-DATE            PIC 9(08) VALUE ZERO.
001650 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
001660 01  WS-CARD-FROM             PIC X(08) VALUE SPACES.
001670 01  WS-CARD-TO               PIC X(08) VALUE SPACES.
001680 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
001690 01  WS-TO-DATE               PIC 9(08) VALUE ZERO.
001700 01  WS-FROM-INT              PIC 9(09) COMP-5 VALUE ZERO.
001710 01  WS-TO-INT                PIC 9(09) COMP-5 VALUE ZERO.
001720 01  WS-PERIOD-DAYS           PIC 9(09) COMP-5 VALUE ZERO.
001730 01  WS-CHECK-TEXT            PIC X(08) VALUE SPACES.
001740 01  WS-CHECK-DATE REDEFINES WS-CHECK-TEXT.
001750     05 WS-CHECK-YEAR         PIC 9(04).
001760     05 WS-CHECK-MONTH        PIC 9(02).
001770     05 WS-CHECK-DAY          PIC 9(02).
001780 01  WS-CHECK-NUMBER REDEFINES WS-CHECK-TEXT
001790                              PIC 9(08).
001800 01  WS-CHECK-INT             PIC 9(09) COMP-5 VALUE ZERO.
001810 01  WS-ROUND-TRIP-DATE       PIC 9(08) VALUE ZERO.
001820 01  WS-CHECK-VALID-SWITCH    PIC X(01) VALUE "N".
001830     88 WS-CHECK-VALID                  VALUE "Y".
001840 01  WS-DECIDE-DATE           PIC X(08) VALUE SPACES.
001850 01  WS-IN-PERIOD-SWITCH      PIC X(01) VALUE "N".
001860     88 WS-IN-PERIOD                    VALUE "Y".
001870 01  WS-EDIT-DATE             PIC X(10) VALUE SPACES.
001880 01  WS-EDIT-FROM             PIC X(10) VALUE SPACES.
001890 01  WS-EDIT-TO               PIC X(10) VALUE SPACES.
001900 01  WS-PERIOD-FROM           PIC X(10) VALUE SPACES.
001910 01  WS-PERIOD-TO             PIC X(10) VALUE SPACES.
001920 01  WS-NOCYCLE-COUNT         PIC 9(04) COMP-5 VALUE ZERO.
001930 01  WS-NOCYCLE-TABLE.
001940     05 WS-NOCYCLE-DATE OCCURS 50 TIMES
001950                              PIC 9(08).
001960 01  WS-NOC-IDX               PIC 9(04) COMP-5 VALUE ZERO.
001970*    ONE ENTRY PER DAY OF THE PERIOD, INDEXED BY DAY NUMBER
001980*    WITHIN IT.  WEEKDAY 0 IS MONDAY.
001990 01  WS-DAY-TABLE.
002000     05 WS-DAY-ENTRY OCCURS 366 TIMES.
002010         10 WS-DAY-DATE       PIC 9(08).
002020         10 WS-DAY-WEEKDAY    PIC 9(01).
002030         10 WS-DAY-SCHEDULED  PIC X(01).
002040         10 WS-DAY-OPENED     PIC 9(04) COMP-5.
002050 01  WS-DAY-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002060 01  WS-DAY-INT               PIC 9(09) COMP-5 VALUE ZERO.
002070 01  WS-WEEK-QUOTIENT         PIC 9(09) COMP-5 VALUE ZERO.
002080 01  WS-WEEKDAY               PIC 9(01) VALUE ZERO.
002090 01  WS-WEEKDAY-NAMES.
002100     05 FILLER                PIC X(03) VALUE "MON".
002110     05 FILLER                PIC X(03) VALUE "TUE".
002120     05 FILLER                PIC X(03) VALUE "WED".
002130     05 FILLER                PIC X(03) VALUE "THU".
002140     05 FILLER                PIC X(03) VALUE "FRI".
002150     05 FILLER                PIC X(03) VALUE "SAT".
002160     05 FILLER                PIC X(03) VALUE "SUN".
002170 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
002180     05 WS-WEEKDAY-NAME OCCURS 7 TIMES
002190                              PIC X(03).
002200*    INPUT SOURCES, IN THE ORDER THEY ARE READ.
002210 01  WS-SOURCE-NAMES.
002220     05 FILLER                PIC X(08) VALUE "CYCLREG".
002230     05 FILLER                PIC X(08) VALUE "APPRLOG".
002240     05 FILLER                PIC X(08) VALUE "HASHHIST".
002250     05 FILLER                PIC X(08) VALUE "AUDITARC".
002260     05 FILLER                PIC X(08) VALUE "AUDITLOG".
002270     05 FILLER                PIC X(08) VALUE "ERRARC".
002280     05 FILLER                PIC X(08) VALUE "ERRLOG".
002290     05 FILLER                PIC X(08) VALUE "STATARC".
002300     05 FILLER                PIC X(08) VALUE "STATFILE".
002310 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
002320     05 WS-SOURCE-NAME OCCURS 9 TIMES
002330                              PIC X(08).
002340 01  WS-SOURCE-TABLE.
002350     05 WS-SOURCE-ENTRY OCCURS 9 TIMES.
002360         10 WS-SOURCE-OPENED  PIC X(01).
002370         10 WS-SOURCE-READ    PIC 9(09) COMP-5.
002380         10 WS-SOURCE-IN-PERIOD
002390                              PIC 9(09) COMP-5.
002400 01  WS-SOURCE-IDX            PIC 9(04) COMP-5 VALUE ZERO.
002410 01  WS-SRC-REGISTER          PIC 9(04) COMP-5 VALUE 1.
002420 01  WS-SRC-APPROVAL          PIC 9(04) COMP-5 VALUE 2.
002430 01  WS-SRC-HISTORY           PIC 9(04) COMP-5 VALUE 3.
002440 01  WS-SRC-AUDARC            PIC 9(04) COMP-5 VALUE 4.
002450 01  WS-SRC-AUDIT             PIC 9(04) COMP-5 VALUE 5.
002460 01  WS-SRC-ERRARC            PIC 9(04) COMP-5 VALUE 6.
002470 01  WS-SRC-ERRLOG            PIC 9(04) COMP-5 VALUE 7.
002480 01  WS-SRC-STAARC            PIC 9(04) COMP-5 VALUE 8.
002490 01  WS-SRC-RUNSTAT           PIC 9(04) COMP-5 VALUE 9.
002500*    CYCLES ON THE REGISTER.  A CYCLE BELONGS TO THE PERIOD IF
002510*    IT WAS OPENED IN IT.  PRIOR STATE IS THE STATE IT WAS
002520*    CLOSED FROM.
002530 01  WS-SEARCH-ID             PIC X(08) VALUE SPACES.
002540 01  WS-CYCLE-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
002550 01  WS-CYC-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002560 01  WS-FOUND-IDX             PIC 9(04) COMP-5 VALUE ZERO.
002570 01  WS-CYCLE-TABLE.
002580     05 WS-CYC-ENTRY OCCURS 5000 TIMES.
002590         10 WS-CYC-ID         PIC X(08).
002600         10 WS-CYC-OPENED-ON  PIC X(08).
002610         10 WS-CYC-IN-PERIOD  PIC X(01).
002620         10 WS-CYC-STATE      PIC X(01).
002630         10 WS-CYC-PRIOR-STATE
002640                              PIC X(01).
002650         10 WS-CYC-PROMOTED   PIC X(01).
002660         10 WS-CYC-CLOSED-ON  PIC X(08).
002670         10 WS-CYC-HOLDS      PIC 9(04) COMP-5.
002680*    RECONCHK AND RUNCHECK HOLDS ON CYCLES OF THE PERIOD.
002690*    RESOLUTION R = RELEASED BY A CLEAN RERUN OF THE STEP,
002700*    C = CYCLE CLOSED WITHOUT ONE, U = UNRESOLVED.
002710 01  WS-HOLD-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
002720 01  WS-HLD-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002730 01  WS-HOLD-TABLE.
002740     05 WS-HLD-ENTRY OCCURS 500 TIMES.
002750         10 WS-HLD-CYCLE-ID   PIC X(08).
002760         10 WS-HLD-STEP       PIC X(08).
002770         10 WS-HLD-AT         PIC X(26).
002780         10 WS-HLD-RC         PIC 9(09) COMP-5.
002790         10 WS-HLD-RESOLUTION PIC X(01).
002800         10 WS-HLD-RESOLVED-AT
002810                              PIC X(26).
002820*    CYCLE IDS FOUND ON THE LOGS FOR THE PERIOD THAT WERE NEVER
002830*    ON THE REGISTER.
002840 01  WS-UNREG-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
002850 01  WS-UNR-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002860 01  WS-UNREG-TABLE.
002870     05 WS-UNR-ENTRY OCCURS 100 TIMES.
002880         10 WS-UNR-ID         PIC X(08).
002890         10 WS-UNR-SOURCE     PIC X(08).
002900         10 WS-UNR-FIRST-ON   PIC X(08).
002910         10 WS-UNR-RECORDS    PIC 9(09) COMP-5.
002920 01  WS-LOG-CYCLE-ID          PIC X(08) VALUE SPACES.
002930*    DIGEST VOLUME BY JOB FROM THE RUN-STATUS RECORDS.
002940 01  WS-JOB-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
002950 01  WS-JOB-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002960 01  WS-JOB-TABLE.
002970     05 WS-JOB-ENTRY OCCURS 50 TIMES.
002980         10 WS-JOB-NAME       PIC X(10).
002990         10 WS-JOB-RUNS       PIC 9(09) COMP-5.
003000         10 WS-JOB-READ       PIC 9(09) COMP-5.
003010         10 WS-JOB-WRITTEN    PIC 9(09) COMP-5.
003020         10 WS-JOB-FAILURES   PIC 9(09) COMP-5.
003030         10 WS-JOB-WORST      PIC 9(09) COMP-5.
003040*    DIGEST VOLUME BY ALGORITHM FROM THE AUDIT RECORDS, TAKEN
003050*    FROM THE LENGTH OF THE HEXADECIMAL DIGEST.
003060 01  WS-ALGORITHM-NAMES.
003070     05 FILLER                PIC X(08) VALUE "MD5".
003080     05 FILLER                PIC X(08) VALUE "SHA1".
003090     05 FILLER                PIC X(08) VALUE "SHA256".
003100     05 FILLER                PIC X(08) VALUE "SHA512".
003110     05 FILLER                PIC X(08) VALUE "OTHER".
003120     05 FILLER                PIC X(08) VALUE "NONE".
003130 01  WS-ALGORITHM-NAME-TABLE REDEFINES WS-ALGORITHM-NAMES.
003140     05 WS-ALG-NAME OCCURS 6 TIMES
003150                              PIC X(08).
003160 01  WS-ALGORITHM-TABLE.
003170     05 WS-ALG-ENTRY OCCURS 6 TIMES.
003180         10 WS-ALG-DIGESTS    PIC 9(09) COMP-5.
003190         10 WS-ALG-FAILURES   PIC 9(09) COMP-5.
003200 01  WS-ALG-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003210 01  WS-DIGEST-LEN            PIC 9(04) COMP-5 VALUE ZERO.
003220*    ERROR LOG ENTRIES BY RETURN CODE.
003230 01  WS-CODE-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
003240 01  WS-CODE-IDX              PIC 9(04) COMP-5 VALUE ZERO.
003250 01  WS-CODE-TABLE.
003260     05 WS-CODE-ENTRY OCCURS 30 TIMES.
003270         10 WS-CODE-VALUE     PIC 9(09) COMP-5.
003280         10 WS-CODE-ERRORS    PIC 9(09) COMP-5.
003290 01  WS-RETURN-CODE           PIC 9(09) COMP-5 VALUE ZERO.
003300 01  WS-ERR-MESSAGE           PIC X(60) VALUE SPACES.
003310*    MASTER ENTRIES CHANGED IN THE PERIOD.
003320 01  WS-KEY-COUNT             PIC 9(04) COMP-5 VALUE ZERO.
003330 01  WS-KEY-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003340 01  WS-KEY-TABLE.
003350     05 WS-KEY-ENTRY OCCURS 5000 TIMES.
003360         10 WS-KEY-VALUE      PIC X(20).
003370         10 WS-KEY-SOURCE     PIC X(01).
003380         10 WS-KEY-LOADED     PIC X(01).
003390         10 WS-KEY-MAINTAINED PIC X(01).
003400         10 WS-KEY-APPROVED   PIC X(01).
003410 01  WS-APPR-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
003420 01  WS-APR-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003430 01  WS-APPROVAL-TABLE.
003440     05 WS-APR-NAME OCCURS 2000 TIMES
003450                              PIC X(20).
003460 01  WS-APPROVAL-NAME         PIC X(20) VALUE SPACES.
003470 01  WS-CHANGE-RECORDS        PIC 9(09) COMP-5 VALUE ZERO.
003480 01  WS-UNDATED-CHANGES       PIC 9(09) COMP-5 VALUE ZERO.
003490 01  WS-MIGRATE-RECORDS       PIC 9(09) COMP-5 VALUE ZERO.
003500 01  WS-FREEZE-RECORDS        PIC 9(09) COMP-5 VALUE ZERO.
003510 01  WS-KEYS-APPROVED         PIC 9(09) COMP-5 VALUE ZERO.
003520 01  WS-KEYS-MANIFEST         PIC 9(09) COMP-5 VALUE ZERO.
003530 01  WS-KEYS-MAINTAINED       PIC 9(09) COMP-5 VALUE ZERO.
003540 01  WS-KEYS-UNAPPROVED       PIC 9(09) COMP-5 VALUE ZERO.
003550*    PERIOD TOTALS AND FINDINGS.
003560 01  WS-DAYS-SCHEDULED        PIC 9(09) COMP-5 VALUE ZERO.
003570 01  WS-CYCLES-RUN            PIC 9(09) COMP-5 VALUE ZERO.
003580 01  WS-CYCLES-COMPLETE       PIC 9(09) COMP-5 VALUE ZERO.
003590 01  WS-CYCLES-FAILED         PIC 9(09) COMP-5 VALUE ZERO.
003600 01  WS-DAYS-MISSING          PIC 9(09) COMP-5 VALUE ZERO.
003610 01  WS-UNSCHEDULED-RUNS      PIC 9(09) COMP-5 VALUE ZERO.
003620 01  WS-HOLDS-RELEASED        PIC 9(09) COMP-5 VALUE ZERO.
003630 01  WS-HOLDS-CLOSED          PIC 9(09) COMP-5 VALUE ZERO.
003640 01  WS-HOLDS-UNRESOLVED      PIC 9(09) COMP-5 VALUE ZERO.
003650 01  WS-TOTAL-DIGESTS         PIC 9(09) COMP-5 VALUE ZERO.
003660 01  WS-TOTAL-DIGEST-FAILS    PIC 9(09) COMP-5 VALUE ZERO.
003670 01  WS-TOTAL-JOB-READ        PIC 9(09) COMP-5 VALUE ZERO.
003680 01  WS-TOTAL-JOB-FAILURES    PIC 9(09) COMP-5 VALUE ZERO.
003690 01  WS-TOTAL-ERRORS          PIC 9(09) COMP-5 VALUE ZERO.
003695 01  WS-SOURCES-MISSING       PIC 9(09) COMP-5 VALUE ZERO.
003700 01  WS-FINDING-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
003710 01  WS-FAIL-PCT              PIC 9(03) VALUE ZERO.
003720 01  WS-STATE-CODE            PIC X(01) VALUE SPACES.
003730 01  WS-STATE-NAME            PIC X(10) VALUE SPACES.
003740 01  WS-OUTCOME-TEXT          PIC X(40) VALUE SPACES.
003750 01  WS-RESOLUTION-TEXT       PIC X(34) VALUE SPACES.
003760 01  WS-SOURCE-TEXT           PIC X(12) VALUE SPACES.
003770 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
003780 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
003790 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
003800 01  WS-EDIT-COUNT-2          PIC ZZZZZZZZ9.
003810 01  WS-EDIT-COUNT-3          PIC ZZZZZZZZ9.
003820 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
003830 01  WS-EDIT-PCT              PIC ZZ9.
003840 01  WS-EDIT-HOLDS            PIC ZZ9.
003850 COPY AUDITREC.
003860 COPY ERRLOG.
003870 COPY RUNSTAT.
003880 PROCEDURE DIVISION.
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     IF NOT WS-ATTEST-REFUSED
003920         PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
003930     IF NOT WS-ATTEST-REFUSED
003940         PERFORM 3000-READ-APPROVALS THRU 3000-EXIT
003950         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
003960         PERFORM 4000-READ-AUDIT THRU 4000-EXIT
003970         PERFORM 4200-READ-ERRLOG THRU 4200-EXIT
003980         PERFORM 4400-READ-RUNSTAT THRU 4400-EXIT
003990         PERFORM 5000-EVALUATE-PERIOD THRU 5000-EXIT.
004000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
004010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004020     STOP RUN.
004060 1000-INITIALIZE.
004061*    CONTROL CARDS, THE PERIOD AND ITS DAY TABLE.
004070     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
004080     MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.
004090     INITIALIZE WS-SOURCE-TABLE.
004100     INITIALIZE WS-ALGORITHM-TABLE.
004110     OPEN OUTPUT PRINT-FILE.
004120     IF NOT WS-PRINT-OK
004130         DISPLAY "ATTEST: UNABLE TO OPEN PRTFILE, STATUS = "
004140             WS-PRINT-STATUS.
004150     OPEN INPUT CONTROL-FILE.
004160     IF WS-CONTROL-OK
004170         MOVE "N" TO WS-INPUT-EOF-SWITCH
004180         PERFORM 1050-READ-CONTROL THRU 1050-EXIT
004190             UNTIL WS-END-OF-INPUT
004200         CLOSE CONTROL-FILE.
004210     IF WS-ATTEST-REFUSED
004220         GO TO 1000-EXIT.
004230     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
004240     IF WS-ATTEST-REFUSED
004250         GO TO 1000-EXIT.
004260     PERFORM 1300-BUILD-DAY THRU 1300-EXIT
004270         VARYING WS-DAY-IDX FROM 1 BY 1
004280         UNTIL WS-DAY-IDX > WS-PERIOD-DAYS.
004290 1000-EXIT.
004300     EXIT.
004310 1050-READ-CONTROL.
004320     READ CONTROL-FILE
004330         AT END
004340             SET WS-END-OF-INPUT TO TRUE
004350             GO TO 1050-EXIT.
004360     IF ATC-CONTROL-RECORD = SPACES
004370         GO TO 1050-EXIT.
004380     EVALUATE TRUE
004390         WHEN ATC-CONTROL-RECORD(1:5) = "FROM:"
004400             MOVE ATC-CONTROL-RECORD(6:8) TO WS-CARD-FROM
004410         WHEN ATC-CONTROL-RECORD(1:3) = "TO:"
004420             MOVE ATC-CONTROL-RECORD(4:8) TO WS-CARD-TO
004430         WHEN ATC-CONTROL-RECORD(1:9) = "SCHEDULE:"
004440             MOVE ATC-CONTROL-RECORD(10:8) TO WS-SCHEDULE
004450             IF NOT WS-SCHEDULE-DAILY
004460                 AND NOT WS-SCHEDULE-WEEKDAYS
004470                 DISPLAY "ATTEST: BAD CARD IGNORED - "
004480                     ATC-CONTROL-RECORD
004490                 MOVE "DAILY" TO WS-SCHEDULE
004500             END-IF
004510         WHEN ATC-CONTROL-RECORD(1:8) = "NOCYCLE:"
004520             PERFORM 1100-ADD-NOCYCLE THRU 1100-EXIT
004530         WHEN OTHER
004540             DISPLAY "ATTEST: UNRECOGNIZED CARD IGNORED - "
004550                 ATC-CONTROL-RECORD
004560     END-EVALUATE.
004570 1050-EXIT.
004580     EXIT.
004590 1100-ADD-NOCYCLE.
004600     MOVE ATC-CONTROL-RECORD(9:8) TO WS-CHECK-TEXT.
004610     PERFORM 1250-CHECK-DATE THRU 1250-EXIT.
004620     IF NOT WS-CHECK-VALID OR WS-NOCYCLE-COUNT >= 50
004630         DISPLAY "ATTEST: BAD CARD IGNORED - "
004640             ATC-CONTROL-RECORD
004650         GO TO 1100-EXIT.
004660     ADD 1 TO WS-NOCYCLE-COUNT.
004670     MOVE WS-CHECK-NUMBER TO WS-NOCYCLE-DATE(WS-NOCYCLE-COUNT).
004680 1100-EXIT.
004690     EXIT.
004700 1200-SET-PERIOD.
004710*    WITHOUT FROM/TO CARDS THE PERIOD IS THE PREVIOUS CALENDAR
004720*    MONTH - ITS LAST DAY IS THE DAY BEFORE THE FIRST OF THIS
004730*    ONE.
004740     IF WS-CARD-FROM = SPACES AND WS-CARD-TO = SPACES
004750         MOVE WS-TODAY-DATE TO WS-CHECK-NUMBER
004760         MOVE 1 TO WS-CHECK-DAY
004770         COMPUTE WS-TO-INT =
004780             FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER) - 1
004790         MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT)
004800             TO WS-TO-DATE
004810         MOVE WS-TO-DATE TO WS-CHECK-NUMBER
004820         MOVE 1 TO WS-CHECK-DAY
004830         MOVE WS-CHECK-NUMBER TO WS-FROM-DATE
004840         COMPUTE WS-FROM-INT =
004850             FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
004860     ELSE
004870         IF WS-CARD-FROM = SPACES OR WS-CARD-TO = SPACES
004880             MOVE "FROM AND TO CARDS MUST BE GIVEN TOGETHER"
004890                 TO WS-REFUSE-REASON
004900             SET WS-ATTEST-REFUSED TO TRUE
004910             GO TO 1200-EXIT
004920         END-IF
004930         MOVE WS-CARD-FROM TO WS-CHECK-TEXT
004940         PERFORM 1250-CHECK-DATE THRU 1250-EXIT
004950         IF NOT WS-CHECK-VALID
004960             STRING "FROM DATE " WS-CARD-FROM " IS NOT A DATE"
004970                 DELIMITED BY SIZE INTO WS-REFUSE-REASON
004980             SET WS-ATTEST-REFUSED TO TRUE
004990             GO TO 1200-EXIT
005000         END-IF
005010         MOVE WS-CHECK-NUMBER TO WS-FROM-DATE
005020         MOVE WS-CHECK-INT TO WS-FROM-INT
005030         MOVE WS-CARD-TO TO WS-CHECK-TEXT
005040         PERFORM 1250-CHECK-DATE THRU 1250-EXIT
005050         IF NOT WS-CHECK-VALID
005060             STRING "TO DATE " WS-CARD-TO " IS NOT A DATE"
005070                 DELIMITED BY SIZE INTO WS-REFUSE-REASON
005080             SET WS-ATTEST-REFUSED TO TRUE
005090             GO TO 1200-EXIT
005100         END-IF
005110         MOVE WS-CHECK-NUMBER TO WS-TO-DATE
005120         MOVE WS-CHECK-INT TO WS-TO-INT
005130     END-IF.
005140     IF WS-TO-INT < WS-FROM-INT
005150         MOVE "PERIOD ENDS BEFORE IT BEGINS"
005160             TO WS-REFUSE-REASON
005170         SET WS-ATTEST-REFUSED TO TRUE
005180         GO TO 1200-EXIT.
005190     COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1.
005200     IF WS-PERIOD-DAYS > 366
005210         MOVE "PERIOD IS LONGER THAN 366 DAYS"
005220             TO WS-REFUSE-REASON
005230         SET WS-ATTEST-REFUSED TO TRUE
005240         GO TO 1200-EXIT.
005250 1200-EXIT.
005260     EXIT.
005270 1250-CHECK-DATE.
005280     MOVE "N" TO WS-CHECK-VALID-SWITCH.
005290     MOVE ZERO TO WS-CHECK-INT.
005300     IF WS-CHECK-TEXT IS NOT NUMERIC
005310         GO TO 1250-EXIT.
005320     IF WS-CHECK-YEAR < 1601
005330         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005340         OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
005350         GO TO 1250-EXIT.
005360     COMPUTE WS-CHECK-INT =
005370         FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER).
005380     IF WS-CHECK-INT = ZERO
005390         GO TO 1250-EXIT.
005400*    A DAY PAST THE END OF ITS MONTH DOES NOT COME BACK THE SAME.
005410     MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
005420         TO WS-ROUND-TRIP-DATE.
005430     IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-NUMBER
005440         MOVE ZERO TO WS-CHECK-INT
005450         GO TO 1250-EXIT.
005460     SET WS-CHECK-VALID TO TRUE.
005470 1250-EXIT.
005480     EXIT.
005490 1300-BUILD-DAY.
005500*    INTEGER DAY 1 (1601-01-01) WAS A MONDAY.
005510     COMPUTE WS-DAY-INT = WS-FROM-INT + WS-DAY-IDX - 1.
005520     MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
005530         TO WS-DAY-DATE(WS-DAY-IDX).
005540     DIVIDE 7 INTO WS-DAY-INT GIVING WS-WEEK-QUOTIENT
005550         REMAINDER WS-WEEKDAY.
005560     IF WS-WEEKDAY = ZERO
005570         MOVE 6 TO WS-DAY-WEEKDAY(WS-DAY-IDX)
005580     ELSE
005590         COMPUTE WS-DAY-WEEKDAY(WS-DAY-IDX) = WS-WEEKDAY - 1.
005600     MOVE ZERO TO WS-DAY-OPENED(WS-DAY-IDX).
005610     MOVE "Y" TO WS-DAY-SCHEDULED(WS-DAY-IDX).
005620     IF WS-SCHEDULE-WEEKDAYS AND WS-DAY-WEEKDAY(WS-DAY-IDX) > 4
005630         MOVE "N" TO WS-DAY-SCHEDULED(WS-DAY-IDX).
005640     PERFORM 1310-MATCH-NOCYCLE THRU 1310-EXIT
005650         VARYING WS-NOC-IDX FROM 1 BY 1
005660         UNTIL WS-NOC-IDX > WS-NOCYCLE-COUNT.
005670     IF WS-DAY-SCHEDULED(WS-DAY-IDX) = "Y"
005680         ADD 1 TO WS-DAYS-SCHEDULED.
005690 1300-EXIT.
005700     EXIT.
005710 1310-MATCH-NOCYCLE.
005720     IF WS-NOCYCLE-DATE(WS-NOC-IDX) = WS-DAY-DATE(WS-DAY-IDX)
005730         MOVE "N" TO WS-DAY-SCHEDULED(WS-DAY-IDX).
005740 1310-EXIT.
005750     EXIT.
005760 1400-TEST-PERIOD.
005770*    SETS WS-IN-PERIOD FOR THE YYYYMMDD IN WS-DECIDE-DATE.
005780     MOVE "N" TO WS-IN-PERIOD-SWITCH.
005790     IF WS-DECIDE-DATE IS NUMERIC
005800         MOVE WS-DECIDE-DATE TO WS-CHECK-TEXT
005810         IF WS-CHECK-NUMBER >= WS-FROM-DATE
005820             AND WS-CHECK-NUMBER <= WS-TO-DATE
005830             SET WS-IN-PERIOD TO TRUE
005840         END-IF
005850     END-IF.
005860 1400-EXIT.
005870     EXIT.
005920 2000-READ-REGISTER.
005921*    CYCLE REGISTER.  WITHOUT IT THERE IS NOTHING TO ATTEST THE
005925*    CYCLES AGAINST, SO THE RUN IS REFUSED.
005930     OPEN INPUT REGISTER-FILE.
005940     IF NOT WS-REGISTER-OK
005950         DISPLAY "ATTEST: NO CYCLREG REGISTER, STATUS = "
005960             WS-REGISTER-STATUS
005970         MOVE "CYCLE REGISTER CYCLREG COULD NOT BE OPENED"
005980             TO WS-REFUSE-REASON
005990         SET WS-ATTEST-REFUSED TO TRUE
006000         GO TO 2000-EXIT.
006010     MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-REGISTER).
006020     MOVE "N" TO WS-INPUT-EOF-SWITCH.
006030     PERFORM 2050-READ-ONE-REGISTER THRU 2050-EXIT
006040         UNTIL WS-END-OF-INPUT.
006050     CLOSE REGISTER-FILE.
006060 2000-EXIT.
006070     EXIT.
006080 2050-READ-ONE-REGISTER.
006090     READ REGISTER-FILE
006100         AT END
006110             SET WS-END-OF-INPUT TO TRUE
006120             GO TO 2050-EXIT.
006130     ADD 1 TO WS-SOURCE-READ(WS-SRC-REGISTER).
006140     PERFORM 2100-POST-REGISTER THRU 2100-EXIT.
006150 2050-EXIT.
006160     EXIT.
006170 2100-POST-REGISTER.
006180     MOVE CYR-CYCLE-ID TO WS-SEARCH-ID.
006190     PERFORM 2300-FIND-CYCLE THRU 2300-EXIT.
006200     IF NOT WS-ENTRY-FOUND
006210         IF WS-CYCLE-COUNT >= 5000
006220             IF NOT WS-CYCLE-TABLE-FULL
006230                 SET WS-CYCLE-TABLE-FULL TO TRUE
006240                 DISPLAY "ATTEST: CYCLE TABLE FULL AT 5000 - "
006250                     "LATER CYCLES NOT ATTESTED"
006260             END-IF
006270             GO TO 2100-EXIT
006280         END-IF
006290         ADD 1 TO WS-CYCLE-COUNT
006300         MOVE WS-CYCLE-COUNT TO WS-FOUND-IDX
006310         MOVE CYR-CYCLE-ID TO WS-CYC-ID(WS-FOUND-IDX)
006320         MOVE CYR-TIMESTAMP(1:8) TO WS-CYC-OPENED-ON(WS-FOUND-IDX)
006330         MOVE SPACES TO WS-CYC-PRIOR-STATE(WS-FOUND-IDX)
006340         MOVE SPACES TO WS-CYC-CLOSED-ON(WS-FOUND-IDX)
006350         MOVE "N" TO WS-CYC-PROMOTED(WS-FOUND-IDX)
006360         MOVE ZERO TO WS-CYC-HOLDS(WS-FOUND-IDX)
006370         MOVE CYR-TIMESTAMP(1:8) TO WS-DECIDE-DATE
006380         PERFORM 1400-TEST-PERIOD THRU 1400-EXIT
006390         MOVE WS-IN-PERIOD-SWITCH
006400             TO WS-CYC-IN-PERIOD(WS-FOUND-IDX)
006410         IF WS-IN-PERIOD
006420             ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SRC-REGISTER)
006430             COMPUTE WS-DAY-IDX =
006440                 FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER)
006450                 - WS-FROM-INT + 1
006460             ADD 1 TO WS-DAY-OPENED(WS-DAY-IDX)
006470         END-IF
006480     END-IF.
006490     IF CYR-CLOSED
006500         MOVE WS-CYC-STATE(WS-FOUND-IDX)
006510             TO WS-CYC-PRIOR-STATE(WS-FOUND-IDX)
006520         MOVE CYR-TIMESTAMP(1:8)
006530             TO WS-CYC-CLOSED-ON(WS-FOUND-IDX).
006540     MOVE CYR-STATE TO WS-CYC-STATE(WS-FOUND-IDX).
006550     IF CYR-PROMOTED
006560         MOVE "Y" TO WS-CYC-PROMOTED(WS-FOUND-IDX).
006570     IF CYR-STEP-NAME NOT = "RECONCHK"
006580         AND CYR-STEP-NAME NOT = "RUNCHECK"
006590         GO TO 2100-EXIT.
006600     IF CYR-STEP-RC > WS-WARN-CODE
006610         IF WS-CYC-IN-PERIOD(WS-FOUND-IDX) = "Y"
006620             PERFORM 2200-ADD-HOLD THRU 2200-EXIT
006630         END-IF
006640     ELSE
006650         PERFORM 2250-RELEASE-HOLD THRU 2250-EXIT
006660             VARYING WS-HLD-IDX FROM 1 BY 1
006670             UNTIL WS-HLD-IDX > WS-HOLD-COUNT.
006680 2100-EXIT.
006690     EXIT.
006700 2200-ADD-HOLD.
006710     ADD 1 TO WS-CYC-HOLDS(WS-FOUND-IDX).
006720     IF WS-HOLD-COUNT >= 500
006730         IF NOT WS-HOLD-TABLE-FULL
006740             SET WS-HOLD-TABLE-FULL TO TRUE
006750             DISPLAY "ATTEST: HOLD TABLE FULL AT 500 - "
006760                 "LATER HOLDS COUNTED BUT NOT LISTED"
006770         END-IF
006780         GO TO 2200-EXIT.
006790     ADD 1 TO WS-HOLD-COUNT.
006800     MOVE CYR-CYCLE-ID TO WS-HLD-CYCLE-ID(WS-HOLD-COUNT).
006810     MOVE CYR-STEP-NAME TO WS-HLD-STEP(WS-HOLD-COUNT).
006820     MOVE CYR-TIMESTAMP TO WS-HLD-AT(WS-HOLD-COUNT).
006830     MOVE CYR-STEP-RC TO WS-HLD-RC(WS-HOLD-COUNT).
006840     MOVE "U" TO WS-HLD-RESOLUTION(WS-HOLD-COUNT).
006850     MOVE SPACES TO WS-HLD-RESOLVED-AT(WS-HOLD-COUNT).
006860 2200-EXIT.
006870     EXIT.
006880 2250-RELEASE-HOLD.
006890*    A CLEAN RERUN OF THE STEP RELEASES EVERY HOLD IT STILL HAS
006900*    OUTSTANDING ON THE CYCLE.
006910     IF WS-HLD-CYCLE-ID(WS-HLD-IDX) = CYR-CYCLE-ID
006920         AND WS-HLD-STEP(WS-HLD-IDX) = CYR-STEP-NAME
006930         AND WS-HLD-RESOLUTION(WS-HLD-IDX) = "U"
006940         MOVE "R" TO WS-HLD-RESOLUTION(WS-HLD-IDX)
006950         MOVE CYR-TIMESTAMP TO WS-HLD-RESOLVED-AT(WS-HLD-IDX).
006960 2250-EXIT.
006970     EXIT.
006980 2300-FIND-CYCLE.
006990*    SEARCHED NEWEST FIRST, AS IN CYCLCTL.
007000     MOVE "N" TO WS-FOUND-SWITCH.
007010     MOVE ZERO TO WS-FOUND-IDX.
007020     PERFORM 2310-MATCH-ONE-CYCLE THRU 2310-EXIT
007030         VARYING WS-CYC-IDX FROM WS-CYCLE-COUNT BY -1
007040         UNTIL WS-CYC-IDX < 1
007050            OR WS-ENTRY-FOUND.
007060 2300-EXIT.
007070     EXIT.
007080 2310-MATCH-ONE-CYCLE.
007090     IF WS-CYC-ID(WS-CYC-IDX) = WS-SEARCH-ID
007100         SET WS-ENTRY-FOUND TO TRUE
007110         MOVE WS-CYC-IDX TO WS-FOUND-IDX.
007120 2310-EXIT.
007130     EXIT.
007170 3000-READ-APPROVALS.
007171*    MANPROM APPROVALS AND THE MASTER CHANGE HISTORY.
007180     OPEN INPUT APPROVAL-FILE.
007190     IF NOT WS-APPROVAL-OK
007200         DISPLAY "ATTEST: NO APPRLOG APPROVALS, STATUS = "
007210             WS-APPROVAL-STATUS
007220         GO TO 3000-EXIT.
007230     MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-APPROVAL).
007240     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007250     PERFORM 3050-READ-ONE-APPROVAL THRU 3050-EXIT
007260         UNTIL WS-END-OF-INPUT.
007270     CLOSE APPROVAL-FILE.
007280 3000-EXIT.
007290     EXIT.
007292 3050-READ-ONE-APPROVAL.
007294*    AN APPROVAL COUNTS ONLY IN THE PERIOD MANPROM RECORDED IT
007296*    IN - A CARD KEPT FROM AN EARLIER MONTH CANNOT APPROVE THIS
007300*    MONTH'S CHANGE TO THE SAME ENTRY.
007310     READ APPROVAL-FILE
007320         AT END
007330             SET WS-END-OF-INPUT TO TRUE
007340             GO TO 3050-EXIT.
007350     ADD 1 TO WS-SOURCE-READ(WS-SRC-APPROVAL).
007370     MOVE APL-MAN-NAME TO WS-APPROVAL-NAME.
007390     IF WS-APPROVAL-NAME = SPACES
007400         GO TO 3050-EXIT.
007402     MOVE APL-APPROVED-AT(1:8) TO WS-DECIDE-DATE.
007404     PERFORM 1400-TEST-PERIOD THRU 1400-EXIT.
007406     IF NOT WS-IN-PERIOD
007408         GO TO 3050-EXIT.
007410     PERFORM 3060-FIND-APPROVAL THRU 3060-EXIT.
007420     IF WS-ENTRY-FOUND
007430         GO TO 3050-EXIT.
007440     IF WS-APPR-COUNT >= 2000
007450         IF NOT WS-APPR-TABLE-FULL
007460             SET WS-APPR-TABLE-FULL TO TRUE
007470             DISPLAY "ATTEST: APPROVAL TABLE FULL AT 2000"
007480         END-IF
007490         GO TO 3050-EXIT.
007500     ADD 1 TO WS-APPR-COUNT.
007510     MOVE WS-APPROVAL-NAME TO WS-APR-NAME(WS-APPR-COUNT).
007520     ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SRC-APPROVAL).
007530 3050-EXIT.
007540     EXIT.
007550 3060-FIND-APPROVAL.
007560     MOVE "N" TO WS-FOUND-SWITCH.
007570     PERFORM 3070-MATCH-ONE-APPROVAL THRU 3070-EXIT
007580         VARYING WS-APR-IDX FROM 1 BY 1
007590         UNTIL WS-APR-IDX > WS-APPR-COUNT
007600            OR WS-ENTRY-FOUND.
007610 3060-EXIT.
007620     EXIT.
007630 3070-MATCH-ONE-APPROVAL.
007640     IF WS-APR-NAME(WS-APR-IDX) = WS-APPROVAL-NAME
007650         SET WS-ENTRY-FOUND TO TRUE.
007660 3070-EXIT.
007670     EXIT.
007680 3100-READ-HISTORY.
007690     OPEN INPUT HISTORY-FILE.
007700     IF NOT WS-HISTORY-OK
007710         DISPLAY "ATTEST: NO HASHHIST HISTORY, STATUS = "
007720             WS-HISTORY-STATUS
007730         GO TO 3100-EXIT.
007740     MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-HISTORY).
007750     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007760     PERFORM 3150-READ-ONE-HISTORY THRU 3150-EXIT
007770         UNTIL WS-END-OF-INPUT.
007780     CLOSE HISTORY-FILE.
007790 3100-EXIT.
007800     EXIT.
007810 3150-READ-ONE-HISTORY.
007820*    A CHANGE IS A LOAD THAT REPLACED A DIGEST OR A HASHMNT ADD,
007830*    CHANGE OR DELETE.  ALGORITHM MIGRATIONS AND FREEZE/RELEASE
007840*    ARE COUNTED SEPARATELY.  RECORDS WRITTEN BEFORE THE CHANGE
007850*    STAMP EXISTED CANNOT BE PLACED IN ANY PERIOD.
007860     READ HISTORY-FILE
007870         AT END
007880             SET WS-END-OF-INPUT TO TRUE
007890             GO TO 3150-EXIT.
007900     ADD 1 TO WS-SOURCE-READ(WS-SRC-HISTORY).
007910     IF HHR-CHANGED-AT = SPACES
007920         IF HHR-DIGEST-REPLACED
007930             ADD 1 TO WS-UNDATED-CHANGES
007940         END-IF
007950         GO TO 3150-EXIT.
007960     MOVE HHR-CHANGED-AT(1:8) TO WS-DECIDE-DATE.
007970     PERFORM 1400-TEST-PERIOD THRU 1400-EXIT.
007980     IF NOT WS-IN-PERIOD
007990         GO TO 3150-EXIT.
008000     ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SRC-HISTORY).
008010     IF HHR-ALG-MIGRATE
008020         ADD 1 TO WS-MIGRATE-RECORDS
008030         GO TO 3150-EXIT.
008040     IF HHR-MAINT-FREEZE OR HHR-MAINT-RELEASE
008050         ADD 1 TO WS-FREEZE-RECORDS
008060         GO TO 3150-EXIT.
008070     IF NOT HHR-DIGEST-REPLACED AND NOT HHR-MAINT-ADD
008080         GO TO 3150-EXIT.
008090     ADD 1 TO WS-CHANGE-RECORDS.
008100     PERFORM 3200-POST-CHANGED-KEY THRU 3200-EXIT.
008110 3150-EXIT.
008120     EXIT.
008130 3200-POST-CHANGED-KEY.
008140     MOVE "N" TO WS-FOUND-SWITCH.
008150     PERFORM 3210-MATCH-ONE-KEY THRU 3210-EXIT
008160         VARYING WS-KEY-IDX FROM 1 BY 1
008170         UNTIL WS-KEY-IDX > WS-KEY-COUNT
008180            OR WS-ENTRY-FOUND.
008190     IF WS-ENTRY-FOUND
008200         SUBTRACT 1 FROM WS-KEY-IDX
008210     ELSE
008220         IF WS-KEY-COUNT >= 5000
008230             IF NOT WS-KEY-TABLE-FULL
008240                 SET WS-KEY-TABLE-FULL TO TRUE
008250                 DISPLAY "ATTEST: CHANGED-KEY TABLE FULL AT 5000"
008260             END-IF
008270             GO TO 3200-EXIT
008280         END-IF
008290         ADD 1 TO WS-KEY-COUNT
008300         MOVE WS-KEY-COUNT TO WS-KEY-IDX
008310         MOVE HHR-KEY TO WS-KEY-VALUE(WS-KEY-IDX)
008320         MOVE "N" TO WS-KEY-LOADED(WS-KEY-IDX)
008330         MOVE "N" TO WS-KEY-MAINTAINED(WS-KEY-IDX)
008340         MOVE HHR-KEY TO WS-APPROVAL-NAME
008350         PERFORM 3060-FIND-APPROVAL THRU 3060-EXIT
008360         MOVE WS-FOUND-SWITCH TO WS-KEY-APPROVED(WS-KEY-IDX)
008370     END-IF.
008380     MOVE HHR-SOURCE-TYPE TO WS-KEY-SOURCE(WS-KEY-IDX).
008390     IF HHR-LOAD-REPLACE
008400         MOVE "Y" TO WS-KEY-LOADED(WS-KEY-IDX)
008410     ELSE
008420         MOVE "Y" TO WS-KEY-MAINTAINED(WS-KEY-IDX).
008430 3200-EXIT.
008440     EXIT.
008450 3210-MATCH-ONE-KEY.
008460     IF WS-KEY-VALUE(WS-KEY-IDX) = HHR-KEY
008470         SET WS-ENTRY-FOUND TO TRUE.
008480 3210-EXIT.
008490     EXIT.
008540 4000-READ-AUDIT.
008541*    AUDIT, ERROR AND RUN-STATUS LOGS, ARCHIVE FIRST.  A LOG THAT
008545*    IS NOT PROVIDED IS SHOWN AS SUCH ON THE REPORT.
008550     OPEN INPUT AUDIT-ARC-FILE.
008560     IF WS-AUDARC-OK
008570         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-AUDARC)
008580         MOVE "N" TO WS-INPUT-EOF-SWITCH
008590         PERFORM 4010-READ-ONE-AUDARC THRU 4010-EXIT
008600             UNTIL WS-END-OF-INPUT
008610         CLOSE AUDIT-ARC-FILE.
008620     OPEN INPUT AUDIT-FILE.
008630     IF WS-AUDIT-OK
008640         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-AUDIT)
008650         MOVE "N" TO WS-INPUT-EOF-SWITCH
008660         PERFORM 4020-READ-ONE-AUDIT THRU 4020-EXIT
008670             UNTIL WS-END-OF-INPUT
008680         CLOSE AUDIT-FILE.
008690 4000-EXIT.
008700     EXIT.
008710 4010-READ-ONE-AUDARC.
008720     READ AUDIT-ARC-FILE
008730         AT END
008740             SET WS-END-OF-INPUT TO TRUE
008750             GO TO 4010-EXIT.
008760     MOVE WS-SRC-AUDARC TO WS-SOURCE-IDX.
008770     MOVE AAR-RECORD TO AUD-RECORD.
008780     PERFORM 4100-POST-AUDIT THRU 4100-EXIT.
008790 4010-EXIT.
008800     EXIT.
008810 4020-READ-ONE-AUDIT.
008820     READ AUDIT-FILE
008830         AT END
008840             SET WS-END-OF-INPUT TO TRUE
008850             GO TO 4020-EXIT.
008860     MOVE WS-SRC-AUDIT TO WS-SOURCE-IDX.
008870     MOVE ALG-RECORD TO AUD-RECORD.
008880     PERFORM 4100-POST-AUDIT THRU 4100-EXIT.
008890 4020-EXIT.
008900     EXIT.
008910 4100-POST-AUDIT.
008920*    32, 40, 64 AND 128 HEXADECIMAL CHARACTERS ARE MD5, SHA1,
008930*    SHA256 AND SHA512.
008940     ADD 1 TO WS-SOURCE-READ(WS-SOURCE-IDX).
008950     MOVE AUD-TIMESTAMP(1:8) TO WS-DECIDE-DATE.
008960     PERFORM 1400-TEST-PERIOD THRU 1400-EXIT.
008970     IF NOT WS-IN-PERIOD
008980         GO TO 4100-EXIT.
008990     ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SOURCE-IDX).
009000     MOVE ZERO TO WS-DIGEST-LEN.
009010     INSPECT AUD-HASH TALLYING WS-DIGEST-LEN
009020         FOR CHARACTERS BEFORE INITIAL SPACE.
009030     EVALUATE WS-DIGEST-LEN
009040         WHEN 32
009050             MOVE 1 TO WS-ALG-IDX
009060         WHEN 40
009070             MOVE 2 TO WS-ALG-IDX
009080         WHEN 64
009090             MOVE 3 TO WS-ALG-IDX
009100         WHEN 128
009110             MOVE 4 TO WS-ALG-IDX
009120         WHEN ZERO
009130             MOVE 6 TO WS-ALG-IDX
009140         WHEN OTHER
009150             MOVE 5 TO WS-ALG-IDX
009160     END-EVALUATE.
009170     ADD 1 TO WS-ALG-DIGESTS(WS-ALG-IDX).
009180     ADD 1 TO WS-TOTAL-DIGESTS.
009190     IF AUD-RETURN-CODE NOT = ZERO
009200         ADD 1 TO WS-ALG-FAILURES(WS-ALG-IDX)
009210         ADD 1 TO WS-TOTAL-DIGEST-FAILS.
009220     MOVE AUD-CYCLE-ID TO WS-LOG-CYCLE-ID.
009230     PERFORM 4600-CHECK-LOG-CYCLE THRU 4600-EXIT.
009240 4100-EXIT.
009250     EXIT.
009260 4200-READ-ERRLOG.
009270     OPEN INPUT ERRLOG-ARC-FILE.
009280     IF WS-ERRARC-OK
009290         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-ERRARC)
009300         MOVE "N" TO WS-INPUT-EOF-SWITCH
009310         PERFORM 4210-READ-ONE-ERRARC THRU 4210-EXIT
009320             UNTIL WS-END-OF-INPUT
009330         CLOSE ERRLOG-ARC-FILE.
009340     OPEN INPUT ERROR-LOG-FILE.
009350     IF WS-ERRLOG-OK
009360         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-ERRLOG)
009370         MOVE "N" TO WS-INPUT-EOF-SWITCH
009380         PERFORM 4220-READ-ONE-ERRLOG THRU 4220-EXIT
009390             UNTIL WS-END-OF-INPUT
009400         CLOSE ERROR-LOG-FILE.
009410 4200-EXIT.
009420     EXIT.
009430 4210-READ-ONE-ERRARC.
009440     READ ERRLOG-ARC-FILE
009450         AT END
009460             SET WS-END-OF-INPUT TO TRUE
009470             GO TO 4210-EXIT.
009480     MOVE WS-SRC-ERRARC TO WS-SOURCE-IDX.
009490     MOVE EAR-RECORD TO ERL-RECORD.
009500     PERFORM 4300-POST-ERRLOG THRU 4300-EXIT.
009510 4210-EXIT.
009520     EXIT.
009530 4220-READ-ONE-ERRLOG.
009540     READ ERROR-LOG-FILE
009550         AT END
009560             SET WS-END-OF-INPUT TO TRUE
009570             GO TO 4220-EXIT.
009580     MOVE WS-SRC-ERRLOG TO WS-SOURCE-IDX.
009590     MOVE ELG-RECORD TO ERL-RECORD.
009600     PERFORM 4300-POST-ERRLOG THRU 4300-EXIT.
009610 4220-EXIT.
009620     EXIT.
009630 4300-POST-ERRLOG.
009640     ADD 1 TO WS-SOURCE-READ(WS-SOURCE-IDX).
009650     MOVE ERL-TIMESTAMP(1:8) TO WS-DECIDE-DATE.
009660     PERFORM 1400-TEST-PERIOD THRU 1400-EXIT.
009670     IF NOT WS-IN-PERIOD
009680         GO TO 4300-EXIT.
009690     ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SOURCE-IDX).
009700     ADD 1 TO WS-TOTAL-ERRORS.
009710     MOVE ERL-CYCLE-ID TO WS-LOG-CYCLE-ID.
009720     PERFORM 4600-CHECK-LOG-CYCLE THRU 4600-EXIT.
009730     IF ERL-RETURN-CODE IS NOT NUMERIC
009740         MOVE ZERO TO WS-RETURN-CODE
009750     ELSE
009760         MOVE ERL-RETURN-CODE TO WS-RETURN-CODE.
009770     MOVE "N" TO WS-FOUND-SWITCH.
009780     PERFORM 4310-MATCH-ONE-CODE THRU 4310-EXIT
009790         VARYING WS-CODE-IDX FROM 1 BY 1
009800         UNTIL WS-CODE-IDX > WS-CODE-COUNT
009810            OR WS-ENTRY-FOUND.
009820     IF WS-ENTRY-FOUND
009830         SUBTRACT 1 FROM WS-CODE-IDX
009840     ELSE
009850         IF WS-CODE-COUNT >= 30
009860             GO TO 4300-EXIT
009870         END-IF
009880         ADD 1 TO WS-CODE-COUNT
009890         MOVE WS-CODE-COUNT TO WS-CODE-IDX
009900         MOVE WS-RETURN-CODE TO WS-CODE-VALUE(WS-CODE-IDX)
009910         MOVE ZERO TO WS-CODE-ERRORS(WS-CODE-IDX)
009920     END-IF.
009930     ADD 1 TO WS-CODE-ERRORS(WS-CODE-IDX).
009940 4300-EXIT.
009950     EXIT.
009960 4310-MATCH-ONE-CODE.
009970     IF WS-CODE-VALUE(WS-CODE-IDX) = WS-RETURN-CODE
009980         SET WS-ENTRY-FOUND TO TRUE.
009990 4310-EXIT.
010000     EXIT.
010010 4400-READ-RUNSTAT.
010020     OPEN INPUT RUNSTAT-ARC-FILE.
010030     IF WS-STAARC-OK
010040         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-STAARC)
010050         MOVE "N" TO WS-INPUT-EOF-SWITCH
010060         PERFORM 4410-READ-ONE-STAARC THRU 4410-EXIT
010070             UNTIL WS-END-OF-INPUT
010080         CLOSE RUNSTAT-ARC-FILE.
010090     OPEN INPUT RUN-STATUS-FILE.
010100     IF WS-RUNSTAT-OK
010110         MOVE "Y" TO WS-SOURCE-OPENED(WS-SRC-RUNSTAT)
010120         MOVE "N" TO WS-INPUT-EOF-SWITCH
010130         PERFORM 4420-READ-ONE-RUNSTAT THRU 4420-EXIT
010140             UNTIL WS-END-OF-INPUT
010150         CLOSE RUN-STATUS-FILE.
010160 4400-EXIT.
010170     EXIT.
010180 4410-READ-ONE-STAARC.
010190     READ RUNSTAT-ARC-FILE
010200         AT END
010210             SET WS-END-OF-INPUT TO TRUE
010220             GO TO 4410-EXIT.
010230     MOVE WS-SRC-STAARC TO WS-SOURCE-IDX.
010240     MOVE SAR-RECORD TO RST-RECORD.
010250     PERFORM 4500-POST-RUNSTAT THRU 4500-EXIT.
010260 4410-EXIT.
010270     EXIT.
010280 4420-READ-ONE-RUNSTAT.
010290     READ RUN-STATUS-FILE
010300         AT END
010310             SET WS-END-OF-INPUT TO TRUE
010320             GO TO 4420-EXIT.
010330     MOVE WS-SRC-RUNSTAT TO WS-SOURCE-IDX.
010340     MOVE SFL-RECORD TO RST-RECORD.
010350     PERFORM 4500-POST-RUNSTAT THRU 4500-EXIT.
010360 4420-EXIT.
010370     EXIT.
010380 4500-POST-RUNSTAT.
010390     ADD 1 TO WS-SOURCE-READ(WS-SOURCE-IDX).
010400     MOVE RST-TIMESTAMP(1:8) TO WS-DECIDE-DATE.
010410     PERFORM 1400-TEST-PERIOD THRU 1400-EXIT.
010420     IF NOT WS-IN-PERIOD
010430         GO TO 4500-EXIT.
010440     ADD 1 TO WS-SOURCE-IN-PERIOD(WS-SOURCE-IDX).
010450     MOVE RST-CYCLE-ID TO WS-LOG-CYCLE-ID.
010460     PERFORM 4600-CHECK-LOG-CYCLE THRU 4600-EXIT.
010470     MOVE "N" TO WS-FOUND-SWITCH.
010480     PERFORM 4510-MATCH-ONE-JOB THRU 4510-EXIT
010490         VARYING WS-JOB-IDX FROM 1 BY 1
010500         UNTIL WS-JOB-IDX > WS-JOB-COUNT
010510            OR WS-ENTRY-FOUND.
010520     IF WS-ENTRY-FOUND
010530         SUBTRACT 1 FROM WS-JOB-IDX
010540     ELSE
010550         IF WS-JOB-COUNT >= 50
010560             GO TO 4500-EXIT
010570         END-IF
010580         ADD 1 TO WS-JOB-COUNT
010590         MOVE WS-JOB-COUNT TO WS-JOB-IDX
010600         MOVE RST-JOB-NAME TO WS-JOB-NAME(WS-JOB-IDX)
010610         MOVE ZERO TO WS-JOB-RUNS(WS-JOB-IDX)
010620         MOVE ZERO TO WS-JOB-READ(WS-JOB-IDX)
010630         MOVE ZERO TO WS-JOB-WRITTEN(WS-JOB-IDX)
010640         MOVE ZERO TO WS-JOB-FAILURES(WS-JOB-IDX)
010650         MOVE ZERO TO WS-JOB-WORST(WS-JOB-IDX)
010660     END-IF.
010670     ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX).
010680     ADD RST-RECORDS-READ TO WS-JOB-READ(WS-JOB-IDX).
010690     ADD RST-RECORDS-WRITTEN TO WS-JOB-WRITTEN(WS-JOB-IDX).
010700     ADD RST-FAILURE-COUNT TO WS-JOB-FAILURES(WS-JOB-IDX).
010710     ADD RST-RECORDS-READ TO WS-TOTAL-JOB-READ.
010720     ADD RST-FAILURE-COUNT TO WS-TOTAL-JOB-FAILURES.
010730     IF RST-WORST-CODE > WS-JOB-WORST(WS-JOB-IDX)
010740         MOVE RST-WORST-CODE TO WS-JOB-WORST(WS-JOB-IDX).
010750 4500-EXIT.
010760     EXIT.
010770 4510-MATCH-ONE-JOB.
010780     IF WS-JOB-NAME(WS-JOB-IDX) = RST-JOB-NAME
010790         SET WS-ENTRY-FOUND TO TRUE.
010800 4510-EXIT.
010810     EXIT.
010820 4600-CHECK-LOG-CYCLE.
010830*    A CYCLE ID ON A LOG THAT THE REGISTER HAS NEVER SEEN MEANS
010840*    A STEP RAN ON A HAND-TYPED CYCLE WITHOUT THE REGISTER.
010850     IF WS-LOG-CYCLE-ID = SPACES
010860         GO TO 4600-EXIT.
010870     MOVE WS-LOG-CYCLE-ID TO WS-SEARCH-ID.
010880     PERFORM 2300-FIND-CYCLE THRU 2300-EXIT.
010890     IF WS-ENTRY-FOUND
010900         GO TO 4600-EXIT.
010910     MOVE "N" TO WS-FOUND-SWITCH.
010920     PERFORM 4610-MATCH-ONE-UNREG THRU 4610-EXIT
010930         VARYING WS-UNR-IDX FROM 1 BY 1
010940         UNTIL WS-UNR-IDX > WS-UNREG-COUNT
010950            OR WS-ENTRY-FOUND.
010960     IF WS-ENTRY-FOUND
010970         SUBTRACT 1 FROM WS-UNR-IDX
010980     ELSE
010990         IF WS-UNREG-COUNT >= 100
011000             GO TO 4600-EXIT
011010         END-IF
011020         ADD 1 TO WS-UNREG-COUNT
011030         MOVE WS-UNREG-COUNT TO WS-UNR-IDX
011040         MOVE WS-LOG-CYCLE-ID TO WS-UNR-ID(WS-UNR-IDX)
011050         MOVE WS-SOURCE-NAME(WS-SOURCE-IDX)
011060             TO WS-UNR-SOURCE(WS-UNR-IDX)
011070         MOVE WS-DECIDE-DATE TO WS-UNR-FIRST-ON(WS-UNR-IDX)
011080         MOVE ZERO TO WS-UNR-RECORDS(WS-UNR-IDX)
011090     END-IF.
011100     ADD 1 TO WS-UNR-RECORDS(WS-UNR-IDX).
011110 4600-EXIT.
011120     EXIT.
011130 4610-MATCH-ONE-UNREG.
011140     IF WS-UNR-ID(WS-UNR-IDX) = WS-LOG-CYCLE-ID
011150         SET WS-ENTRY-FOUND TO TRUE.
011160 4610-EXIT.
011170     EXIT.
011220 5000-EVALUATE-PERIOD.
011221*    WEIGH THE PERIOD: CYCLE OUTCOMES, MISSING DAYS, HOLD
011224*    RESOLUTIONS, UNAPPROVED MASTER CHANGES AND SOURCES NOT
011227*    PROVIDED.
011230     PERFORM 5100-WEIGH-ONE-CYCLE THRU 5100-EXIT
011240         VARYING WS-CYC-IDX FROM 1 BY 1
011250         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
011260     PERFORM 5200-WEIGH-ONE-DAY THRU 5200-EXIT
011270         VARYING WS-DAY-IDX FROM 1 BY 1
011280         UNTIL WS-DAY-IDX > WS-PERIOD-DAYS.
011290     PERFORM 5300-WEIGH-ONE-HOLD THRU 5300-EXIT
011300         VARYING WS-HLD-IDX FROM 1 BY 1
011310         UNTIL WS-HLD-IDX > WS-HOLD-COUNT.
011320     PERFORM 5400-WEIGH-ONE-KEY THRU 5400-EXIT
011330         VARYING WS-KEY-IDX FROM 1 BY 1
011340         UNTIL WS-KEY-IDX > WS-KEY-COUNT.
011345     PERFORM 5500-WEIGH-SOURCES THRU 5500-EXIT.
011350     COMPUTE WS-FINDING-COUNT = WS-DAYS-MISSING
011360         + WS-CYCLES-FAILED + WS-HOLDS-UNRESOLVED
011366         + WS-KEYS-UNAPPROVED + WS-UNREG-COUNT
011372         + WS-SOURCES-MISSING.
011380 5000-EXIT.
011390     EXIT.
011400 5100-WEIGH-ONE-CYCLE.
011410     IF WS-CYC-IN-PERIOD(WS-CYC-IDX) NOT = "Y"
011420         GO TO 5100-EXIT.
011430     ADD 1 TO WS-CYCLES-RUN.
011440     IF WS-CYC-STATE(WS-CYC-IDX) = "C"
011450         AND WS-CYC-PROMOTED(WS-CYC-IDX) = "Y"
011460         ADD 1 TO WS-CYCLES-COMPLETE
011470     ELSE
011480         ADD 1 TO WS-CYCLES-FAILED.
011490 5100-EXIT.
011500     EXIT.
011510 5200-WEIGH-ONE-DAY.
011520     IF WS-DAY-SCHEDULED(WS-DAY-IDX) = "Y"
011530         IF WS-DAY-OPENED(WS-DAY-IDX) = ZERO
011540             ADD 1 TO WS-DAYS-MISSING
011550         END-IF
011560     ELSE
011570         ADD WS-DAY-OPENED(WS-DAY-IDX) TO WS-UNSCHEDULED-RUNS.
011580 5200-EXIT.
011590     EXIT.
011600 5300-WEIGH-ONE-HOLD.
011610     IF WS-HLD-RESOLUTION(WS-HLD-IDX) = "U"
011620         MOVE WS-HLD-CYCLE-ID(WS-HLD-IDX) TO WS-SEARCH-ID
011630         PERFORM 2300-FIND-CYCLE THRU 2300-EXIT
011640         IF WS-ENTRY-FOUND
011650             AND WS-CYC-STATE(WS-FOUND-IDX) = "C"
011660             MOVE "C" TO WS-HLD-RESOLUTION(WS-HLD-IDX)
011670             MOVE WS-CYC-CLOSED-ON(WS-FOUND-IDX)
011680                 TO WS-HLD-RESOLVED-AT(WS-HLD-IDX)
011690         END-IF
011700     END-IF.
011710     EVALUATE WS-HLD-RESOLUTION(WS-HLD-IDX)
011720         WHEN "R"
011730             ADD 1 TO WS-HOLDS-RELEASED
011740         WHEN "C"
011750             ADD 1 TO WS-HOLDS-CLOSED
011760         WHEN OTHER
011770             ADD 1 TO WS-HOLDS-UNRESOLVED
011780     END-EVALUATE.
011790 5300-EXIT.
011800     EXIT.
011810 5400-WEIGH-ONE-KEY.
011820*    ONLY A MANIFEST ENTRY REPLACED BY A LOAD NEEDS A MANPROM
011830*    APPROVAL.  HASHMNT CHANGES CARRY THEIR OWN REQUESTER AND
011840*    REASON, AND BATCH AND PARTNER DIGESTS NEVER PASS MANPROM.
011850     IF WS-KEY-APPROVED(WS-KEY-IDX) = "Y"
011860         ADD 1 TO WS-KEYS-APPROVED.
011870     IF WS-KEY-MAINTAINED(WS-KEY-IDX) = "Y"
011880         ADD 1 TO WS-KEYS-MAINTAINED.
011890     IF WS-KEY-SOURCE(WS-KEY-IDX) NOT = "M"
011900         GO TO 5400-EXIT.
011910     ADD 1 TO WS-KEYS-MANIFEST.
011920     IF WS-KEY-LOADED(WS-KEY-IDX) = "Y"
011930         AND WS-KEY-APPROVED(WS-KEY-IDX) NOT = "Y"
011940         ADD 1 TO WS-KEYS-UNAPPROVED.
011950 5400-EXIT.
011960     EXIT.
011961 5500-WEIGH-SOURCES.
011962*    EACH LOG THE ATTESTATION RESTS ON MUST HAVE BEEN READ.  THE
011963*    KEPT AND ARCHIVED COPY OF A LOG ARE ONE SOURCE - EITHER WILL
011964*    DO - BUT A PAIR WITH NEITHER, OR NO HASHHIST OR APPRLOG, IS
011965*    ONE FINDING EACH.
011966     IF WS-SOURCE-OPENED(WS-SRC-AUDIT) NOT = "Y"
011967         AND WS-SOURCE-OPENED(WS-SRC-AUDARC) NOT = "Y"
011968         ADD 1 TO WS-SOURCES-MISSING.
011969     IF WS-SOURCE-OPENED(WS-SRC-ERRLOG) NOT = "Y"
011970         AND WS-SOURCE-OPENED(WS-SRC-ERRARC) NOT = "Y"
011971         ADD 1 TO WS-SOURCES-MISSING.
011972     IF WS-SOURCE-OPENED(WS-SRC-RUNSTAT) NOT = "Y"
011973         AND WS-SOURCE-OPENED(WS-SRC-STAARC) NOT = "Y"
011974         ADD 1 TO WS-SOURCES-MISSING.
011975     IF WS-SOURCE-OPENED(WS-SRC-HISTORY) NOT = "Y"
011976         ADD 1 TO WS-SOURCES-MISSING.
011977     IF WS-SOURCE-OPENED(WS-SRC-APPROVAL) NOT = "Y"
011978         ADD 1 TO WS-SOURCES-MISSING.
011979 5500-EXIT.
011981     EXIT.
012000 8000-WRITE-REPORT.
012010     MOVE SPACES TO PRT-REPORT-LINE.
012020     STRING "ATTEST MONTHLY COMPLIANCE ATTESTATION"
012030         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012040     WRITE PRT-REPORT-LINE.
012050     MOVE SPACES TO PRT-REPORT-LINE.
012060     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
012070         INTO PRT-REPORT-LINE.
012080     WRITE PRT-REPORT-LINE.
012090     IF WS-ATTEST-REFUSED
012100         MOVE SPACES TO PRT-REPORT-LINE
012110         STRING "RESULT       : NOT ATTESTED - " WS-REFUSE-REASON
012120             DELIMITED BY SIZE INTO PRT-REPORT-LINE
012130         WRITE PRT-REPORT-LINE
012140         MOVE SPACES TO PRT-REPORT-LINE
012150         STRING "VERDICT: NOT ATTESTED - CONDITION CODE 8"
012160             DELIMITED BY SIZE INTO PRT-REPORT-LINE
012170         WRITE PRT-REPORT-LINE
012180         GO TO 8000-EXIT.
012190     MOVE WS-FROM-DATE TO WS-CHECK-NUMBER.
012200     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
012210     MOVE WS-EDIT-DATE TO WS-PERIOD-FROM.
012220     MOVE WS-TO-DATE TO WS-CHECK-NUMBER.
012230     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
012240     MOVE WS-EDIT-DATE TO WS-PERIOD-TO.
012250     MOVE WS-PERIOD-DAYS TO WS-EDIT-HOLDS.
012260     MOVE SPACES TO PRT-REPORT-LINE.
012270     STRING "PERIOD       : " WS-PERIOD-FROM " TO " WS-PERIOD-TO
012280         " (" WS-EDIT-HOLDS " DAYS)"
012290         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012300     WRITE PRT-REPORT-LINE.
012310     MOVE WS-NOCYCLE-COUNT TO WS-EDIT-COUNT.
012320     MOVE SPACES TO PRT-REPORT-LINE.
012330     STRING "SCHEDULE     : " WS-SCHEDULE
012340         "  NON-CYCLE DAYS GIVEN: " WS-EDIT-COUNT
012350         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012360     WRITE PRT-REPORT-LINE.
012370     PERFORM 8100-REPORT-SOURCES THRU 8100-EXIT.
012380     PERFORM 8200-REPORT-CYCLES THRU 8200-EXIT.
012390     PERFORM 8300-REPORT-VOLUME THRU 8300-EXIT.
012400     PERFORM 8400-REPORT-CHANGES THRU 8400-EXIT.
012410     PERFORM 8500-REPORT-HOLDS THRU 8500-EXIT.
012420     PERFORM 8600-REPORT-SIGN-OFF THRU 8600-EXIT.
012430 8000-EXIT.
012440     EXIT.
012450 8050-WRITE-SECTION-HEAD.
012460     MOVE SPACES TO PRT-REPORT-LINE.
012470     WRITE PRT-REPORT-LINE.
012480     MOVE WS-OUTCOME-TEXT TO PRT-REPORT-LINE.
012490     WRITE PRT-REPORT-LINE.
012500     MOVE ALL "-" TO PRT-REPORT-LINE(1:72).
012510     WRITE PRT-REPORT-LINE.
012520 8050-EXIT.
012530     EXIT.
012540 8100-REPORT-SOURCES.
012550     MOVE "1. SOURCES READ" TO WS-OUTCOME-TEXT.
012560     PERFORM 8050-WRITE-SECTION-HEAD THRU 8050-EXIT.
012570     MOVE SPACES TO PRT-REPORT-LINE.
012580     STRING "SOURCE    STATUS          RECORDS  IN PERIOD"
012590         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012600     WRITE PRT-REPORT-LINE.
012610     PERFORM 8110-PRINT-ONE-SOURCE THRU 8110-EXIT
012620         VARYING WS-SOURCE-IDX FROM 1 BY 1
012630         UNTIL WS-SOURCE-IDX > 9.
012631     IF WS-SOURCES-MISSING > ZERO
012632         MOVE WS-SOURCES-MISSING TO WS-EDIT-COUNT
012633         MOVE SPACES TO PRT-REPORT-LINE
012634         WRITE PRT-REPORT-LINE
012635         MOVE SPACES TO PRT-REPORT-LINE
012636         STRING "SOURCES NOT PROVIDED (FINDINGS): " WS-EDIT-COUNT
012637             DELIMITED BY SIZE INTO PRT-REPORT-LINE
012638         WRITE PRT-REPORT-LINE.
012640 8100-EXIT.
012650     EXIT.
012660 8110-PRINT-ONE-SOURCE.
012670     IF WS-SOURCE-OPENED(WS-SOURCE-IDX) = "Y"
012680         MOVE "READ" TO WS-SOURCE-TEXT
012690     ELSE
012700         MOVE "NOT PROVIDED" TO WS-SOURCE-TEXT.
012710     MOVE WS-SOURCE-READ(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
012720     MOVE WS-SOURCE-IN-PERIOD(WS-SOURCE-IDX) TO WS-EDIT-COUNT-2.
012730     MOVE SPACES TO PRT-REPORT-LINE.
012740     STRING WS-SOURCE-NAME(WS-SOURCE-IDX) "  " WS-SOURCE-TEXT
012750         "  " WS-EDIT-COUNT "  " WS-EDIT-COUNT-2
012760         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012770     WRITE PRT-REPORT-LINE.
012780 8110-EXIT.
012790     EXIT.
012800 8200-REPORT-CYCLES.
012810     MOVE "2. CYCLES RUN AGAINST SCHEDULE" TO WS-OUTCOME-TEXT.
012820     PERFORM 8050-WRITE-SECTION-HEAD THRU 8050-EXIT.
012830     MOVE SPACES TO PRT-REPORT-LINE.
012840     STRING "CYCLE     OPENED      STATE       HOLDS  OUTCOME"
012850         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
012860     WRITE PRT-REPORT-LINE.
012870     PERFORM 8210-PRINT-ONE-CYCLE THRU 8210-EXIT
012880         VARYING WS-CYC-IDX FROM 1 BY 1
012890         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
012900     IF WS-CYCLES-RUN = ZERO
012910         MOVE SPACES TO PRT-REPORT-LINE
012920         STRING "NO CYCLE WAS OPENED IN THE PERIOD"
012930             DELIMITED BY SIZE INTO PRT-REPORT-LINE
012940         WRITE PRT-REPORT-LINE.
012950     IF WS-DAYS-MISSING > ZERO
012960         MOVE SPACES TO PRT-REPORT-LINE
012970         WRITE PRT-REPORT-LINE
012980         MOVE SPACES TO PRT-REPORT-LINE
012990         STRING "SCHEDULED DAYS WITH NO CYCLE OPENED:"
013000             DELIMITED BY SIZE INTO PRT-REPORT-LINE
013010         WRITE PRT-REPORT-LINE
013020         PERFORM 8220-PRINT-ONE-MISSING THRU 8220-EXIT
013030             VARYING WS-DAY-IDX FROM 1 BY 1
013040             UNTIL WS-DAY-IDX > WS-PERIOD-DAYS.
013050     IF WS-UNREG-COUNT > ZERO
013060         MOVE SPACES TO PRT-REPORT-LINE
013070         WRITE PRT-REPORT-LINE
013080         MOVE SPACES TO PRT-REPORT-LINE
013090         STRING "CYCLE IDS ON THE LOGS BUT NEVER ON THE "
013100             "REGISTER:" DELIMITED BY SIZE INTO PRT-REPORT-LINE
013110         WRITE PRT-REPORT-LINE
013120         PERFORM 8230-PRINT-ONE-UNREG THRU 8230-EXIT
013130             VARYING WS-UNR-IDX FROM 1 BY 1
013140             UNTIL WS-UNR-IDX > WS-UNREG-COUNT.
013150     MOVE SPACES TO PRT-REPORT-LINE.
013160     WRITE PRT-REPORT-LINE.
013170     MOVE WS-DAYS-SCHEDULED TO WS-EDIT-COUNT.
013180     MOVE SPACES TO PRT-REPORT-LINE.
013190     STRING "CYCLES SCHEDULED         : " WS-EDIT-COUNT
013200         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013210     WRITE PRT-REPORT-LINE.
013220     MOVE WS-CYCLES-RUN TO WS-EDIT-COUNT.
013230     MOVE SPACES TO PRT-REPORT-LINE.
013240     STRING "CYCLES RUN               : " WS-EDIT-COUNT
013250         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013260     WRITE PRT-REPORT-LINE.
013270     MOVE WS-CYCLES-COMPLETE TO WS-EDIT-COUNT.
013280     MOVE SPACES TO PRT-REPORT-LINE.
013290     STRING "  COMPLETED AND CLOSED   : " WS-EDIT-COUNT
013300         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013310     WRITE PRT-REPORT-LINE.
013320     MOVE WS-CYCLES-FAILED TO WS-EDIT-COUNT.
013330     MOVE SPACES TO PRT-REPORT-LINE.
013340     STRING "  FAILED OR INCOMPLETE   : " WS-EDIT-COUNT
013350         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013360     WRITE PRT-REPORT-LINE.
013370     MOVE WS-DAYS-MISSING TO WS-EDIT-COUNT.
013380     MOVE SPACES TO PRT-REPORT-LINE.
013390     STRING "SCHEDULED DAYS MISSED    : " WS-EDIT-COUNT
013400         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013410     WRITE PRT-REPORT-LINE.
013420     MOVE WS-UNSCHEDULED-RUNS TO WS-EDIT-COUNT.
013430     MOVE SPACES TO PRT-REPORT-LINE.
013440     STRING "RUN ON UNSCHEDULED DAYS  : " WS-EDIT-COUNT
013450         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013460     WRITE PRT-REPORT-LINE.
013470 8200-EXIT.
013480     EXIT.
013490 8210-PRINT-ONE-CYCLE.
013500*    A CYCLE THAT REACHED PROMOTED AND WAS CLOSED IS COMPLETE;
013510*    ONE CLOSED SHORT OF PROMOTED FAILED; ONE STILL OPEN IS
013520*    INCOMPLETE.
013530     IF WS-CYC-IN-PERIOD(WS-CYC-IDX) NOT = "Y"
013540         GO TO 8210-EXIT.
013550     MOVE WS-CYC-STATE(WS-CYC-IDX) TO WS-STATE-CODE.
013560     PERFORM 8800-NAME-STATE THRU 8800-EXIT.
013570     MOVE SPACES TO WS-OUTCOME-TEXT.
013580     IF WS-STATE-CODE = "C"
013590         IF WS-CYC-PROMOTED(WS-CYC-IDX) = "Y"
013600             MOVE "COMPLETE" TO WS-OUTCOME-TEXT
013610         ELSE
013620             MOVE WS-CYC-PRIOR-STATE(WS-CYC-IDX)
013630                 TO WS-STATE-CODE
013640             PERFORM 8800-NAME-STATE THRU 8800-EXIT
013650             STRING "FAILED - CLOSED FROM " WS-STATE-NAME
013660                 DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
013670             MOVE "CLOSED" TO WS-STATE-NAME
013680         END-IF
013690     ELSE
013700         MOVE "INCOMPLETE - STILL OPEN" TO WS-OUTCOME-TEXT
013710     END-IF.
013720     MOVE WS-CYC-OPENED-ON(WS-CYC-IDX) TO WS-CHECK-TEXT.
013730     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
013740     MOVE WS-CYC-HOLDS(WS-CYC-IDX) TO WS-EDIT-HOLDS.
013750     MOVE SPACES TO PRT-REPORT-LINE.
013760     STRING WS-CYC-ID(WS-CYC-IDX) "  " WS-EDIT-DATE "  "
013770         WS-STATE-NAME "    " WS-EDIT-HOLDS "  " WS-OUTCOME-TEXT
013780         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013790     WRITE PRT-REPORT-LINE.
013800 8210-EXIT.
013810     EXIT.
013820 8220-PRINT-ONE-MISSING.
013830     IF WS-DAY-SCHEDULED(WS-DAY-IDX) NOT = "Y"
013840         OR WS-DAY-OPENED(WS-DAY-IDX) > ZERO
013850         GO TO 8220-EXIT.
013860     MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-CHECK-NUMBER.
013870     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
013880     COMPUTE WS-NOC-IDX = WS-DAY-WEEKDAY(WS-DAY-IDX) + 1.
013890     MOVE SPACES TO PRT-REPORT-LINE.
013900     STRING "  MISSING   " WS-EDIT-DATE " "
013910         WS-WEEKDAY-NAME(WS-NOC-IDX)
013920         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
013930     WRITE PRT-REPORT-LINE.
013940 8220-EXIT.
013950     EXIT.
013960 8230-PRINT-ONE-UNREG.
013970     MOVE WS-UNR-FIRST-ON(WS-UNR-IDX) TO WS-CHECK-TEXT.
013980     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
013990     MOVE WS-UNR-RECORDS(WS-UNR-IDX) TO WS-EDIT-COUNT.
014000     MOVE SPACES TO PRT-REPORT-LINE.
014010     STRING "  " WS-UNR-ID(WS-UNR-IDX) "  FIRST ON "
014020         WS-UNR-SOURCE(WS-UNR-IDX) " " WS-EDIT-DATE
014030         "  RECORDS " WS-EDIT-COUNT
014040         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014050     WRITE PRT-REPORT-LINE.
014060 8230-EXIT.
014070     EXIT.
014080 8300-REPORT-VOLUME.
014090     MOVE "3. DIGEST VOLUME AND FAILURE RATE" TO WS-OUTCOME-TEXT.
014100     PERFORM 8050-WRITE-SECTION-HEAD THRU 8050-EXIT.
014110     MOVE SPACES TO PRT-REPORT-LINE.
014120     STRING "BY JOB (STATFILE)" DELIMITED BY SIZE
014130         INTO PRT-REPORT-LINE.
014140     WRITE PRT-REPORT-LINE.
014150     MOVE SPACES TO PRT-REPORT-LINE.
014160     STRING "  JOB            RUNS     READ FAILURES FAILPCT"
014170         "     WORST" DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014180     WRITE PRT-REPORT-LINE.
014190     PERFORM 8310-PRINT-ONE-JOB THRU 8310-EXIT
014200         VARYING WS-JOB-IDX FROM 1 BY 1
014210         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
014220     IF WS-JOB-COUNT = ZERO
014230         MOVE SPACES TO PRT-REPORT-LINE
014240         STRING "  NO RUN-STATUS RECORDS IN THE PERIOD"
014250             DELIMITED BY SIZE INTO PRT-REPORT-LINE
014260         WRITE PRT-REPORT-LINE.
014270     MOVE SPACES TO PRT-REPORT-LINE.
014280     WRITE PRT-REPORT-LINE.
014290     MOVE SPACES TO PRT-REPORT-LINE.
014300     STRING "BY ALGORITHM (AUDITLOG)" DELIMITED BY SIZE
014310         INTO PRT-REPORT-LINE.
014320     WRITE PRT-REPORT-LINE.
014330     MOVE SPACES TO PRT-REPORT-LINE.
014340     STRING "  ALG       DIGESTS  FAILURES FAILPCT"
014350         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014360     WRITE PRT-REPORT-LINE.
014370     PERFORM 8320-PRINT-ONE-ALGORITHM THRU 8320-EXIT
014380         VARYING WS-ALG-IDX FROM 1 BY 1
014390         UNTIL WS-ALG-IDX > 6.
014400     MOVE SPACES TO PRT-REPORT-LINE.
014410     WRITE PRT-REPORT-LINE.
014420     MOVE SPACES TO PRT-REPORT-LINE.
014430     STRING "ERRORS LOGGED (ERRLOG)" DELIMITED BY SIZE
014440         INTO PRT-REPORT-LINE.
014450     WRITE PRT-REPORT-LINE.
014460     MOVE SPACES TO PRT-REPORT-LINE.
014470     STRING "  RETURN CODES      ENTRIES       CODE  MEANING"
014480         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014490     WRITE PRT-REPORT-LINE.
014500     PERFORM 8330-PRINT-ONE-CODE THRU 8330-EXIT
014510         VARYING WS-CODE-IDX FROM 1 BY 1
014520         UNTIL WS-CODE-IDX > WS-CODE-COUNT.
014530     IF WS-CODE-COUNT = ZERO
014540         MOVE SPACES TO PRT-REPORT-LINE
014550         STRING "  NO ERRORS LOGGED IN THE PERIOD"
014560             DELIMITED BY SIZE INTO PRT-REPORT-LINE
014570         WRITE PRT-REPORT-LINE.
014580 8300-EXIT.
014590     EXIT.
014600 8310-PRINT-ONE-JOB.
014610     IF WS-JOB-READ(WS-JOB-IDX) > ZERO
014620         COMPUTE WS-FAIL-PCT =
014630             (WS-JOB-FAILURES(WS-JOB-IDX) * 100)
014640                 / WS-JOB-READ(WS-JOB-IDX)
014650     ELSE
014660         MOVE ZERO TO WS-FAIL-PCT.
014670     MOVE WS-FAIL-PCT TO WS-EDIT-PCT.
014680     MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-EDIT-COUNT.
014690     MOVE WS-JOB-READ(WS-JOB-IDX) TO WS-EDIT-COUNT-2.
014700     MOVE WS-JOB-FAILURES(WS-JOB-IDX) TO WS-EDIT-COUNT-3.
014710     MOVE WS-JOB-WORST(WS-JOB-IDX) TO WS-EDIT-CODE.
014720     MOVE SPACES TO PRT-REPORT-LINE.
014730     STRING "  " WS-JOB-NAME(WS-JOB-IDX) WS-EDIT-COUNT
014740         WS-EDIT-COUNT-2 WS-EDIT-COUNT-3 "     " WS-EDIT-PCT
014750         " " WS-EDIT-CODE
014760         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014770     WRITE PRT-REPORT-LINE.
014780 8310-EXIT.
014790     EXIT.
014800 8320-PRINT-ONE-ALGORITHM.
014810     IF WS-ALG-DIGESTS(WS-ALG-IDX) > ZERO
014820         COMPUTE WS-FAIL-PCT =
014830             (WS-ALG-FAILURES(WS-ALG-IDX) * 100)
014840                 / WS-ALG-DIGESTS(WS-ALG-IDX)
014850     ELSE
014860         MOVE ZERO TO WS-FAIL-PCT.
014870     MOVE WS-FAIL-PCT TO WS-EDIT-PCT.
014880     MOVE WS-ALG-DIGESTS(WS-ALG-IDX) TO WS-EDIT-COUNT.
014890     MOVE WS-ALG-FAILURES(WS-ALG-IDX) TO WS-EDIT-COUNT-2.
014900     MOVE SPACES TO PRT-REPORT-LINE.
014910     STRING "  " WS-ALG-NAME(WS-ALG-IDX) WS-EDIT-COUNT
014920         " " WS-EDIT-COUNT-2 "     " WS-EDIT-PCT
014930         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
014940     WRITE PRT-REPORT-LINE.
014950 8320-EXIT.
014960     EXIT.
014970 8330-PRINT-ONE-CODE.
014980     MOVE WS-CODE-VALUE(WS-CODE-IDX) TO WS-RETURN-CODE.
014990     CALL "ERRLOOK" USING WS-RETURN-CODE WS-ERR-MESSAGE.
015000     MOVE WS-CODE-ERRORS(WS-CODE-IDX) TO WS-EDIT-COUNT.
015010     MOVE WS-CODE-VALUE(WS-CODE-IDX) TO WS-EDIT-CODE.
015020     MOVE SPACES TO PRT-REPORT-LINE.
015030     STRING "                  " WS-EDIT-COUNT "  "
015040         WS-EDIT-CODE "  " WS-ERR-MESSAGE
015050         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015060     WRITE PRT-REPORT-LINE.
015070 8330-EXIT.
015080     EXIT.
015090 8400-REPORT-CHANGES.
015100     MOVE "4. MASTER ENTRIES CHANGED" TO WS-OUTCOME-TEXT.
015110     PERFORM 8050-WRITE-SECTION-HEAD THRU 8050-EXIT.
015120     MOVE WS-CHANGE-RECORDS TO WS-EDIT-COUNT.
015130     MOVE SPACES TO PRT-REPORT-LINE.
015140     STRING "CHANGE RECORDS IN PERIOD      : " WS-EDIT-COUNT
015150         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015160     WRITE PRT-REPORT-LINE.
015170     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT.
015180     MOVE SPACES TO PRT-REPORT-LINE.
015190     STRING "MASTER ENTRIES CHANGED        : " WS-EDIT-COUNT
015200         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015210     WRITE PRT-REPORT-LINE.
015220     MOVE WS-KEYS-APPROVED TO WS-EDIT-COUNT.
015230     MOVE SPACES TO PRT-REPORT-LINE.
015240     STRING "  APPROVED WITHIN THE PERIOD  : " WS-EDIT-COUNT
015250         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015260     WRITE PRT-REPORT-LINE.
015270     MOVE WS-KEYS-MANIFEST TO WS-EDIT-COUNT.
015280     MOVE SPACES TO PRT-REPORT-LINE.
015290     STRING "  MANIFEST ENTRIES            : " WS-EDIT-COUNT
015300         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015310     WRITE PRT-REPORT-LINE.
015320     MOVE WS-KEYS-UNAPPROVED TO WS-EDIT-COUNT.
015330     MOVE SPACES TO PRT-REPORT-LINE.
015340     STRING "  MANIFEST REPLACED UNAPPROVED: " WS-EDIT-COUNT
015350         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015360     WRITE PRT-REPORT-LINE.
015370     MOVE WS-KEYS-MAINTAINED TO WS-EDIT-COUNT.
015380     MOVE SPACES TO PRT-REPORT-LINE.
015390     STRING "  CHANGED BY HASHMNT          : " WS-EDIT-COUNT
015400         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015410     WRITE PRT-REPORT-LINE.
015420     MOVE WS-MIGRATE-RECORDS TO WS-EDIT-COUNT.
015430     MOVE SPACES TO PRT-REPORT-LINE.
015440     STRING "ALGORITHM MIGRATIONS          : " WS-EDIT-COUNT
015450         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015460     WRITE PRT-REPORT-LINE.
015470     MOVE WS-FREEZE-RECORDS TO WS-EDIT-COUNT.
015480     MOVE SPACES TO PRT-REPORT-LINE.
015490     STRING "FREEZES AND RELEASES          : " WS-EDIT-COUNT
015500         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015510     WRITE PRT-REPORT-LINE.
015520     MOVE WS-UNDATED-CHANGES TO WS-EDIT-COUNT.
015530     MOVE SPACES TO PRT-REPORT-LINE.
015540     STRING "UNDATED CHANGES (ANY PERIOD)  : " WS-EDIT-COUNT
015550         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015560     WRITE PRT-REPORT-LINE.
015570     IF WS-KEYS-UNAPPROVED > ZERO
015580         MOVE SPACES TO PRT-REPORT-LINE
015590         WRITE PRT-REPORT-LINE
015600         MOVE SPACES TO PRT-REPORT-LINE
015610         STRING "MANIFEST ENTRIES REPLACED WITHOUT A MANPROM "
015620             "APPROVAL:" DELIMITED BY SIZE INTO PRT-REPORT-LINE
015630         WRITE PRT-REPORT-LINE
015640         PERFORM 8410-PRINT-ONE-UNAPPROVED THRU 8410-EXIT
015650             VARYING WS-KEY-IDX FROM 1 BY 1
015660             UNTIL WS-KEY-IDX > WS-KEY-COUNT.
015670 8400-EXIT.
015680     EXIT.
015690 8410-PRINT-ONE-UNAPPROVED.
015700     IF WS-KEY-SOURCE(WS-KEY-IDX) NOT = "M"
015710         OR WS-KEY-LOADED(WS-KEY-IDX) NOT = "Y"
015720         OR WS-KEY-APPROVED(WS-KEY-IDX) = "Y"
015730         GO TO 8410-EXIT.
015740     MOVE SPACES TO PRT-REPORT-LINE.
015750     STRING "  " WS-KEY-VALUE(WS-KEY-IDX)
015760         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015770     WRITE PRT-REPORT-LINE.
015780 8410-EXIT.
015790     EXIT.
015800 8500-REPORT-HOLDS.
015810     MOVE "5. RECONCHK AND RUNCHECK HOLDS" TO WS-OUTCOME-TEXT.
015820     PERFORM 8050-WRITE-SECTION-HEAD THRU 8050-EXIT.
015830     IF WS-HOLD-COUNT = ZERO
015840         MOVE SPACES TO PRT-REPORT-LINE
015850         STRING "NO HOLDS IN THE PERIOD"
015860             DELIMITED BY SIZE INTO PRT-REPORT-LINE
015870         WRITE PRT-REPORT-LINE
015880         GO TO 8500-EXIT.
015890     MOVE SPACES TO PRT-REPORT-LINE.
015900     STRING "CYCLE     STEP      HELD ON          RC  "
015910         "RESOLUTION                          ON"
015920         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
015930     WRITE PRT-REPORT-LINE.
015940     PERFORM 8510-PRINT-ONE-HOLD THRU 8510-EXIT
015950         VARYING WS-HLD-IDX FROM 1 BY 1
015960         UNTIL WS-HLD-IDX > WS-HOLD-COUNT.
015970 8500-EXIT.
015980     EXIT.
015990 8510-PRINT-ONE-HOLD.
016000     EVALUATE WS-HLD-RESOLUTION(WS-HLD-IDX)
016010         WHEN "R"
016020             MOVE "RELEASED - CLEAN RERUN OF STEP"
016030                 TO WS-RESOLUTION-TEXT
016040         WHEN "C"
016050             MOVE "CYCLE CLOSED WITHOUT A CLEAN RERUN"
016060                 TO WS-RESOLUTION-TEXT
016070         WHEN OTHER
016080             MOVE "UNRESOLVED - CYCLE STILL OPEN"
016090                 TO WS-RESOLUTION-TEXT
016100     END-EVALUATE.
016110     MOVE WS-HLD-AT(WS-HLD-IDX)(1:8) TO WS-CHECK-TEXT.
016120     PERFORM 8900-EDIT-DATE THRU 8900-EXIT.
016130     MOVE WS-EDIT-DATE TO WS-EDIT-FROM.
016140     MOVE SPACES TO WS-EDIT-TO.
016150     IF WS-HLD-RESOLVED-AT(WS-HLD-IDX) NOT = SPACES
016160         MOVE WS-HLD-RESOLVED-AT(WS-HLD-IDX)(1:8)
016170             TO WS-CHECK-TEXT
016180         PERFORM 8900-EDIT-DATE THRU 8900-EXIT
016190         MOVE WS-EDIT-DATE TO WS-EDIT-TO.
016200     MOVE WS-HLD-RC(WS-HLD-IDX) TO WS-EDIT-CODE.
016210     MOVE SPACES TO PRT-REPORT-LINE.
016220     STRING WS-HLD-CYCLE-ID(WS-HLD-IDX) "  "
016230         WS-HLD-STEP(WS-HLD-IDX) "  " WS-EDIT-FROM
016240         WS-EDIT-CODE "  " WS-RESOLUTION-TEXT "  " WS-EDIT-TO
016250         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016260     WRITE PRT-REPORT-LINE.
016270 8510-EXIT.
016280     EXIT.
016290 8600-REPORT-SIGN-OFF.
016300*    THE CLOSING PAGE - PERIOD TOTALS, THEN THE SIGN-OFF LINES.
016310     MOVE SPACES TO PRT-REPORT-LINE.
016320     WRITE PRT-REPORT-LINE.
016330     MOVE ALL "=" TO PRT-REPORT-LINE(1:72).
016340     WRITE PRT-REPORT-LINE.
016350     MOVE SPACES TO PRT-REPORT-LINE.
016360     STRING "ATTESTATION TOTALS AND SIGN-OFF - PERIOD "
016370         WS-PERIOD-FROM " TO " WS-PERIOD-TO
016380         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016390     WRITE PRT-REPORT-LINE.
016400     MOVE ALL "=" TO PRT-REPORT-LINE(1:72).
016410     WRITE PRT-REPORT-LINE.
016420     MOVE WS-CYCLES-RUN TO WS-EDIT-COUNT.
016430     MOVE WS-DAYS-SCHEDULED TO WS-EDIT-COUNT-2.
016440     MOVE SPACES TO PRT-REPORT-LINE.
016450     STRING "CYCLES RUN / SCHEDULED        : " WS-EDIT-COUNT
016460         " /" WS-EDIT-COUNT-2
016470         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016480     WRITE PRT-REPORT-LINE.
016490     MOVE WS-DAYS-MISSING TO WS-EDIT-COUNT.
016500     MOVE WS-CYCLES-FAILED TO WS-EDIT-COUNT-2.
016510     MOVE SPACES TO PRT-REPORT-LINE.
016520     STRING "DAYS MISSED / CYCLES FAILED   : " WS-EDIT-COUNT
016530         " /" WS-EDIT-COUNT-2
016540         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016550     WRITE PRT-REPORT-LINE.
016560     MOVE WS-TOTAL-DIGESTS TO WS-EDIT-COUNT.
016570     MOVE WS-TOTAL-DIGEST-FAILS TO WS-EDIT-COUNT-2.
016580     MOVE SPACES TO PRT-REPORT-LINE.
016590     STRING "DIGESTS AUDITED / FAILED      : " WS-EDIT-COUNT
016600         " /" WS-EDIT-COUNT-2
016610         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016620     WRITE PRT-REPORT-LINE.
016630     MOVE WS-TOTAL-JOB-READ TO WS-EDIT-COUNT.
016640     MOVE WS-TOTAL-JOB-FAILURES TO WS-EDIT-COUNT-2.
016650     MOVE SPACES TO PRT-REPORT-LINE.
016660     STRING "JOB RECORDS READ / FAILED     : " WS-EDIT-COUNT
016670         " /" WS-EDIT-COUNT-2
016680         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016690     WRITE PRT-REPORT-LINE.
016700     MOVE WS-TOTAL-ERRORS TO WS-EDIT-COUNT.
016710     MOVE SPACES TO PRT-REPORT-LINE.
016720     STRING "ERRORS LOGGED                 : " WS-EDIT-COUNT
016730         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016740     WRITE PRT-REPORT-LINE.
016750     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT.
016760     MOVE WS-KEYS-APPROVED TO WS-EDIT-COUNT-2.
016770     MOVE SPACES TO PRT-REPORT-LINE.
016780     STRING "ENTRIES CHANGED / APPROVED    : " WS-EDIT-COUNT
016790         " /" WS-EDIT-COUNT-2
016800         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016810     WRITE PRT-REPORT-LINE.
016820     COMPUTE WS-RETURN-CODE = WS-HOLDS-RELEASED + WS-HOLDS-CLOSED
016830         + WS-HOLDS-UNRESOLVED.
016840     MOVE WS-RETURN-CODE TO WS-EDIT-COUNT.
016850     MOVE WS-HOLDS-UNRESOLVED TO WS-EDIT-COUNT-2.
016860     MOVE SPACES TO PRT-REPORT-LINE.
016870     STRING "HOLDS / UNRESOLVED            : " WS-EDIT-COUNT
016880         " /" WS-EDIT-COUNT-2
016890         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016900     WRITE PRT-REPORT-LINE.
016901     MOVE WS-SOURCES-MISSING TO WS-EDIT-COUNT.
016902     MOVE SPACES TO PRT-REPORT-LINE.
016903     STRING "SOURCES NOT PROVIDED          : " WS-EDIT-COUNT
016904         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016905     WRITE PRT-REPORT-LINE.
016910     MOVE WS-FINDING-COUNT TO WS-EDIT-COUNT.
016920     MOVE SPACES TO PRT-REPORT-LINE.
016930     STRING "FINDINGS                      : " WS-EDIT-COUNT
016940         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016950     WRITE PRT-REPORT-LINE.
016960     MOVE SPACES TO PRT-REPORT-LINE.
016970     WRITE PRT-REPORT-LINE.
016980     MOVE SPACES TO PRT-REPORT-LINE.
016990     STRING "WE ATTEST THAT THIS REPORT WAS PRODUCED FROM THE "
017000         "PRODUCTION LOGS NAMED ABOVE AND"
017010         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017020     WRITE PRT-REPORT-LINE.
017030     MOVE SPACES TO PRT-REPORT-LINE.
017040     STRING "THAT EACH FINDING HAS BEEN REVIEWED."
017050         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017060     WRITE PRT-REPORT-LINE.
017070     MOVE "PREPARED BY (DATA INTEGRITY) " TO WS-OUTCOME-TEXT.
017080     PERFORM 8610-WRITE-SIGN-LINE THRU 8610-EXIT.
017090     MOVE "REVIEWED BY (OPERATIONS)     " TO WS-OUTCOME-TEXT.
017100     PERFORM 8610-WRITE-SIGN-LINE THRU 8610-EXIT.
017110     MOVE "APPROVED BY (INTERNAL AUDIT) " TO WS-OUTCOME-TEXT.
017120     PERFORM 8610-WRITE-SIGN-LINE THRU 8610-EXIT.
017130     MOVE SPACES TO PRT-REPORT-LINE.
017140     WRITE PRT-REPORT-LINE.
017150     MOVE SPACES TO PRT-REPORT-LINE.
017160     IF WS-FINDING-COUNT > ZERO
017170         STRING "VERDICT: ATTESTED WITH FINDINGS - CONDITION "
017180             "CODE 4" DELIMITED BY SIZE INTO PRT-REPORT-LINE
017190     ELSE
017200         STRING "VERDICT: ATTESTED CLEAN - CONDITION CODE 0"
017210             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017220     WRITE PRT-REPORT-LINE.
017230 8600-EXIT.
017240     EXIT.
017250 8610-WRITE-SIGN-LINE.
017260     MOVE SPACES TO PRT-REPORT-LINE.
017270     WRITE PRT-REPORT-LINE.
017280     MOVE SPACES TO PRT-REPORT-LINE.
017290     STRING WS-OUTCOME-TEXT(1:29)
017300         " NAME ________________________"
017310         "  SIGNATURE ________________________"
017320         "  DATE ____________"
017330         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017340     WRITE PRT-REPORT-LINE.
017350 8610-EXIT.
017360     EXIT.
017370 8800-NAME-STATE.
017380     EVALUATE WS-STATE-CODE
017390         WHEN "O"
017400             MOVE "OPEN" TO WS-STATE-NAME
017410         WHEN "H"
017420             MOVE "HASHED" TO WS-STATE-NAME
017430         WHEN "R"
017440             MOVE "RECONCILED" TO WS-STATE-NAME
017450         WHEN "G"
017460             MOVE "GATED" TO WS-STATE-NAME
017470         WHEN "P"
017480             MOVE "PROMOTED" TO WS-STATE-NAME
017490         WHEN "C"
017500             MOVE "CLOSED" TO WS-STATE-NAME
017510         WHEN OTHER
017520             MOVE "UNKNOWN" TO WS-STATE-NAME
017530     END-EVALUATE.
017540 8800-EXIT.
017550     EXIT.
017560 8900-EDIT-DATE.
017570*    YYYYMMDD IN WS-CHECK-TEXT TO YYYY-MM-DD IN WS-EDIT-DATE.
017580     MOVE SPACES TO WS-EDIT-DATE.
017590     STRING WS-CHECK-TEXT(1:4) "-" WS-CHECK-TEXT(5:2) "-"
017600         WS-CHECK-TEXT(7:2)
017610         DELIMITED BY SIZE INTO WS-EDIT-DATE.
017620 8900-EXIT.
017630     EXIT.
017640 9000-TERMINATE.
017650     CLOSE PRINT-FILE.
017660     IF WS-ATTEST-REFUSED
017670         DISPLAY "ATTEST: NOT ATTESTED - " WS-REFUSE-REASON
017680         MOVE WS-HOLD-CODE TO RETURN-CODE
017690         GO TO 9000-EXIT.
017700     DISPLAY "ATTEST: PERIOD " WS-FROM-DATE " TO " WS-TO-DATE.
017710     DISPLAY "ATTEST: CYCLES RUN       = " WS-CYCLES-RUN.
017720     DISPLAY "ATTEST: FINDINGS         = " WS-FINDING-COUNT.
017730     IF WS-FINDING-COUNT > ZERO
017740         MOVE WS-WARN-CODE TO RETURN-CODE.
017750 9000-EXIT.
017760     EXIT.
