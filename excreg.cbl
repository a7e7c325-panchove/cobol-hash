000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXCREG.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - EXCEPTION CASE REGISTER.
000210*                  ONE REGISTER OF OPEN AND RECENTLY CLOSED
000220*                  EXCEPTION CASES (EXCCASE.CPY) FED EACH DAY
000230*                  FROM EVERY PLACE THE SYSTEM REPORTS ONE:
000240*                    RECEXCPT  RECONCHK EXCEPTIONS
000250*                    MANEXCPT  MANIFEST EXCEPTIONS
000260*                    CMPRSLT   DSCOMPAR DIFFERENT/UNREADABLE
000270*                    ERRHIST   ERRSCAN SOURCES AT OR PAST THE
000280*                              SEVCTL ESCALATE LIMIT
000290*                    CYCLREG   CYCLES RUNCHECK IS HOLDING
000300*                  A REPEAT OF AN OPEN CASE IS MATCHED TO IT ON
000310*                  SOURCE AND KEY, NOT OPENED AGAIN.  CASES
000320*                  CLOSE THEMSELVES WHEN THE CONDITION CLEARS -
000330*                  NO LONGER ON A SUPPLIED RECEXCPT, MANEXCPT OR
000340*                  ERRHIST, A CMPRSLT MATCH, A FIXLOG REPAIR BY
000350*                  HASHFIX, AN APPRLOG APPROVAL ONCE MANPROM HAS
000360*                  PROMOTED THE CYCLE, A CLEAN RUNCHECK RERUN OR
000370*                  THE HELD CYCLE CLOSING.  OPERATOR CARDS ON
000380*                  EXCCTL (EXCCTL.CPY) ASSIGN, ANNOTATE AND CLOSE
000390*                  CASES AND SET THE SLA AND RETENTION POLICY.
000400*                  THE PRIOR REGISTER IS READ FROM EXCREG AND
000410*                  THE UPDATED ONE WRITTEN TO EXCREGN; CLOSED
000420*                  CASES PAST THEIR KEEP DAYS MOVE TO EXCARC.
000430*                  EVERY CHANGE IS JOURNALED TO EXCJRNL
000440*                  (EXCJRN.CPY) AND THE INTAKE WATERMARK AND
000450*                  LAST CASE ID GO TO EXCPOS (EXCPOS.CPY).
000460*                  PRTFILE CARRIES THE INTAKE AND UPDATE RESULTS
000470*                  AND THE AGING REPORT OF OPEN CASES BY SOURCE,
000480*                  OWNER AND AGE WITH PAST-SLA FLAGS.  THE PARM
000490*                  IS THE CYCLE ID; THE RUN IS VERIFIED AND
000500*                  RECORDED ON THE CYCLE REGISTER WITHOUT MOVING
000510*                  THE CYCLE'S STATE.  CONDITION CODES: 0 NOTHING
000520*                  PAST SLA, 4 CASES PAST SLA OR CARDS REJECTED,
000530*                  8 REGISTER NOT UPDATED OR CASES NOT TAKEN IN.
000531* 2026-10-15 JCM   EXCREGN IS OPENED ONLY ONCE THE PRIOR REGISTER
000532*                  HAS LOADED, SO A REFUSED RUN LEAVES NO EMPTY
000533*                  GENERATION.  THE OPEN AND CLOSED CASES LOADED
000534*                  MUST AGREE WITH THE LAST EXCPOS RECORD OR THE
000535*                  RUN IS REFUSED - A PARTIAL EXCREG IS NEVER
000536*                  CARRIED FORWARD.  AN EXCREGN LEFT SHORT BY A
000537*                  WRITE FAILURE IS REPORTED NOT TO BE PROMOTED.
000538* 2026-10-15 JCM   THE OWNER TABLE HOLDS 99 OWNERS; SLOT 100 IS
000539*                  (OTHERS).
000540* 2026-10-15 JCM   A CYCLE THE REGISTER REFUSES NO LONGER ENDS THE
000541*                  STEP UNREPORTED - PRTFILE CARRIES THE REASON
000542*                  AND THE HOLD VERDICT.
000543* 2026-10-15 JCM   MANPROM APPROVALS ARE TAKEN FROM APPRLOG
000544*                  (APPRLOG.CPY), WHICH MANPROM WRITES ONLY AS IT
000545*                  PROMOTES, INSTEAD OF THE UNDATED APPRCTL CARDS.
000546*                  ONLY RECORDS STAMPED SINCE THE LAST INTAKE ARE
000547*                  APPLIED, AND THE CYCLE REGISTER NO LONGER
000548*                  DECIDES WHETHER THE CYCLE WAS PROMOTED.
000549*-----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-Z.
000580 OBJECT-COMPUTER. IBM-Z.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CONTROL-FILE ASSIGN TO EXCCTL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CONTROL-STATUS.
000640     SELECT POSITION-FILE ASSIGN TO EXCPOS
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-POSITION-STATUS.
000670     SELECT CASE-IN-FILE ASSIGN TO EXCREG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CASEIN-STATUS.
000700     SELECT CASE-OUT-FILE ASSIGN TO EXCREGN
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CASEOUT-STATUS.
000730     SELECT CASE-ARC-FILE ASSIGN TO EXCARC
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CASEARC-STATUS.
000760     SELECT JOURNAL-FILE ASSIGN TO EXCJRNL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-JOURNAL-STATUS.
000790     SELECT RECON-EXC-FILE ASSIGN TO RECEXCPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RECEXC-STATUS.
000820     SELECT MANIFEST-EXC-FILE ASSIGN TO MANEXCPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-MANEXC-STATUS.
000850     SELECT RESULT-FILE ASSIGN TO CMPRSLT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RESULT-STATUS.
000880     SELECT HISTORY-FILE ASSIGN TO ERRHIST
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-HISTORY-STATUS.
000910     SELECT POLICY-FILE ASSIGN TO SEVCTL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-POLICY-STATUS.
000940     SELECT REGISTER-FILE ASSIGN TO CYCLREG
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REGISTER-STATUS.
000970     SELECT FIX-LOG-FILE ASSIGN TO FIXLOG
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-FIXLOG-STATUS.
001000     SELECT APPROVAL-FILE ASSIGN TO APPRLOG
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-APPROVAL-STATUS.
001030     SELECT PRINT-FILE ASSIGN TO PRTFILE
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PRINT-STATUS.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  CONTROL-FILE
001090     RECORDING MODE IS F.
001100 COPY EXCCTL.
001110 FD  POSITION-FILE
001120     RECORDING MODE IS F.
001130 COPY EXCPOS.
001140 FD  CASE-IN-FILE
001150     RECORDING MODE IS F.
001160 COPY EXCCASE.
001170 FD  CASE-OUT-FILE
001180     RECORDING MODE IS F.
001190 COPY EXCCASO.
001200*    THE ARCHIVE IS A BYTE IMAGE OF THE REGISTER RECORD - A CASE
001210*    IS BUILT IN ECO-RECORD AND WRITTEN TO ONE FILE OR THE OTHER.
001220 FD  CASE-ARC-FILE
001230     RECORDING MODE IS F.
001240 01  ECA-RECORD                 PIC X(369).
001250 FD  JOURNAL-FILE
001260     RECORDING MODE IS F.
001270 COPY EXCJRN.
001280 FD  RECON-EXC-FILE
001290     RECORDING MODE IS F.
001300 COPY RECEXC.
001310 FD  MANIFEST-EXC-FILE
001320     RECORDING MODE IS F.
001330 COPY MANEXC.
001340 FD  RESULT-FILE
001350     RECORDING MODE IS F.
001360 COPY CMPRES.
001370 FD  HISTORY-FILE
001380     RECORDING MODE IS F.
001390 COPY ERRHIST.
001400 FD  POLICY-FILE
001410     RECORDING MODE IS F.
001420 COPY SEVCTL.
001430 FD  REGISTER-FILE
001440     RECORDING MODE IS F.
001450 COPY CYCREG.
001460 FD  FIX-LOG-FILE
001470     RECORDING MODE IS F.
001480 COPY FIXLOG.
001490 FD  APPROVAL-FILE
001500     RECORDING MODE IS F.
001510 COPY APPRLOG.
001520 FD  PRINT-FILE
001530     RECORDING MODE IS F.
001540 COPY PRTLINE.
001550 WORKING-STORAGE SECTION.
001560 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001570     88 WS-CONTROL-OK                   VALUE "00".
001580 01  WS-POSITION-STATUS       PIC X(02) VALUE SPACES.
001590     88 WS-POSITION-OK                  VALUE "00".
001600 01  WS-CASEIN-STATUS         PIC X(02) VALUE SPACES.
001610     88 WS-CASEIN-OK                    VALUE "00".
001620 01  WS-CASEOUT-STATUS        PIC X(02) VALUE SPACES.
001630     88 WS-CASEOUT-OK                   VALUE "00".
001640 01  WS-CASEARC-STATUS        PIC X(02) VALUE SPACES.
001650     88 WS-CASEARC-OK                   VALUE "00".
001660 01  WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
001670     88 WS-JOURNAL-OK                   VALUE "00".
001680 01  WS-RECEXC-STATUS         PIC X(02) VALUE SPACES.
001690     88 WS-RECEXC-OK                    VALUE "00".
001700 01  WS-MANEXC-STATUS         PIC X(02) VALUE SPACES.
001710     88 WS-MANEXC-OK                    VALUE "00".
001720 01  WS-RESULT-STATUS         PIC X(02) VALUE SPACES.
001730     88 WS-RESULT-OK                    VALUE "00".
001740 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
001750     88 WS-HISTORY-OK                   VALUE "00".
001760 01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
001770     88 WS-POLICY-OK                    VALUE "00".
001780 01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
001790     88 WS-REGISTER-OK                  VALUE "00".
001800 01  WS-FIXLOG-STATUS         PIC X(02) VALUE SPACES.
001810     88 WS-FIXLOG-OK                    VALUE "00".
001820 01  WS-APPROVAL-STATUS       PIC X(02) VALUE SPACES.
001830     88 WS-APPROVAL-OK                  VALUE "00".
001840 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001850     88 WS-PRINT-OK                     VALUE "00".
001860 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
001870     88 WS-END-OF-INPUT                 VALUE "Y".
001880 01  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001890     88 WS-RUN-REFUSED                  VALUE "Y".
001900 01  WS-CASEOUT-OPEN-SWITCH   PIC X(01) VALUE "N".
001910     88 WS-CASEOUT-OPEN                 VALUE "Y".
001920 01  WS-JOURNAL-OPEN-SWITCH   PIC X(01) VALUE "N".
001930     88 WS-JOURNAL-OPEN                 VALUE "Y".
001940 01  WS-ARCHIVE-OPEN-SWITCH   PIC X(01) VALUE "N".
001950     88 WS-ARCHIVE-OPEN                 VALUE "Y".
001960 01  WS-FIRST-RUN-SWITCH      PIC X(01) VALUE "N".
001970     88 WS-FIRST-RUN                    VALUE "Y".
001980 01  WS-WRITE-FAILED-SWITCH   PIC X(01) VALUE "N".
001990     88 WS-REGISTER-WRITE-FAILED        VALUE "Y".
002020 01  WS-CYCLE-FULL-SWITCH     PIC X(01) VALUE "N".
002030     88 WS-CYCLE-TABLE-FULL             VALUE "Y".
002040 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
002050     88 WS-REGISTER-IN-USE              VALUE "Y".
002060 COPY CYCREQ.
002070 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
002080 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
002090 01  WS-TODAY-INT             PIC 9(09) COMP-5 VALUE ZERO.
002100 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
002110 01  WS-INTAKE-THRU           PIC X(26) VALUE SPACES.
002120 01  WS-LAST-CASE-ID          PIC 9(07) VALUE ZERO.
002122 01  WS-POSITION-SEEN-SWITCH  PIC X(01) VALUE "N".
002124     88 WS-POSITION-SEEN                VALUE "Y".
002126 01  WS-POS-OPEN-CASES        PIC 9(07) VALUE ZERO.
002128 01  WS-POS-CLOSED-CASES      PIC 9(07) VALUE ZERO.
002130 01  WS-KEEP-DAYS             PIC 9(05) COMP-5 VALUE 90.
002140 01  WS-ESCALATE-LIMIT        PIC 9(05) COMP-5 VALUE 3.
002150 01  WS-DEFAULT-BY            PIC X(08) VALUE "OPER".
002160 01  WS-SELF-BY               PIC X(08) VALUE "EXCREG".
002170*    CASE SOURCES, IN THE ORDER THEY ARE TAKEN IN, WITH THE DD
002180*    EACH IS READ FROM AND ITS DEFAULT SLA IN DAYS.
002190 01  WS-SOURCE-NAMES.
002200     05 FILLER                PIC X(08) VALUE "RECONCHK".
002210     05 FILLER                PIC X(08) VALUE "MANIFEST".
002220     05 FILLER                PIC X(08) VALUE "DSCOMPAR".
002230     05 FILLER                PIC X(08) VALUE "ERRSCAN".
002240     05 FILLER                PIC X(08) VALUE "RUNCHECK".
002250 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
002260     05 WS-SOURCE-NAME OCCURS 5 TIMES
002270                              PIC X(08).
002280 01  WS-SOURCE-DDS.
002290     05 FILLER                PIC X(08) VALUE "RECEXCPT".
002300     05 FILLER                PIC X(08) VALUE "MANEXCPT".
002310     05 FILLER                PIC X(08) VALUE "CMPRSLT".
002320     05 FILLER                PIC X(08) VALUE "ERRHIST".
002330     05 FILLER                PIC X(08) VALUE "CYCLREG".
002340 01  WS-SOURCE-DD-TABLE REDEFINES WS-SOURCE-DDS.
002350     05 WS-SOURCE-DD OCCURS 5 TIMES
002360                              PIC X(08).
002370 01  WS-SLA-DEFAULTS.
002380     05 FILLER                PIC 9(03) VALUE 3.
002390     05 FILLER                PIC 9(03) VALUE 5.
002400     05 FILLER                PIC 9(03) VALUE 3.
002410     05 FILLER                PIC 9(03) VALUE 2.
002420     05 FILLER                PIC 9(03) VALUE 1.
002430 01  WS-SLA-DEFAULT-TABLE REDEFINES WS-SLA-DEFAULTS.
002440     05 WS-SLA-DEFAULT OCCURS 5 TIMES
002450                              PIC 9(03).
002460 01  WS-SOURCE-TABLE.
002470     05 WS-SRC-ENTRY OCCURS 5 TIMES.
002480         10 WS-SRC-SUPPLIED   PIC X(01).
002490         10 WS-SRC-READ       PIC 9(09) COMP-5.
002500         10 WS-SRC-NEW        PIC 9(09) COMP-5.
002510         10 WS-SRC-REPEAT     PIC 9(09) COMP-5.
002520         10 WS-SRC-SUPPRESSED PIC 9(09) COMP-5.
002530         10 WS-SRC-CLOSED     PIC 9(09) COMP-5.
002540         10 WS-SRC-SLA-DAYS   PIC 9(05) COMP-5.
002550         10 WS-SRC-OPEN       PIC 9(09) COMP-5.
002560         10 WS-SRC-BUCKET OCCURS 5 TIMES
002570                              PIC 9(09) COMP-5.
002580         10 WS-SRC-PAST-SLA   PIC 9(09) COMP-5.
002590 01  WS-SOURCE-IDX            PIC 9(04) COMP-5 VALUE ZERO.
002600 01  WS-SRC-RECONCHK          PIC 9(04) COMP-5 VALUE 1.
002610 01  WS-SRC-MANIFEST          PIC 9(04) COMP-5 VALUE 2.
002620 01  WS-SRC-DSCOMPAR          PIC 9(04) COMP-5 VALUE 3.
002630 01  WS-SRC-ERRSCAN           PIC 9(04) COMP-5 VALUE 4.
002640 01  WS-SRC-RUNCHECK          PIC 9(04) COMP-5 VALUE 5.
002650*    AGE BUCKETS IN DAYS SINCE THE CASE WAS OPENED.
002660 01  WS-BUCKET-LIMITS.
002670     05 FILLER                PIC 9(05) VALUE 2.
002680     05 FILLER                PIC 9(05) VALUE 7.
002690     05 FILLER                PIC 9(05) VALUE 30.
002700     05 FILLER                PIC 9(05) VALUE 90.
002710     05 FILLER                PIC 9(05) VALUE 99999.
002720 01  WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
002730     05 WS-BUCKET-LIMIT OCCURS 5 TIMES
002740                              PIC 9(05).
002750 01  WS-BUCKET-IDX            PIC 9(04) COMP-5 VALUE ZERO.
002760 01  WS-TOTAL-BUCKET-TABLE.
002770     05 WS-TOTAL-BUCKET OCCURS 5 TIMES
002780                              PIC 9(09) COMP-5.
002790*    THE WHOLE REGISTER IS HELD HERE, IN CASE-ID ORDER - CASES
002800*    OPENED BY THIS RUN GO ON THE END.  WS-CAS-SEEN MARKS A
002810*    CASE REPORTED BY TODAY'S INTAKE.
002820 01  WS-CASE-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
002830 01  WS-CASE-MAX              PIC 9(04) COMP-5 VALUE 5000.
002840 01  WS-CAS-IDX               PIC 9(04) COMP-5 VALUE ZERO.
002850 01  WS-FOUND-IDX             PIC 9(04) COMP-5 VALUE ZERO.
002860 01  WS-CASE-TABLE.
002870     05 WS-CAS-ENTRY OCCURS 5000 TIMES.
002880         10 WS-CAS-ID         PIC 9(07).
002890         10 WS-CAS-SOURCE     PIC X(08).
002900         10 WS-CAS-SRC-IDX    PIC 9(04) COMP-5.
002910         10 WS-CAS-KEY        PIC X(80).
002920         10 WS-CAS-TYPE       PIC X(13).
002930         10 WS-CAS-STATUS     PIC X(01).
002940             88 WS-CAS-IS-OPEN          VALUE "O".
002950             88 WS-CAS-IS-CLOSED        VALUE "C".
002960         10 WS-CAS-OPENED-AT  PIC X(26).
002970         10 WS-CAS-LAST-SEEN  PIC X(26).
002980         10 WS-CAS-TIMES-SEEN PIC 9(05).
002990         10 WS-CAS-CYCLE-ID   PIC X(08).
003000         10 WS-CAS-OWNER      PIC X(08).
003010         10 WS-CAS-ASSIGNED-AT
003020                              PIC X(26).
003030         10 WS-CAS-CLOSED-AT  PIC X(26).
003040         10 WS-CAS-RESOLUTION PIC X(04).
003050         10 WS-CAS-CLOSED-BY  PIC X(08).
003060         10 WS-CAS-NOTE-COUNT PIC 9(03).
003070         10 WS-CAS-LAST-NOTE  PIC X(60).
003080         10 WS-CAS-DETAIL     PIC X(60).
003090         10 WS-CAS-SEEN       PIC X(01).
003100         10 WS-CAS-AGE        PIC 9(05) COMP-5.
003110         10 WS-CAS-PAST-SLA   PIC X(01).
003120*    ONE INTAKE RECORD ON ITS WAY TO 3900-TAKE-IN.
003130 01  WS-IN-SOURCE-IDX         PIC 9(04) COMP-5 VALUE ZERO.
003140 01  WS-IN-KEY                PIC X(80) VALUE SPACES.
003150 01  WS-IN-TYPE               PIC X(13) VALUE SPACES.
003160 01  WS-IN-DETAIL             PIC X(60) VALUE SPACES.
003170 01  WS-IN-CYCLE-ID           PIC X(08) VALUE SPACES.
003180 01  WS-INTAKE-DROPPED        PIC 9(09) COMP-5 VALUE ZERO.
003190*    A CASE BEING CLOSED BY 3950-CLOSE-CASE.
003200 01  WS-CLOSE-RESOLUTION      PIC X(04) VALUE SPACES.
003210 01  WS-CLOSE-BY              PIC X(08) VALUE SPACES.
003220 01  WS-CLOSE-TEXT            PIC X(60) VALUE SPACES.
003230*    ONE JOURNAL ENTRY ON ITS WAY TO 3990-WRITE-JOURNAL.
003240 01  WS-JRN-CASE-ID           PIC 9(07) VALUE ZERO.
003250 01  WS-JRN-ACTION            PIC X(08) VALUE SPACES.
003260 01  WS-JRN-BY                PIC X(08) VALUE SPACES.
003270 01  WS-JRN-TEXT              PIC X(80) VALUE SPACES.
003280*    CYCLES ON THE CYCLE REGISTER - THE LAST RUNCHECK CONDITION
003290*    CODE RECORDED FOR EACH.
003300 01  WS-SEARCH-ID             PIC X(08) VALUE SPACES.
003310 01  WS-CYCLE-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
003320 01  WS-CYC-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003330 01  WS-CYC-FOUND-IDX         PIC 9(04) COMP-5 VALUE ZERO.
003340 01  WS-CYCLE-TABLE.
003350     05 WS-CYC-ENTRY OCCURS 5000 TIMES.
003360         10 WS-CYC-ID         PIC X(08).
003370         10 WS-CYC-CLOSED     PIC X(01).
003380         10 WS-CYC-RUNCHECK-SEEN
003390                              PIC X(01).
003400         10 WS-CYC-RUNCHECK-RC
003410                              PIC 9(09) COMP-5.
003450*    OPERATOR UPDATE CARDS, HELD UNTIL THE INTAKE IS DONE.
003460 01  WS-UPDATE-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
003470 01  WS-UPD-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003480 01  WS-UPDATE-TABLE.
003490     05 WS-UPD-ENTRY OCCURS 200 TIMES.
003500         10 WS-UPD-CARD       PIC X(100).
003510         10 WS-UPD-RESULT     PIC X(44).
003520 01  WS-UPD-VERB              PIC X(08) VALUE SPACES.
003530 01  WS-UPD-CASE-ID           PIC 9(07) VALUE ZERO.
003540 01  WS-UPD-OWNER             PIC X(08) VALUE SPACES.
003550 01  WS-UPD-TEXT              PIC X(60) VALUE SPACES.
003560 01  WS-UPD-RESOLUTION        PIC X(04) VALUE SPACES.
003570     88 WS-UPD-MANUAL-CODE               VALUE "FIXD" "APRV"
003580                                          "FALS" "DUPL" "ACPT".
003590 01  WS-UPD-BY                PIC X(08) VALUE SPACES.
003600 01  WS-UPD-REJECT            PIC X(32) VALUE SPACES.
003610 01  WS-UPD-APPLIED           PIC 9(09) COMP-5 VALUE ZERO.
003620 01  WS-UPD-REJECTED          PIC 9(09) COMP-5 VALUE ZERO.
003630 01  WS-CLAUSE-TABLE.
003640     05 WS-CLAUSE OCCURS 4 TIMES
003650                              PIC X(100).
003660 01  WS-CLAUSE-IDX            PIC 9(04) COMP-5 VALUE ZERO.
003670 01  WS-SLA-SOURCE            PIC X(08) VALUE SPACES.
003680*    OPEN CASES BY OWNER.  A BLANK OWNER IS SHOWN AS (NONE);
003686*    OWNERS PAST THE 99TH ARE TOTALED UNDER (OTHERS) IN THE LAST
003692*    SLOT.
003700 01  WS-OWNER-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
003710 01  WS-OWN-IDX               PIC 9(04) COMP-5 VALUE ZERO.
003720 01  WS-OWN-FOUND-IDX         PIC 9(04) COMP-5 VALUE ZERO.
003730 01  WS-OWNER-TABLE.
003740     05 WS-OWN-ENTRY OCCURS 100 TIMES.
003750         10 WS-OWN-NAME       PIC X(08).
003760         10 WS-OWN-OPEN       PIC 9(09) COMP-5.
003770         10 WS-OWN-BUCKET OCCURS 5 TIMES
003780                              PIC 9(09) COMP-5.
003790         10 WS-OWN-PAST-SLA   PIC 9(09) COMP-5.
003800 01  WS-OWNER-NAME            PIC X(08) VALUE SPACES.
003810*    DATE ARITHMETIC.
003820 01  WS-CHECK-TEXT            PIC X(08) VALUE SPACES.
003830 01  WS-CHECK-DATE REDEFINES WS-CHECK-TEXT.
003840     05 WS-CHECK-YEAR         PIC 9(04).
003850     05 WS-CHECK-MONTH        PIC 9(02).
003860     05 WS-CHECK-DAY          PIC 9(02).
003870 01  WS-CHECK-NUMBER REDEFINES WS-CHECK-TEXT
003880                              PIC 9(08).
003890 01  WS-CHECK-INT             PIC 9(09) COMP-5 VALUE ZERO.
003900 01  WS-ROUND-TRIP-DATE       PIC 9(08) VALUE ZERO.
003910 01  WS-DAYS-SINCE            PIC 9(05) COMP-5 VALUE ZERO.
003920 01  WS-PARSE-TEXT            PIC X(92) VALUE SPACES.
003930 01  WS-PARSE-VALUE           PIC 9(09) COMP-5 VALUE ZERO.
003940 01  WS-PARSE-DIGITS          PIC 9(04) COMP-5 VALUE ZERO.
003950 01  WS-PARSE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
003960 01  WS-PARSE-DONE-SWITCH     PIC X(01) VALUE "N".
003970     88 WS-PARSE-DONE                   VALUE "Y".
003980 01  WS-PARSE-CHAR            PIC X(01) VALUE "0".
003990 01  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
004000                              PIC 9(01).
004010*    RUN TOTALS.
004020 01  WS-OPEN-AT-START         PIC 9(09) COMP-5 VALUE ZERO.
004025 01  WS-CLOSED-AT-START       PIC 9(09) COMP-5 VALUE ZERO.
004030 01  WS-CASES-LOADED          PIC 9(09) COMP-5 VALUE ZERO.
004040 01  WS-CASES-OPENED          PIC 9(09) COMP-5 VALUE ZERO.
004050 01  WS-AUTO-CLOSED           PIC 9(09) COMP-5 VALUE ZERO.
004060 01  WS-MANUAL-CLOSED         PIC 9(09) COMP-5 VALUE ZERO.
004070 01  WS-CASES-ARCHIVED        PIC 9(09) COMP-5 VALUE ZERO.
004080 01  WS-OPEN-AT-END           PIC 9(09) COMP-5 VALUE ZERO.
004090 01  WS-CLOSED-KEPT           PIC 9(09) COMP-5 VALUE ZERO.
004100 01  WS-PAST-SLA-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
004110 01  WS-FIX-RECORDS           PIC 9(09) COMP-5 VALUE ZERO.
004120 01  WS-APPROVAL-RECORDS      PIC 9(09) COMP-5 VALUE ZERO.
004130 01  WS-RETURN-CODE           PIC 9(09) COMP-5 VALUE ZERO.
004140 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
004150 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
004160 01  WS-VERDICT-TEXT          PIC X(60) VALUE SPACES.
004170 01  WS-SUPPLIED-TEXT         PIC X(12) VALUE SPACES.
004180 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
004190 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
004200 01  WS-EDIT-CONSEC           PIC ZZZZ9.
004210 01  WS-EDIT-DAYS             PIC ZZZZ9.
004220 01  WS-EDIT-SEEN             PIC ZZZZ9.
004230 01  WS-EDIT-CASE-ID          PIC 9(07).
004240*    ONE LINE OF THE AGING TABLES.
004250 01  WS-AGING-LINE.
004260     05 WS-AGL-NAME           PIC X(10).
004270     05 WS-AGL-OPEN           PIC ZZZZZZZ9.
004280     05 WS-AGL-BUCKET OCCURS 5 TIMES
004290                              PIC ZZZZZZZ9.
004300     05 FILLER                PIC X(02).
004310     05 WS-AGL-SLA            PIC X(05).
004320     05 WS-AGL-PAST-SLA       PIC ZZZZZZZZ9.
004330 LINKAGE SECTION.
004340 COPY PARMAREA.
004350 PROCEDURE DIVISION USING LS-PARM-AREA.
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     IF NOT WS-RUN-REFUSED
004390         PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
004400     IF NOT WS-RUN-REFUSED
004403         PERFORM 2500-OPEN-NEW-REGISTER THRU 2500-EXIT.
004406     IF NOT WS-RUN-REFUSED
004410         PERFORM 3000-INTAKE-RECONCHK THRU 3000-EXIT
004420         PERFORM 3100-INTAKE-MANIFEST THRU 3100-EXIT
004430         PERFORM 3200-INTAKE-DSCOMPAR THRU 3200-EXIT
004440         PERFORM 3300-INTAKE-ERRSCAN THRU 3300-EXIT
004450         PERFORM 3400-INTAKE-RUNCHECK THRU 3400-EXIT
004460         PERFORM 4000-APPLY-HASHFIX THRU 4000-EXIT
004470         PERFORM 4200-APPLY-MANPROM THRU 4200-EXIT
004480         PERFORM 5000-APPLY-UPDATES THRU 5000-EXIT
004490             VARYING WS-UPD-IDX FROM 1 BY 1
004500             UNTIL WS-UPD-IDX > WS-UPDATE-COUNT
004510         PERFORM 6000-AGE-CASES THRU 6000-EXIT
004520         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
004530     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
004540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004550     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
004560     STOP RUN.
004600 1000-INITIALIZE.
004601*    CYCLE, CONTROL CARDS, POSITION AND OUTPUT FILES.
004610     IF LS-PARM-LENGTH > ZERO
004620         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-ID.
004630     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
004640     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
004650     MOVE WS-RUN-TIMESTAMP(1:8) TO WS-CHECK-TEXT.
004660     COMPUTE WS-TODAY-INT =
004670         FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER).
004680     INITIALIZE WS-SOURCE-TABLE.
004690     INITIALIZE WS-TOTAL-BUCKET-TABLE.
004700     PERFORM 1010-SET-DEFAULT-SLA THRU 1010-EXIT
004710         VARYING WS-SOURCE-IDX FROM 1 BY 1
004720         UNTIL WS-SOURCE-IDX > 5.
004730     OPEN OUTPUT PRINT-FILE.
004740     IF NOT WS-PRINT-OK
004750         DISPLAY "EXCREG: UNABLE TO OPEN PRTFILE, STATUS = "
004760             WS-PRINT-STATUS.
004763     IF WS-RUN-REFUSED
004766         GO TO 1000-EXIT.
004770     OPEN INPUT CONTROL-FILE.
004780     IF WS-CONTROL-OK
004790         MOVE "N" TO WS-INPUT-EOF-SWITCH
004800         PERFORM 1100-READ-CONTROL THRU 1100-EXIT
004810             UNTIL WS-END-OF-INPUT
004820         CLOSE CONTROL-FILE
004830     ELSE
004840         DISPLAY "EXCREG: NO EXCCTL CARDS - DEFAULT POLICY, "
004850             "NO UPDATES".
004860     PERFORM 1300-READ-POSITION THRU 1300-EXIT.
004950     OPEN EXTEND JOURNAL-FILE.
004960     IF NOT WS-JOURNAL-OK
004970         OPEN OUTPUT JOURNAL-FILE.
004980     IF NOT WS-JOURNAL-OK
004990         DISPLAY "EXCREG: UNABLE TO OPEN EXCJRNL, STATUS = "
005000             WS-JOURNAL-STATUS
005010         MOVE "EXCJRNL COULD NOT BE OPENED" TO WS-REFUSE-REASON
005020         SET WS-RUN-REFUSED TO TRUE
005030         GO TO 1000-EXIT.
005040     SET WS-JOURNAL-OPEN TO TRUE.
005050 1000-EXIT.
005060     EXIT.
005070 1010-SET-DEFAULT-SLA.
005080     MOVE WS-SLA-DEFAULT(WS-SOURCE-IDX)
005090         TO WS-SRC-SLA-DAYS(WS-SOURCE-IDX).
005100     MOVE "N" TO WS-SRC-SUPPLIED(WS-SOURCE-IDX).
005110 1010-EXIT.
005120     EXIT.
005130 1050-VERIFY-CYCLE.
005140     SET CYQ-VERIFY TO TRUE.
005150     MOVE "EXCREG" TO CYQ-STEP-NAME.
005160     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
005170     CALL "CYCLCHK" USING CYQ-REQUEST.
005180     IF CYQ-RETURN-CODE > 4
005190         DISPLAY "EXCREG: CYCLE REFUSED - " CYQ-MESSAGE
005197         MOVE CYQ-MESSAGE TO WS-REFUSE-REASON
005204         SET WS-RUN-REFUSED TO TRUE
005211         GO TO 1050-EXIT.
005220     IF CYQ-RETURN-CODE = ZERO
005230         SET WS-REGISTER-IN-USE TO TRUE
005240         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
005250     ELSE
005260         DISPLAY "EXCREG: " CYQ-MESSAGE.
005270 1050-EXIT.
005280     EXIT.
005290 1100-READ-CONTROL.
005300*    POLICY CARDS TAKE EFFECT AT ONCE; UPDATE CARDS ARE HELD
005310*    FOR 5000-APPLY-UPDATES.
005320     READ CONTROL-FILE
005330         AT END
005340             SET WS-END-OF-INPUT TO TRUE
005350             GO TO 1100-EXIT.
005360     IF ECC-CONTROL-RECORD = SPACES
005370         GO TO 1100-EXIT.
005380     EVALUATE TRUE
005390         WHEN ECC-CONTROL-RECORD(1:4) = "SLA:"
005400             PERFORM 1150-SET-SLA THRU 1150-EXIT
005410         WHEN ECC-CONTROL-RECORD(1:5) = "KEEP:"
005420             MOVE ECC-CONTROL-RECORD(6:92) TO WS-PARSE-TEXT
005430             PERFORM 1250-PARSE-NUMBER THRU 1250-EXIT
005440             IF WS-PARSE-DIGITS > ZERO
005450                 AND WS-PARSE-VALUE <= 99999
005460                 MOVE WS-PARSE-VALUE TO WS-KEEP-DAYS
005470             ELSE
005480                 DISPLAY "EXCREG: BAD CARD IGNORED - "
005490                     ECC-CONTROL-RECORD
005500             END-IF
005510         WHEN ECC-CONTROL-RECORD(1:7) = "ASSIGN:"
005520           OR ECC-CONTROL-RECORD(1:5) = "NOTE:"
005530           OR ECC-CONTROL-RECORD(1:6) = "CLOSE:"
005540             IF WS-UPDATE-COUNT >= 200
005550                 DISPLAY "EXCREG: UPDATE TABLE FULL AT 200 - "
005560                     "CARD IGNORED - " ECC-CONTROL-RECORD
005570             ELSE
005580                 ADD 1 TO WS-UPDATE-COUNT
005590                 MOVE ECC-CONTROL-RECORD
005600                     TO WS-UPD-CARD(WS-UPDATE-COUNT)
005610                 MOVE SPACES TO WS-UPD-RESULT(WS-UPDATE-COUNT)
005620             END-IF
005630         WHEN OTHER
005640             DISPLAY "EXCREG: UNRECOGNIZED CARD IGNORED - "
005650                 ECC-CONTROL-RECORD
005660     END-EVALUATE.
005670 1100-EXIT.
005680     EXIT.
005690 1150-SET-SLA.
005700     MOVE SPACES TO WS-SLA-SOURCE.
005710     MOVE SPACES TO WS-PARSE-TEXT.
005720     UNSTRING ECC-CONTROL-RECORD(5:96) DELIMITED BY ";DAYS:"
005730         INTO WS-SLA-SOURCE WS-PARSE-TEXT.
005740     MOVE ZERO TO WS-FOUND-IDX.
005750     PERFORM 1160-MATCH-SLA-SOURCE THRU 1160-EXIT
005760         VARYING WS-SOURCE-IDX FROM 1 BY 1
005770         UNTIL WS-SOURCE-IDX > 5.
005780     PERFORM 1250-PARSE-NUMBER THRU 1250-EXIT.
005790     IF WS-FOUND-IDX = ZERO
005800         OR WS-PARSE-DIGITS = ZERO
005810         OR WS-PARSE-VALUE > 99999
005820         DISPLAY "EXCREG: BAD CARD IGNORED - "
005830             ECC-CONTROL-RECORD
005840         GO TO 1150-EXIT.
005850     MOVE WS-PARSE-VALUE TO WS-SRC-SLA-DAYS(WS-FOUND-IDX).
005860 1150-EXIT.
005870     EXIT.
005880 1160-MATCH-SLA-SOURCE.
005890     IF WS-SOURCE-NAME(WS-SOURCE-IDX) = WS-SLA-SOURCE
005900         MOVE WS-SOURCE-IDX TO WS-FOUND-IDX.
005910 1160-EXIT.
005920     EXIT.
005930 1250-PARSE-NUMBER.
005940     MOVE ZERO TO WS-PARSE-VALUE.
005950     MOVE ZERO TO WS-PARSE-DIGITS.
005960     MOVE "N" TO WS-PARSE-DONE-SWITCH.
005970     PERFORM 1260-PARSE-ONE-CHAR THRU 1260-EXIT
005980         VARYING WS-PARSE-SUB FROM 1 BY 1
005990         UNTIL WS-PARSE-SUB > 92
006000            OR WS-PARSE-DONE.
006010 1250-EXIT.
006020     EXIT.
006030 1260-PARSE-ONE-CHAR.
006040*    A 9(09) VALUE HOLDS AT MOST NINE DIGITS - STOP THERE SO A
006050*    RUNAWAY CARD CANNOT OVERFLOW THE ACCUMULATOR.
006060     IF WS-PARSE-DIGITS >= 9
006070         SET WS-PARSE-DONE TO TRUE
006080         GO TO 1260-EXIT.
006090     IF WS-PARSE-TEXT(WS-PARSE-SUB:1) IS NUMERIC
006100         MOVE WS-PARSE-TEXT(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
006110         COMPUTE WS-PARSE-VALUE = WS-PARSE-VALUE * 10
006120             + WS-PARSE-DIGIT
006130         ADD 1 TO WS-PARSE-DIGITS
006140     ELSE
006150         SET WS-PARSE-DONE TO TRUE.
006160 1260-EXIT.
006170     EXIT.
006180 1300-READ-POSITION.
006190*    THE LAST RECORD ON EXCPOS IS THE CURRENT POSITION.
006200     OPEN INPUT POSITION-FILE.
006210     IF NOT WS-POSITION-OK
006220         DISPLAY "EXCREG: NO EXCPOS POSITION - ALL CMPRSLT AND "
006230             "FIXLOG RECORDS TAKEN IN"
006240         GO TO 1300-EXIT.
006250     MOVE "N" TO WS-INPUT-EOF-SWITCH.
006260     PERFORM 1350-READ-ONE-POSITION THRU 1350-EXIT
006270         UNTIL WS-END-OF-INPUT.
006280     CLOSE POSITION-FILE.
006290 1300-EXIT.
006300     EXIT.
006310 1350-READ-ONE-POSITION.
006320     READ POSITION-FILE
006330         AT END
006340             SET WS-END-OF-INPUT TO TRUE
006350             GO TO 1350-EXIT.
006360     MOVE EPS-INTAKE-THRU TO WS-INTAKE-THRU.
006370     IF EPS-LAST-CASE-ID IS NUMERIC
006380         MOVE EPS-LAST-CASE-ID TO WS-LAST-CASE-ID.
006381     MOVE "N" TO WS-POSITION-SEEN-SWITCH.
006382     IF EPS-OPEN-CASES IS NUMERIC AND EPS-CLOSED-CASES IS NUMERIC
006383         SET WS-POSITION-SEEN TO TRUE
006384         MOVE EPS-OPEN-CASES TO WS-POS-OPEN-CASES
006385         MOVE EPS-CLOSED-CASES TO WS-POS-CLOSED-CASES.
006390 1350-EXIT.
006400     EXIT.
006440 2000-LOAD-REGISTER.
006450     OPEN INPUT CASE-IN-FILE.
006460     IF NOT WS-CASEIN-OK
006470         IF WS-LAST-CASE-ID > ZERO
006480             MOVE "PRIOR EXCREG MISSING, CASES ALREADY ISSUED"
006490                 TO WS-REFUSE-REASON
006500             SET WS-RUN-REFUSED TO TRUE
006510         ELSE
006520             DISPLAY "EXCREG: NO PRIOR EXCREG - FIRST RUN"
006530             SET WS-FIRST-RUN TO TRUE
006540         END-IF
006550         GO TO 2000-EXIT.
006560     MOVE "N" TO WS-INPUT-EOF-SWITCH.
006570     PERFORM 2100-LOAD-ONE-CASE THRU 2100-EXIT
006580         UNTIL WS-END-OF-INPUT
006590            OR WS-RUN-REFUSED.
006600     CLOSE CASE-IN-FILE.
006603     IF WS-POSITION-SEEN AND NOT WS-RUN-REFUSED
006606         PERFORM 2200-CHECK-POSITION THRU 2200-EXIT.
006610 2000-EXIT.
006620     EXIT.
006630 2100-LOAD-ONE-CASE.
006640     READ CASE-IN-FILE
006650         AT END
006660             SET WS-END-OF-INPUT TO TRUE
006670             GO TO 2100-EXIT.
006680     IF WS-CASE-COUNT >= WS-CASE-MAX
006690         MOVE "PRIOR EXCREG HOLDS MORE THAN 5000 CASES"
006700             TO WS-REFUSE-REASON
006710         SET WS-RUN-REFUSED TO TRUE
006720         GO TO 2100-EXIT.
006730     ADD 1 TO WS-CASE-COUNT.
006740     ADD 1 TO WS-CASES-LOADED.
006750     MOVE WS-CASE-COUNT TO WS-CAS-IDX.
006760     MOVE ECR-CASE-ID TO WS-CAS-ID(WS-CAS-IDX).
006770     MOVE ECR-SOURCE TO WS-CAS-SOURCE(WS-CAS-IDX).
006780     MOVE ECR-CASE-KEY TO WS-CAS-KEY(WS-CAS-IDX).
006790     MOVE ECR-EXC-TYPE TO WS-CAS-TYPE(WS-CAS-IDX).
006800     MOVE ECR-STATUS TO WS-CAS-STATUS(WS-CAS-IDX).
006810     MOVE ECR-OPENED-AT TO WS-CAS-OPENED-AT(WS-CAS-IDX).
006820     MOVE ECR-LAST-SEEN TO WS-CAS-LAST-SEEN(WS-CAS-IDX).
006830     MOVE ECR-TIMES-SEEN TO WS-CAS-TIMES-SEEN(WS-CAS-IDX).
006840     MOVE ECR-CYCLE-ID TO WS-CAS-CYCLE-ID(WS-CAS-IDX).
006850     MOVE ECR-OWNER TO WS-CAS-OWNER(WS-CAS-IDX).
006860     MOVE ECR-ASSIGNED-AT TO WS-CAS-ASSIGNED-AT(WS-CAS-IDX).
006870     MOVE ECR-CLOSED-AT TO WS-CAS-CLOSED-AT(WS-CAS-IDX).
006880     MOVE ECR-RESOLUTION TO WS-CAS-RESOLUTION(WS-CAS-IDX).
006890     MOVE ECR-CLOSED-BY TO WS-CAS-CLOSED-BY(WS-CAS-IDX).
006900     MOVE ECR-NOTE-COUNT TO WS-CAS-NOTE-COUNT(WS-CAS-IDX).
006910     MOVE ECR-LAST-NOTE TO WS-CAS-LAST-NOTE(WS-CAS-IDX).
006920     MOVE ECR-DETAIL TO WS-CAS-DETAIL(WS-CAS-IDX).
006930     MOVE "N" TO WS-CAS-SEEN(WS-CAS-IDX).
006940     MOVE ZERO TO WS-CAS-AGE(WS-CAS-IDX).
006950     MOVE "N" TO WS-CAS-PAST-SLA(WS-CAS-IDX).
006960     MOVE ZERO TO WS-CAS-SRC-IDX(WS-CAS-IDX).
006970     PERFORM 2150-MATCH-CASE-SOURCE THRU 2150-EXIT
006980         VARYING WS-SOURCE-IDX FROM 1 BY 1
006990         UNTIL WS-SOURCE-IDX > 5.
007000     IF WS-CAS-IS-OPEN(WS-CAS-IDX)
007010         ADD 1 TO WS-OPEN-AT-START.
007020     IF ECR-CASE-ID > WS-LAST-CASE-ID
007030         MOVE ECR-CASE-ID TO WS-LAST-CASE-ID.
007040 2100-EXIT.
007050     EXIT.
007060 2150-MATCH-CASE-SOURCE.
007070     IF WS-SOURCE-NAME(WS-SOURCE-IDX) = WS-CAS-SOURCE(WS-CAS-IDX)
007080         MOVE WS-SOURCE-IDX TO WS-CAS-SRC-IDX(WS-CAS-IDX).
007090 2150-EXIT.
007100     EXIT.
007101 2200-CHECK-POSITION.
007102*    THE PRIOR REGISTER MUST BE THE ONE THE LAST RUN WROTE - ITS
007103*    OPEN AND CLOSED CASES ARE RECORDED ON EXCPOS.  AN EXCREGN
007104*    LEFT SHORT BY A WRITE FAILURE AND PROMOTED ANYWAY, OR ANY
007105*    OTHER STALE OR CUT-DOWN EXCREG, IS REFUSED HERE RATHER THAN
007106*    CARRIED FORWARD WITH CASES SILENTLY LOST.
007107     COMPUTE WS-CLOSED-AT-START =
007108         WS-CASES-LOADED - WS-OPEN-AT-START.
007109     IF WS-OPEN-AT-START = WS-POS-OPEN-CASES
007110         AND WS-CLOSED-AT-START = WS-POS-CLOSED-CASES
007111         GO TO 2200-EXIT.
007112     DISPLAY "EXCREG: EXCREG HOLDS " WS-OPEN-AT-START " OPEN, "
007113         WS-CLOSED-AT-START " CLOSED - EXCPOS RECORDS "
007114         WS-POS-OPEN-CASES " OPEN, " WS-POS-CLOSED-CASES
007115         " CLOSED".
007116     MOVE "PRIOR EXCREG DOES NOT MATCH THE EXCPOS CASE COUNTS"
007117         TO WS-REFUSE-REASON.
007118     SET WS-RUN-REFUSED TO TRUE.
007119 2200-EXIT.
007120     EXIT.
007121 2500-OPEN-NEW-REGISTER.
007122*    THE NEW GENERATION IS OPENED ONLY ONCE THE PRIOR REGISTER HAS
007123*    LOADED CLEANLY, SO A REFUSED RUN LEAVES NO EMPTY EXCREGN.
007124     OPEN OUTPUT CASE-OUT-FILE.
007125     IF NOT WS-CASEOUT-OK
007126         DISPLAY "EXCREG: UNABLE TO OPEN EXCREGN, STATUS = "
007127             WS-CASEOUT-STATUS
007128         MOVE "EXCREGN COULD NOT BE OPENED" TO WS-REFUSE-REASON
007129         SET WS-RUN-REFUSED TO TRUE
007130         GO TO 2500-EXIT.
007131     SET WS-CASEOUT-OPEN TO TRUE.
007132 2500-EXIT.
007133     EXIT.
007160 3000-INTAKE-RECONCHK.
007161*    INTAKE.  RECEXCPT, MANEXCPT AND ERRHIST ARE EACH A COMPLETE
007164*    PICTURE OF THEIR SOURCE, SO WHEN ONE IS SUPPLIED AN OPEN CASE
007167*    IT NO LONGER REPORTS HAS CLEARED.
007170     OPEN INPUT RECON-EXC-FILE.
007180     IF NOT WS-RECEXC-OK
007190         DISPLAY "EXCREG: RECEXCPT NOT PROVIDED"
007200         GO TO 3000-EXIT.
007210     MOVE "Y" TO WS-SRC-SUPPLIED(WS-SRC-RECONCHK).
007220     MOVE WS-SRC-RECONCHK TO WS-IN-SOURCE-IDX.
007230     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007240     PERFORM 3050-READ-ONE-RECEXC THRU 3050-EXIT
007250         UNTIL WS-END-OF-INPUT.
007260     CLOSE RECON-EXC-FILE.
007270     PERFORM 3800-CLEAR-UNSEEN THRU 3800-EXIT
007280         VARYING WS-CAS-IDX FROM 1 BY 1
007290         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
007300 3000-EXIT.
007310     EXIT.
007320 3050-READ-ONE-RECEXC.
007330     READ RECON-EXC-FILE
007340         AT END
007350             SET WS-END-OF-INPUT TO TRUE
007360             GO TO 3050-EXIT.
007370     ADD 1 TO WS-SRC-READ(WS-SRC-RECONCHK).
007380     MOVE RXC-KEY TO WS-IN-KEY.
007390     MOVE RXC-TYPE TO WS-IN-TYPE.
007400     MOVE SPACES TO WS-IN-DETAIL.
007410     MOVE WS-CYCLE-ID TO WS-IN-CYCLE-ID.
007420     PERFORM 3900-TAKE-IN THRU 3900-EXIT.
007430 3050-EXIT.
007440     EXIT.
007450 3100-INTAKE-MANIFEST.
007460     OPEN INPUT MANIFEST-EXC-FILE.
007470     IF NOT WS-MANEXC-OK
007480         DISPLAY "EXCREG: MANEXCPT NOT PROVIDED"
007490         GO TO 3100-EXIT.
007500     MOVE "Y" TO WS-SRC-SUPPLIED(WS-SRC-MANIFEST).
007510     MOVE WS-SRC-MANIFEST TO WS-IN-SOURCE-IDX.
007520     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007530     PERFORM 3150-READ-ONE-MANEXC THRU 3150-EXIT
007540         UNTIL WS-END-OF-INPUT.
007550     CLOSE MANIFEST-EXC-FILE.
007560     PERFORM 3800-CLEAR-UNSEEN THRU 3800-EXIT
007570         VARYING WS-CAS-IDX FROM 1 BY 1
007580         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
007590 3100-EXIT.
007600     EXIT.
007610 3150-READ-ONE-MANEXC.
007620     READ MANIFEST-EXC-FILE
007630         AT END
007640             SET WS-END-OF-INPUT TO TRUE
007650             GO TO 3150-EXIT.
007660     ADD 1 TO WS-SRC-READ(WS-SRC-MANIFEST).
007670     MOVE EXC-NAME TO WS-IN-KEY.
007680     MOVE EXC-TYPE TO WS-IN-TYPE.
007690     MOVE SPACES TO WS-IN-DETAIL.
007700     MOVE WS-CYCLE-ID TO WS-IN-CYCLE-ID.
007710     PERFORM 3900-TAKE-IN THRU 3900-EXIT.
007720 3150-EXIT.
007730     EXIT.
007740 3200-INTAKE-DSCOMPAR.
007750*    CMPRSLT IS APPENDED RUN AFTER RUN - ONLY RESULTS STAMPED
007760*    AFTER THE LAST INTAKE ARE TAKEN IN, IN THE ORDER WRITTEN,
007770*    SO A LATER MATCH CLEARS AN EARLIER DIFFERENCE.
007780     OPEN INPUT RESULT-FILE.
007790     IF NOT WS-RESULT-OK
007800         DISPLAY "EXCREG: CMPRSLT NOT PROVIDED"
007810         GO TO 3200-EXIT.
007820     MOVE "Y" TO WS-SRC-SUPPLIED(WS-SRC-DSCOMPAR).
007830     MOVE WS-SRC-DSCOMPAR TO WS-IN-SOURCE-IDX.
007840     MOVE "N" TO WS-INPUT-EOF-SWITCH.
007850     PERFORM 3250-READ-ONE-RESULT THRU 3250-EXIT
007860         UNTIL WS-END-OF-INPUT.
007870     CLOSE RESULT-FILE.
007880 3200-EXIT.
007890     EXIT.
007900 3250-READ-ONE-RESULT.
007910     READ RESULT-FILE
007920         AT END
007930             SET WS-END-OF-INPUT TO TRUE
007940             GO TO 3250-EXIT.
007950     IF CRS-TIMESTAMP NOT > WS-INTAKE-THRU
007960         GO TO 3250-EXIT.
007970     ADD 1 TO WS-SRC-READ(WS-SRC-DSCOMPAR).
007980     MOVE WS-SRC-DSCOMPAR TO WS-IN-SOURCE-IDX.
007990     MOVE CRS-COPY-DSNAME TO WS-IN-KEY.
008000     IF CRS-MATCH
008010         PERFORM 3260-CLEAR-MATCHED THRU 3260-EXIT
008020         GO TO 3250-EXIT.
008030     MOVE CRS-VERDICT TO WS-IN-TYPE.
008040     MOVE SPACES TO WS-IN-DETAIL.
008050     STRING "SOURCE " CRS-SOURCE-DSNAME DELIMITED BY SIZE
008060         INTO WS-IN-DETAIL.
008070     MOVE WS-CYCLE-ID TO WS-IN-CYCLE-ID.
008080     PERFORM 3900-TAKE-IN THRU 3900-EXIT.
008090 3250-EXIT.
008100     EXIT.
008110 3260-CLEAR-MATCHED.
008120     PERFORM 3910-FIND-OPEN-CASE THRU 3910-EXIT.
008130     IF WS-FOUND-IDX = ZERO
008140         GO TO 3260-EXIT.
008150     MOVE WS-FOUND-IDX TO WS-CAS-IDX.
008160     MOVE "CLRD" TO WS-CLOSE-RESOLUTION.
008170     MOVE "DSCOMPAR RESULT NOW MATCH" TO WS-CLOSE-TEXT.
008180     PERFORM 3960-AUTO-CLOSE THRU 3960-EXIT.
008190 3260-EXIT.
008200     EXIT.
008210 3300-INTAKE-ERRSCAN.
008220*    AN ERRSCAN CASE IS A SOURCE ON THE CURRENT ERROR HISTORY
008230*    (THE LATEST ERRHISTO) THAT HAS FAILED FOR AT LEAST THE
008240*    SEVCTL ESCALATE LIMIT OF CONSECUTIVE CYCLES.
008250     OPEN INPUT POLICY-FILE.
008260     IF WS-POLICY-OK
008270         MOVE "N" TO WS-INPUT-EOF-SWITCH
008280         PERFORM 3310-READ-ONE-POLICY THRU 3310-EXIT
008290             UNTIL WS-END-OF-INPUT
008300         CLOSE POLICY-FILE.
008310     OPEN INPUT HISTORY-FILE.
008320     IF NOT WS-HISTORY-OK
008330         DISPLAY "EXCREG: ERRHIST NOT PROVIDED"
008340         GO TO 3300-EXIT.
008350     MOVE "Y" TO WS-SRC-SUPPLIED(WS-SRC-ERRSCAN).
008360     MOVE WS-SRC-ERRSCAN TO WS-IN-SOURCE-IDX.
008370     MOVE "N" TO WS-INPUT-EOF-SWITCH.
008380     PERFORM 3350-READ-ONE-HISTORY THRU 3350-EXIT
008390         UNTIL WS-END-OF-INPUT.
008400     CLOSE HISTORY-FILE.
008410     PERFORM 3800-CLEAR-UNSEEN THRU 3800-EXIT
008420         VARYING WS-CAS-IDX FROM 1 BY 1
008430         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
008440 3300-EXIT.
008450     EXIT.
008460 3310-READ-ONE-POLICY.
008470     READ POLICY-FILE
008480         AT END
008490             SET WS-END-OF-INPUT TO TRUE
008500             GO TO 3310-EXIT.
008510     IF SEV-CONTROL-RECORD(1:9) NOT = "ESCALATE:"
008520         GO TO 3310-EXIT.
008530     MOVE SEV-CONTROL-RECORD(10:91) TO WS-PARSE-TEXT.
008540     PERFORM 1250-PARSE-NUMBER THRU 1250-EXIT.
008550     IF WS-PARSE-DIGITS > ZERO
008560         AND WS-PARSE-VALUE <= 99999
008570         MOVE WS-PARSE-VALUE TO WS-ESCALATE-LIMIT.
008580 3310-EXIT.
008590     EXIT.
008600 3350-READ-ONE-HISTORY.
008610     READ HISTORY-FILE
008620         AT END
008630             SET WS-END-OF-INPUT TO TRUE
008640             GO TO 3350-EXIT.
008650     ADD 1 TO WS-SRC-READ(WS-SRC-ERRSCAN).
008660     IF EHR-CONSEC-CYCLES < WS-ESCALATE-LIMIT
008670         GO TO 3350-EXIT.
008680     MOVE EHR-SOURCE-ID TO WS-IN-KEY.
008690     MOVE "ESCALATED" TO WS-IN-TYPE.
008700     MOVE EHR-RETURN-CODE TO WS-EDIT-CODE.
008710     MOVE EHR-CONSEC-CYCLES TO WS-EDIT-CONSEC.
008720     MOVE SPACES TO WS-IN-DETAIL.
008730     STRING "LAST RC " WS-EDIT-CODE "  FAILING CYCLES "
008740         WS-EDIT-CONSEC DELIMITED BY SIZE INTO WS-IN-DETAIL.
008750     MOVE WS-CYCLE-ID TO WS-IN-CYCLE-ID.
008760     PERFORM 3900-TAKE-IN THRU 3900-EXIT.
008770 3350-EXIT.
008780     EXIT.
008790 3400-INTAKE-RUNCHECK.
008800*    A RUNCHECK CASE IS A CYCLE, NOT YET CLOSED, WHOSE LATEST
008810*    RUNCHECK RECORD ON THE CYCLE REGISTER HELD THE STREAM.  IT
008820*    CLEARS WHEN RUNCHECK RERUNS CLEAN OR THE CYCLE CLOSES.
008830     OPEN INPUT REGISTER-FILE.
008840     IF NOT WS-REGISTER-OK
008850         DISPLAY "EXCREG: CYCLREG NOT PROVIDED"
008860         GO TO 3400-EXIT.
008870     MOVE "Y" TO WS-SRC-SUPPLIED(WS-SRC-RUNCHECK).
008880     MOVE "N" TO WS-INPUT-EOF-SWITCH.
008890     PERFORM 3410-READ-ONE-REGISTER THRU 3410-EXIT
008900         UNTIL WS-END-OF-INPUT.
008910     CLOSE REGISTER-FILE.
008920     MOVE WS-SRC-RUNCHECK TO WS-IN-SOURCE-IDX.
008930     PERFORM 3450-TAKE-IN-HOLD THRU 3450-EXIT
008940         VARYING WS-CYC-IDX FROM 1 BY 1
008950         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
008960     PERFORM 3470-CLEAR-RELEASED THRU 3470-EXIT
008970         VARYING WS-CAS-IDX FROM 1 BY 1
008980         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
008990 3400-EXIT.
009000     EXIT.
009010 3410-READ-ONE-REGISTER.
009020     READ REGISTER-FILE
009030         AT END
009040             SET WS-END-OF-INPUT TO TRUE
009050             GO TO 3410-EXIT.
009060     ADD 1 TO WS-SRC-READ(WS-SRC-RUNCHECK).
009070     MOVE CYR-CYCLE-ID TO WS-SEARCH-ID.
009080     PERFORM 3420-FIND-CYCLE THRU 3420-EXIT.
009090     IF WS-CYC-FOUND-IDX = ZERO
009100         IF WS-CYCLE-COUNT >= 5000
009110             IF NOT WS-CYCLE-TABLE-FULL
009120                 SET WS-CYCLE-TABLE-FULL TO TRUE
009130                 DISPLAY "EXCREG: CYCLE TABLE FULL AT 5000 - "
009140                     "LATER CYCLES NOT TRACKED"
009150             END-IF
009160             GO TO 3410-EXIT
009170         END-IF
009180         ADD 1 TO WS-CYCLE-COUNT
009190         MOVE WS-CYCLE-COUNT TO WS-CYC-FOUND-IDX
009200         MOVE CYR-CYCLE-ID TO WS-CYC-ID(WS-CYC-FOUND-IDX)
009210         MOVE "N" TO WS-CYC-CLOSED(WS-CYC-FOUND-IDX)
009220         MOVE "N" TO WS-CYC-RUNCHECK-SEEN(WS-CYC-FOUND-IDX)
009240         MOVE ZERO TO WS-CYC-RUNCHECK-RC(WS-CYC-FOUND-IDX).
009260     IF CYR-CLOSED
009270         MOVE "Y" TO WS-CYC-CLOSED(WS-CYC-FOUND-IDX).
009280     IF CYR-STEP-NAME = "RUNCHECK"
009290         MOVE "Y" TO WS-CYC-RUNCHECK-SEEN(WS-CYC-FOUND-IDX)
009300         MOVE CYR-STEP-RC TO WS-CYC-RUNCHECK-RC(WS-CYC-FOUND-IDX).
009340 3410-EXIT.
009350     EXIT.
009360 3420-FIND-CYCLE.
009370     MOVE ZERO TO WS-CYC-FOUND-IDX.
009380     PERFORM 3430-MATCH-ONE-CYCLE THRU 3430-EXIT
009390         VARYING WS-CYC-IDX FROM WS-CYCLE-COUNT BY -1
009400         UNTIL WS-CYC-IDX < 1
009410            OR WS-CYC-FOUND-IDX > ZERO.
009420 3420-EXIT.
009430     EXIT.
009440 3430-MATCH-ONE-CYCLE.
009450     IF WS-CYC-ID(WS-CYC-IDX) = WS-SEARCH-ID
009460         MOVE WS-CYC-IDX TO WS-CYC-FOUND-IDX.
009470 3430-EXIT.
009480     EXIT.
009490 3450-TAKE-IN-HOLD.
009500     IF WS-CYC-CLOSED(WS-CYC-IDX) = "Y"
009510         OR WS-CYC-RUNCHECK-SEEN(WS-CYC-IDX) NOT = "Y"
009520         OR WS-CYC-RUNCHECK-RC(WS-CYC-IDX) NOT > 4
009530         GO TO 3450-EXIT.
009540     MOVE WS-CYC-ID(WS-CYC-IDX) TO WS-IN-KEY.
009550     MOVE "HOLD" TO WS-IN-TYPE.
009560     MOVE WS-CYC-RUNCHECK-RC(WS-CYC-IDX) TO WS-EDIT-CODE.
009570     MOVE SPACES TO WS-IN-DETAIL.
009580     STRING "RUNCHECK RC " WS-EDIT-CODE DELIMITED BY SIZE
009590         INTO WS-IN-DETAIL.
009600     MOVE WS-CYC-ID(WS-CYC-IDX) TO WS-IN-CYCLE-ID.
009610     PERFORM 3900-TAKE-IN THRU 3900-EXIT.
009620 3450-EXIT.
009630     EXIT.
009640 3470-CLEAR-RELEASED.
009650     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
009660         OR WS-CAS-SRC-IDX(WS-CAS-IDX) NOT = WS-SRC-RUNCHECK
009670         OR WS-CAS-SEEN(WS-CAS-IDX) = "Y"
009680         GO TO 3470-EXIT.
009690     MOVE WS-CAS-KEY(WS-CAS-IDX) TO WS-SEARCH-ID.
009700     PERFORM 3420-FIND-CYCLE THRU 3420-EXIT.
009710     IF WS-CYC-FOUND-IDX = ZERO
009720         GO TO 3470-EXIT.
009730     IF WS-CYC-CLOSED(WS-CYC-FOUND-IDX) = "Y"
009740         MOVE "CCLS" TO WS-CLOSE-RESOLUTION
009750         MOVE "HELD CYCLE CLOSED" TO WS-CLOSE-TEXT
009760     ELSE
009770         MOVE "RRUN" TO WS-CLOSE-RESOLUTION
009780         MOVE "RUNCHECK RERAN CLEAN" TO WS-CLOSE-TEXT.
009790     PERFORM 3960-AUTO-CLOSE THRU 3960-EXIT.
009800 3470-EXIT.
009810     EXIT.
009820 3800-CLEAR-UNSEEN.
009830     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
009840         OR WS-CAS-SRC-IDX(WS-CAS-IDX) NOT = WS-IN-SOURCE-IDX
009850         OR WS-CAS-SEEN(WS-CAS-IDX) = "Y"
009860         GO TO 3800-EXIT.
009870     MOVE "CLRD" TO WS-CLOSE-RESOLUTION.
009880     MOVE SPACES TO WS-CLOSE-TEXT.
009890     STRING "NO LONGER ON "
009900         WS-SOURCE-DD(WS-IN-SOURCE-IDX) DELIMITED BY SIZE
009910         INTO WS-CLOSE-TEXT.
009920     PERFORM 3960-AUTO-CLOSE THRU 3960-EXIT.
009930 3800-EXIT.
009940     EXIT.
009950 3900-TAKE-IN.
009960*    ONE INTAKE RECORD: A REPEAT OF AN OPEN CASE, SUPPRESSED BY
009970*    A CASE CLOSED AS A FALSE ALARM OR AN ACCEPTED RISK, OR A
009980*    NEW CASE.
009990     PERFORM 3910-FIND-OPEN-CASE THRU 3910-EXIT.
010000     IF WS-FOUND-IDX > ZERO
010010         ADD 1 TO WS-SRC-REPEAT(WS-IN-SOURCE-IDX)
010020         MOVE WS-FOUND-IDX TO WS-CAS-IDX
010030         MOVE WS-IN-TYPE TO WS-CAS-TYPE(WS-CAS-IDX)
010040         MOVE WS-IN-DETAIL TO WS-CAS-DETAIL(WS-CAS-IDX)
010050         IF WS-CAS-SEEN(WS-CAS-IDX) NOT = "Y"
010060             MOVE "Y" TO WS-CAS-SEEN(WS-CAS-IDX)
010070             MOVE WS-RUN-TIMESTAMP TO WS-CAS-LAST-SEEN(WS-CAS-IDX)
010080             IF WS-CAS-TIMES-SEEN(WS-CAS-IDX) < 99999
010090                 ADD 1 TO WS-CAS-TIMES-SEEN(WS-CAS-IDX)
010100             END-IF
010110         END-IF
010120         GO TO 3900-EXIT.
010130     MOVE ZERO TO WS-FOUND-IDX.
010140     PERFORM 3920-MATCH-SUPPRESSING THRU 3920-EXIT
010150         VARYING WS-CAS-IDX FROM 1 BY 1
010160         UNTIL WS-CAS-IDX > WS-CASE-COUNT
010170            OR WS-FOUND-IDX > ZERO.
010180     IF WS-FOUND-IDX > ZERO
010190         ADD 1 TO WS-SRC-SUPPRESSED(WS-IN-SOURCE-IDX)
010200         GO TO 3900-EXIT.
010210     IF WS-CASE-COUNT >= WS-CASE-MAX
010220         ADD 1 TO WS-INTAKE-DROPPED
010230         DISPLAY "EXCREG: CASE TABLE FULL - NOT REGISTERED: "
010240             WS-SOURCE-NAME(WS-IN-SOURCE-IDX) " "
010250             WS-IN-KEY(1:40)
010260         GO TO 3900-EXIT.
010270     ADD 1 TO WS-CASE-COUNT.
010280     ADD 1 TO WS-LAST-CASE-ID.
010290     ADD 1 TO WS-CASES-OPENED.
010300     ADD 1 TO WS-SRC-NEW(WS-IN-SOURCE-IDX).
010310     MOVE WS-CASE-COUNT TO WS-CAS-IDX.
010320     MOVE WS-LAST-CASE-ID TO WS-CAS-ID(WS-CAS-IDX).
010330     MOVE WS-SOURCE-NAME(WS-IN-SOURCE-IDX)
010340         TO WS-CAS-SOURCE(WS-CAS-IDX).
010350     MOVE WS-IN-SOURCE-IDX TO WS-CAS-SRC-IDX(WS-CAS-IDX).
010360     MOVE WS-IN-KEY TO WS-CAS-KEY(WS-CAS-IDX).
010370     MOVE WS-IN-TYPE TO WS-CAS-TYPE(WS-CAS-IDX).
010380     MOVE "O" TO WS-CAS-STATUS(WS-CAS-IDX).
010390     MOVE WS-RUN-TIMESTAMP TO WS-CAS-OPENED-AT(WS-CAS-IDX).
010400     MOVE WS-RUN-TIMESTAMP TO WS-CAS-LAST-SEEN(WS-CAS-IDX).
010410     MOVE 1 TO WS-CAS-TIMES-SEEN(WS-CAS-IDX).
010420     MOVE WS-IN-CYCLE-ID TO WS-CAS-CYCLE-ID(WS-CAS-IDX).
010430     MOVE SPACES TO WS-CAS-OWNER(WS-CAS-IDX).
010440     MOVE SPACES TO WS-CAS-ASSIGNED-AT(WS-CAS-IDX).
010450     MOVE SPACES TO WS-CAS-CLOSED-AT(WS-CAS-IDX).
010460     MOVE SPACES TO WS-CAS-RESOLUTION(WS-CAS-IDX).
010470     MOVE SPACES TO WS-CAS-CLOSED-BY(WS-CAS-IDX).
010480     MOVE ZERO TO WS-CAS-NOTE-COUNT(WS-CAS-IDX).
010490     MOVE SPACES TO WS-CAS-LAST-NOTE(WS-CAS-IDX).
010500     MOVE WS-IN-DETAIL TO WS-CAS-DETAIL(WS-CAS-IDX).
010510     MOVE "Y" TO WS-CAS-SEEN(WS-CAS-IDX).
010520     MOVE ZERO TO WS-CAS-AGE(WS-CAS-IDX).
010530     MOVE "N" TO WS-CAS-PAST-SLA(WS-CAS-IDX).
010540     MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-CASE-ID.
010550     MOVE "OPENED" TO WS-JRN-ACTION.
010560     MOVE WS-SELF-BY TO WS-JRN-BY.
010570     MOVE SPACES TO WS-JRN-TEXT.
010580     STRING WS-SOURCE-NAME(WS-IN-SOURCE-IDX) " "
010590         WS-IN-TYPE " " WS-IN-KEY DELIMITED BY SIZE
010600         INTO WS-JRN-TEXT.
010610     PERFORM 3990-WRITE-JOURNAL THRU 3990-EXIT.
010620 3900-EXIT.
010630     EXIT.
010640 3910-FIND-OPEN-CASE.
010650     MOVE ZERO TO WS-FOUND-IDX.
010660     PERFORM 3915-MATCH-OPEN-CASE THRU 3915-EXIT
010670         VARYING WS-CAS-IDX FROM 1 BY 1
010680         UNTIL WS-CAS-IDX > WS-CASE-COUNT
010690            OR WS-FOUND-IDX > ZERO.
010700 3910-EXIT.
010710     EXIT.
010720 3915-MATCH-OPEN-CASE.
010730     IF WS-CAS-IS-OPEN(WS-CAS-IDX)
010740         AND WS-CAS-SRC-IDX(WS-CAS-IDX) = WS-IN-SOURCE-IDX
010750         AND WS-CAS-KEY(WS-CAS-IDX) = WS-IN-KEY
010760         MOVE WS-CAS-IDX TO WS-FOUND-IDX.
010770 3915-EXIT.
010780     EXIT.
010790 3920-MATCH-SUPPRESSING.
010800     IF WS-CAS-IS-CLOSED(WS-CAS-IDX)
010810         AND WS-CAS-SRC-IDX(WS-CAS-IDX) = WS-IN-SOURCE-IDX
010820         AND WS-CAS-KEY(WS-CAS-IDX) = WS-IN-KEY
010830         AND (WS-CAS-RESOLUTION(WS-CAS-IDX) = "FALS"
010840           OR WS-CAS-RESOLUTION(WS-CAS-IDX) = "ACPT")
010850         MOVE WS-CAS-IDX TO WS-FOUND-IDX.
010860 3920-EXIT.
010870     EXIT.
010880 3950-CLOSE-CASE.
010890     MOVE "C" TO WS-CAS-STATUS(WS-CAS-IDX).
010900     MOVE WS-RUN-TIMESTAMP TO WS-CAS-CLOSED-AT(WS-CAS-IDX).
010910     MOVE WS-CLOSE-RESOLUTION TO WS-CAS-RESOLUTION(WS-CAS-IDX).
010920     MOVE WS-CLOSE-BY TO WS-CAS-CLOSED-BY(WS-CAS-IDX).
010930     MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-CASE-ID.
010940     MOVE "CLOSED" TO WS-JRN-ACTION.
010950     MOVE WS-CLOSE-BY TO WS-JRN-BY.
010960     MOVE SPACES TO WS-JRN-TEXT.
010970     STRING WS-CLOSE-RESOLUTION " " WS-CLOSE-TEXT
010980         DELIMITED BY SIZE INTO WS-JRN-TEXT.
010990     PERFORM 3990-WRITE-JOURNAL THRU 3990-EXIT.
011000 3950-EXIT.
011010     EXIT.
011020 3960-AUTO-CLOSE.
011030     MOVE WS-SELF-BY TO WS-CLOSE-BY.
011040     PERFORM 3950-CLOSE-CASE THRU 3950-EXIT.
011050     ADD 1 TO WS-AUTO-CLOSED.
011060     IF WS-CAS-SRC-IDX(WS-CAS-IDX) > ZERO
011070         ADD 1 TO WS-SRC-CLOSED(WS-CAS-SRC-IDX(WS-CAS-IDX)).
011080 3960-EXIT.
011090     EXIT.
011100 3990-WRITE-JOURNAL.
011110     MOVE SPACES TO EJR-RECORD.
011120     MOVE WS-JRN-CASE-ID TO EJR-CASE-ID.
011130     MOVE WS-RUN-TIMESTAMP TO EJR-TIMESTAMP.
011140     MOVE WS-JRN-ACTION TO EJR-ACTION.
011150     MOVE WS-JRN-BY TO EJR-BY.
011160     MOVE WS-JRN-TEXT TO EJR-TEXT.
011170     WRITE EJR-RECORD.
011180     IF NOT WS-JOURNAL-OK
011190         DISPLAY "EXCREG: EXCJRNL WRITE FAILED, STATUS = "
011200             WS-JOURNAL-STATUS " CASE " WS-JRN-CASE-ID.
011210 3990-EXIT.
011220     EXIT.
011280 4000-APPLY-HASHFIX.
011281*    A KEY HASHFIX REPAIRED SINCE THE LAST INTAKE CLOSES ITS
011285*    RECONCHK CASE.
011290     OPEN INPUT FIX-LOG-FILE.
011300     IF NOT WS-FIXLOG-OK
011310         DISPLAY "EXCREG: FIXLOG NOT PROVIDED"
011320         GO TO 4000-EXIT.
011330     MOVE WS-SRC-RECONCHK TO WS-IN-SOURCE-IDX.
011340     MOVE "N" TO WS-INPUT-EOF-SWITCH.
011350     PERFORM 4050-READ-ONE-FIX THRU 4050-EXIT
011360         UNTIL WS-END-OF-INPUT.
011370     CLOSE FIX-LOG-FILE.
011380 4000-EXIT.
011390     EXIT.
011400 4050-READ-ONE-FIX.
011410     READ FIX-LOG-FILE
011420         AT END
011430             SET WS-END-OF-INPUT TO TRUE
011440             GO TO 4050-EXIT.
011450     IF FXL-TIMESTAMP NOT > WS-INTAKE-THRU
011460         GO TO 4050-EXIT.
011470     ADD 1 TO WS-FIX-RECORDS.
011480     IF NOT FXL-REPAIRED
011490         GO TO 4050-EXIT.
011500     MOVE FXL-KEY TO WS-IN-KEY.
011510     PERFORM 3910-FIND-OPEN-CASE THRU 3910-EXIT.
011520     IF WS-FOUND-IDX = ZERO
011530         GO TO 4050-EXIT.
011540     MOVE WS-FOUND-IDX TO WS-CAS-IDX.
011550     MOVE "HFIX" TO WS-CLOSE-RESOLUTION.
011560     MOVE SPACES TO WS-CLOSE-TEXT.
011570     STRING "REPAIRED BY HASHFIX RUN " FXL-RUN-ID
011580         DELIMITED BY SIZE INTO WS-CLOSE-TEXT.
011590     PERFORM 3960-AUTO-CLOSE THRU 3960-EXIT.
011600 4050-EXIT.
011610     EXIT.
011660 4200-APPLY-MANPROM.
011703*    MANPROM LOGS AN APPROVAL TO APPRLOG ONLY AS THE PROMOTION IT
011745*    CLEARED GOES AHEAD, SO AN APPRLOG RECORD STAMPED SINCE THE
011787*    LAST INTAKE CLOSES ITS MANIFEST CASE.
011830     OPEN INPUT APPROVAL-FILE.
011840     IF NOT WS-APPROVAL-OK
011847         DISPLAY "EXCREG: NO APPRLOG APPROVALS, STATUS = "
011853             WS-APPROVAL-STATUS
011860         GO TO 4200-EXIT.
011870     MOVE WS-SRC-MANIFEST TO WS-IN-SOURCE-IDX.
011880     MOVE "N" TO WS-INPUT-EOF-SWITCH.
011890     PERFORM 4250-READ-ONE-APPROVAL THRU 4250-EXIT
011900         UNTIL WS-END-OF-INPUT.
011910     CLOSE APPROVAL-FILE.
011920 4200-EXIT.
011930     EXIT.
011940 4250-READ-ONE-APPROVAL.
011950     READ APPROVAL-FILE
011960         AT END
011970             SET WS-END-OF-INPUT TO TRUE
011980             GO TO 4250-EXIT.
011990     IF APL-APPROVED-AT NOT > WS-INTAKE-THRU
012000         GO TO 4250-EXIT.
012010     ADD 1 TO WS-APPROVAL-RECORDS.
012020     MOVE APL-MAN-NAME TO WS-IN-KEY.
012030     PERFORM 3910-FIND-OPEN-CASE THRU 3910-EXIT.
012040     IF WS-FOUND-IDX = ZERO
012050         GO TO 4250-EXIT.
012060     MOVE WS-FOUND-IDX TO WS-CAS-IDX.
012070     MOVE "MPRM" TO WS-CLOSE-RESOLUTION.
012080     MOVE SPACES TO WS-CLOSE-TEXT.
012090     STRING "APPROVED AND PROMOTED BY MANPROM, CYCLE "
012100         APL-CYCLE-ID DELIMITED BY SIZE INTO WS-CLOSE-TEXT.
012110     PERFORM 3960-AUTO-CLOSE THRU 3960-EXIT.
012120 4250-EXIT.
012130     EXIT.
012170 5000-APPLY-UPDATES.
012180     MOVE SPACES TO WS-UPD-REJECT.
012190     MOVE SPACES TO WS-UPD-VERB.
012200     MOVE SPACES TO WS-UPD-OWNER.
012210     MOVE SPACES TO WS-UPD-TEXT.
012220     MOVE SPACES TO WS-UPD-RESOLUTION.
012230     MOVE WS-DEFAULT-BY TO WS-UPD-BY.
012240     MOVE SPACES TO WS-CLAUSE-TABLE.
012250     UNSTRING WS-UPD-CARD(WS-UPD-IDX) DELIMITED BY ";"
012260         INTO WS-CLAUSE(1) WS-CLAUSE(2) WS-CLAUSE(3)
012270              WS-CLAUSE(4).
012280     UNSTRING WS-CLAUSE(1) DELIMITED BY ":"
012290         INTO WS-UPD-VERB WS-PARSE-TEXT.
012300     PERFORM 1250-PARSE-NUMBER THRU 1250-EXIT.
012310     IF WS-PARSE-DIGITS = ZERO OR WS-PARSE-DIGITS > 7
012320         MOVE "CASE NUMBER MISSING OR INVALID" TO WS-UPD-REJECT
012330         GO TO 5000-REJECT.
012340     MOVE WS-PARSE-VALUE TO WS-UPD-CASE-ID.
012350     PERFORM 5100-READ-CLAUSE THRU 5100-EXIT
012360         VARYING WS-CLAUSE-IDX FROM 2 BY 1
012370         UNTIL WS-CLAUSE-IDX > 4.
012380     IF WS-UPD-REJECT NOT = SPACES
012390         GO TO 5000-REJECT.
012400     IF WS-UPD-BY = SPACES
012410         MOVE WS-DEFAULT-BY TO WS-UPD-BY.
012420     MOVE ZERO TO WS-FOUND-IDX.
012430     PERFORM 5150-MATCH-CASE-ID THRU 5150-EXIT
012440         VARYING WS-CAS-IDX FROM 1 BY 1
012450         UNTIL WS-CAS-IDX > WS-CASE-COUNT
012460            OR WS-FOUND-IDX > ZERO.
012470     IF WS-FOUND-IDX = ZERO
012480         MOVE "CASE NOT ON THE REGISTER" TO WS-UPD-REJECT
012490         GO TO 5000-REJECT.
012500     MOVE WS-FOUND-IDX TO WS-CAS-IDX.
012510     EVALUATE WS-UPD-VERB
012520         WHEN "ASSIGN"
012530             PERFORM 5200-ASSIGN-CASE THRU 5200-EXIT
012540         WHEN "NOTE"
012550             PERFORM 5300-NOTE-CASE THRU 5300-EXIT
012560         WHEN "CLOSE"
012570             PERFORM 5400-CLOSE-CASE THRU 5400-EXIT
012580     END-EVALUATE.
012590     IF WS-UPD-REJECT NOT = SPACES
012600         GO TO 5000-REJECT.
012610     ADD 1 TO WS-UPD-APPLIED.
012620     MOVE "APPLIED" TO WS-UPD-RESULT(WS-UPD-IDX).
012630     GO TO 5000-EXIT.
012640 5000-REJECT.
012650     ADD 1 TO WS-UPD-REJECTED.
012660     MOVE SPACES TO WS-UPD-RESULT(WS-UPD-IDX).
012670     STRING "REJECTED - " WS-UPD-REJECT DELIMITED BY SIZE
012680         INTO WS-UPD-RESULT(WS-UPD-IDX).
012690     DISPLAY "EXCREG: CARD REJECTED, " WS-UPD-REJECT " - "
012700         WS-UPD-CARD(WS-UPD-IDX).
012710 5000-EXIT.
012720     EXIT.
012730 5100-READ-CLAUSE.
012740     EVALUATE TRUE
012750         WHEN WS-CLAUSE(WS-CLAUSE-IDX) = SPACES
012760             CONTINUE
012770         WHEN WS-CLAUSE(WS-CLAUSE-IDX)(1:6) = "OWNER:"
012780             MOVE WS-CLAUSE(WS-CLAUSE-IDX)(7:8) TO WS-UPD-OWNER
012790         WHEN WS-CLAUSE(WS-CLAUSE-IDX)(1:5) = "TEXT:"
012800             MOVE WS-CLAUSE(WS-CLAUSE-IDX)(6:60) TO WS-UPD-TEXT
012810         WHEN WS-CLAUSE(WS-CLAUSE-IDX)(1:4) = "RES:"
012820             MOVE WS-CLAUSE(WS-CLAUSE-IDX)(5:4)
012830                 TO WS-UPD-RESOLUTION
012840         WHEN WS-CLAUSE(WS-CLAUSE-IDX)(1:3) = "BY:"
012850             MOVE WS-CLAUSE(WS-CLAUSE-IDX)(4:8) TO WS-UPD-BY
012860         WHEN OTHER
012870             MOVE "UNRECOGNIZED CLAUSE" TO WS-UPD-REJECT
012880     END-EVALUATE.
012890 5100-EXIT.
012900     EXIT.
012910 5150-MATCH-CASE-ID.
012920     IF WS-CAS-ID(WS-CAS-IDX) = WS-UPD-CASE-ID
012930         MOVE WS-CAS-IDX TO WS-FOUND-IDX.
012940 5150-EXIT.
012950     EXIT.
012960 5200-ASSIGN-CASE.
012970     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
012980         MOVE "CASE IS CLOSED" TO WS-UPD-REJECT
012990         GO TO 5200-EXIT.
013000     IF WS-UPD-OWNER = SPACES
013010         MOVE "NO OWNER: CLAUSE" TO WS-UPD-REJECT
013020         GO TO 5200-EXIT.
013030     MOVE WS-UPD-OWNER TO WS-CAS-OWNER(WS-CAS-IDX).
013040     MOVE WS-RUN-TIMESTAMP TO WS-CAS-ASSIGNED-AT(WS-CAS-IDX).
013050     MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-CASE-ID.
013060     MOVE "ASSIGNED" TO WS-JRN-ACTION.
013070     MOVE WS-UPD-BY TO WS-JRN-BY.
013080     MOVE SPACES TO WS-JRN-TEXT.
013090     STRING "OWNER " WS-UPD-OWNER DELIMITED BY SIZE
013100         INTO WS-JRN-TEXT.
013110     PERFORM 3990-WRITE-JOURNAL THRU 3990-EXIT.
013120 5200-EXIT.
013130     EXIT.
013140 5300-NOTE-CASE.
013150     IF WS-UPD-TEXT = SPACES
013160         MOVE "NO TEXT: CLAUSE" TO WS-UPD-REJECT
013170         GO TO 5300-EXIT.
013180     PERFORM 5350-ADD-NOTE THRU 5350-EXIT.
013190     MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-CASE-ID.
013200     MOVE "NOTE" TO WS-JRN-ACTION.
013210     MOVE WS-UPD-BY TO WS-JRN-BY.
013220     MOVE WS-UPD-TEXT TO WS-JRN-TEXT.
013230     PERFORM 3990-WRITE-JOURNAL THRU 3990-EXIT.
013240 5300-EXIT.
013250     EXIT.
013260 5350-ADD-NOTE.
013270     MOVE WS-UPD-TEXT TO WS-CAS-LAST-NOTE(WS-CAS-IDX).
013280     IF WS-CAS-NOTE-COUNT(WS-CAS-IDX) < 999
013290         ADD 1 TO WS-CAS-NOTE-COUNT(WS-CAS-IDX).
013300 5350-EXIT.
013310     EXIT.
013320 5400-CLOSE-CASE.
013330     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
013340         MOVE "CASE IS ALREADY CLOSED" TO WS-UPD-REJECT
013350         GO TO 5400-EXIT.
013360     IF NOT WS-UPD-MANUAL-CODE
013370         MOVE "RES: IS NOT A MANUAL CLOSE CODE"
013380             TO WS-UPD-REJECT
013390         GO TO 5400-EXIT.
013400     IF WS-UPD-TEXT NOT = SPACES
013410         PERFORM 5350-ADD-NOTE THRU 5350-EXIT.
013420     MOVE WS-UPD-RESOLUTION TO WS-CLOSE-RESOLUTION.
013430     MOVE WS-UPD-BY TO WS-CLOSE-BY.
013440     MOVE WS-UPD-TEXT TO WS-CLOSE-TEXT.
013450     PERFORM 3950-CLOSE-CASE THRU 3950-EXIT.
013460     ADD 1 TO WS-MANUAL-CLOSED.
013470 5400-EXIT.
013480     EXIT.
013520 6000-AGE-CASES.
013521*    AGE THE OPEN CASES AGAINST THEIR SOURCE'S SLA.
013530     PERFORM 6100-AGE-ONE-CASE THRU 6100-EXIT
013540         VARYING WS-CAS-IDX FROM 1 BY 1
013550         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
013560 6000-EXIT.
013570     EXIT.
013580 6100-AGE-ONE-CASE.
013590     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
013600         GO TO 6100-EXIT.
013610     MOVE WS-CAS-OPENED-AT(WS-CAS-IDX)(1:8) TO WS-CHECK-TEXT.
013620     PERFORM 6900-DAYS-SINCE THRU 6900-EXIT.
013630     MOVE WS-DAYS-SINCE TO WS-CAS-AGE(WS-CAS-IDX).
013640     MOVE ZERO TO WS-BUCKET-IDX.
013650     PERFORM 6150-FIND-BUCKET THRU 6150-EXIT
013660         VARYING WS-SOURCE-IDX FROM 1 BY 1
013670         UNTIL WS-SOURCE-IDX > 5
013680            OR WS-BUCKET-IDX > ZERO.
013690     IF WS-BUCKET-IDX = ZERO
013700         MOVE 5 TO WS-BUCKET-IDX.
013710     ADD 1 TO WS-TOTAL-BUCKET(WS-BUCKET-IDX).
013720     MOVE WS-CAS-SRC-IDX(WS-CAS-IDX) TO WS-SOURCE-IDX.
013730     IF WS-SOURCE-IDX > ZERO
013740         ADD 1 TO WS-SRC-OPEN(WS-SOURCE-IDX)
013750         ADD 1 TO WS-SRC-BUCKET(WS-SOURCE-IDX WS-BUCKET-IDX)
013760         IF WS-DAYS-SINCE > WS-SRC-SLA-DAYS(WS-SOURCE-IDX)
013770             MOVE "Y" TO WS-CAS-PAST-SLA(WS-CAS-IDX)
013780             ADD 1 TO WS-SRC-PAST-SLA(WS-SOURCE-IDX)
013790             ADD 1 TO WS-PAST-SLA-COUNT
013800         END-IF
013810     END-IF.
013820     PERFORM 6200-TALLY-OWNER THRU 6200-EXIT.
013830 6100-EXIT.
013840     EXIT.
013850 6150-FIND-BUCKET.
013860     IF WS-DAYS-SINCE <= WS-BUCKET-LIMIT(WS-SOURCE-IDX)
013870         MOVE WS-SOURCE-IDX TO WS-BUCKET-IDX.
013880 6150-EXIT.
013890     EXIT.
013900 6200-TALLY-OWNER.
013910     MOVE WS-CAS-OWNER(WS-CAS-IDX) TO WS-OWNER-NAME.
013920     IF WS-OWNER-NAME = SPACES
013930         MOVE "(NONE)" TO WS-OWNER-NAME.
013940     MOVE ZERO TO WS-OWN-FOUND-IDX.
013950     PERFORM 6250-MATCH-OWNER THRU 6250-EXIT
013960         VARYING WS-OWN-IDX FROM 1 BY 1
013970         UNTIL WS-OWN-IDX > WS-OWNER-COUNT
013980            OR WS-OWN-FOUND-IDX > ZERO.
013990     IF WS-OWN-FOUND-IDX = ZERO
014000         IF WS-OWNER-COUNT < 99
014010             ADD 1 TO WS-OWNER-COUNT
014015             MOVE WS-OWNER-COUNT TO WS-OWN-FOUND-IDX
014020         ELSE
014030             MOVE "(OTHERS)" TO WS-OWNER-NAME
014033             MOVE 100 TO WS-OWNER-COUNT
014036             MOVE 100 TO WS-OWN-FOUND-IDX
014040         END-IF
014060         IF WS-OWN-NAME(WS-OWN-FOUND-IDX) NOT = WS-OWNER-NAME
014070             MOVE WS-OWNER-NAME TO WS-OWN-NAME(WS-OWN-FOUND-IDX)
014080             MOVE ZERO TO WS-OWN-OPEN(WS-OWN-FOUND-IDX)
014090             MOVE ZERO TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX 1)
014100             MOVE ZERO TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX 2)
014110             MOVE ZERO TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX 3)
014120             MOVE ZERO TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX 4)
014130             MOVE ZERO TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX 5)
014140             MOVE ZERO TO WS-OWN-PAST-SLA(WS-OWN-FOUND-IDX)
014150         END-IF
014160     END-IF.
014170     ADD 1 TO WS-OWN-OPEN(WS-OWN-FOUND-IDX).
014180     ADD 1 TO WS-OWN-BUCKET(WS-OWN-FOUND-IDX WS-BUCKET-IDX).
014190     IF WS-CAS-PAST-SLA(WS-CAS-IDX) = "Y"
014200         ADD 1 TO WS-OWN-PAST-SLA(WS-OWN-FOUND-IDX).
014210 6200-EXIT.
014220     EXIT.
014230 6250-MATCH-OWNER.
014240     IF WS-OWN-NAME(WS-OWN-IDX) = WS-OWNER-NAME
014250         MOVE WS-OWN-IDX TO WS-OWN-FOUND-IDX.
014260 6250-EXIT.
014270     EXIT.
014280 6900-DAYS-SINCE.
014290*    WHOLE DAYS FROM THE DATE IN WS-CHECK-TEXT TO TODAY - ZERO
014300*    FOR A DATE THAT IS NOT ONE OR IS IN THE FUTURE.
014310     MOVE ZERO TO WS-DAYS-SINCE.
014320     IF WS-CHECK-TEXT IS NOT NUMERIC
014330         GO TO 6900-EXIT.
014340     IF WS-CHECK-YEAR < 1601
014350         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
014360         OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
014370         GO TO 6900-EXIT.
014380     COMPUTE WS-CHECK-INT =
014390         FUNCTION INTEGER-OF-DATE(WS-CHECK-NUMBER).
014400     IF WS-CHECK-INT = ZERO OR WS-CHECK-INT > WS-TODAY-INT
014410         GO TO 6900-EXIT.
014420*    A DAY PAST THE END OF ITS MONTH DOES NOT COME BACK THE SAME.
014430     MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
014440         TO WS-ROUND-TRIP-DATE.
014450     IF WS-ROUND-TRIP-DATE NOT = WS-CHECK-NUMBER
014460         GO TO 6900-EXIT.
014470     IF WS-TODAY-INT - WS-CHECK-INT > 99999
014480         MOVE 99999 TO WS-DAYS-SINCE
014490     ELSE
014500         COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-CHECK-INT.
014510 6900-EXIT.
014520     EXIT.
014560 7000-WRITE-REGISTER.
014561*    WRITE THE UPDATED REGISTER AND THE NEW POSITION.
014570     OPEN EXTEND CASE-ARC-FILE.
014580     IF NOT WS-CASEARC-OK
014590         OPEN OUTPUT CASE-ARC-FILE.
014600     IF WS-CASEARC-OK
014610         SET WS-ARCHIVE-OPEN TO TRUE
014620     ELSE
014630         DISPLAY "EXCREG: UNABLE TO OPEN EXCARC, STATUS = "
014640             WS-CASEARC-STATUS " - CLOSED CASES KEPT".
014650     PERFORM 7100-WRITE-ONE-CASE THRU 7100-EXIT
014660         VARYING WS-CAS-IDX FROM 1 BY 1
014670         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
014680     IF WS-ARCHIVE-OPEN
014690         CLOSE CASE-ARC-FILE.
014700     CLOSE CASE-OUT-FILE.
014710     MOVE "N" TO WS-CASEOUT-OPEN-SWITCH.
014720     IF WS-REGISTER-WRITE-FAILED
014723         DISPLAY "EXCREG: EXCREGN IS INCOMPLETE - "
014726             "NOT TO BE PROMOTED"
014730         GO TO 7000-EXIT.
014740     PERFORM 7500-WRITE-POSITION THRU 7500-EXIT.
014750 7000-EXIT.
014760     EXIT.
014770 7100-WRITE-ONE-CASE.
014780     MOVE WS-CAS-ID(WS-CAS-IDX) TO ECO-CASE-ID.
014790     MOVE WS-CAS-SOURCE(WS-CAS-IDX) TO ECO-SOURCE.
014800     MOVE WS-CAS-KEY(WS-CAS-IDX) TO ECO-CASE-KEY.
014810     MOVE WS-CAS-TYPE(WS-CAS-IDX) TO ECO-EXC-TYPE.
014820     MOVE WS-CAS-STATUS(WS-CAS-IDX) TO ECO-STATUS.
014830     MOVE WS-CAS-OPENED-AT(WS-CAS-IDX) TO ECO-OPENED-AT.
014840     MOVE WS-CAS-LAST-SEEN(WS-CAS-IDX) TO ECO-LAST-SEEN.
014850     MOVE WS-CAS-TIMES-SEEN(WS-CAS-IDX) TO ECO-TIMES-SEEN.
014860     MOVE WS-CAS-CYCLE-ID(WS-CAS-IDX) TO ECO-CYCLE-ID.
014870     MOVE WS-CAS-OWNER(WS-CAS-IDX) TO ECO-OWNER.
014880     MOVE WS-CAS-ASSIGNED-AT(WS-CAS-IDX) TO ECO-ASSIGNED-AT.
014890     MOVE WS-CAS-CLOSED-AT(WS-CAS-IDX) TO ECO-CLOSED-AT.
014900     MOVE WS-CAS-RESOLUTION(WS-CAS-IDX) TO ECO-RESOLUTION.
014910     MOVE WS-CAS-CLOSED-BY(WS-CAS-IDX) TO ECO-CLOSED-BY.
014920     MOVE WS-CAS-NOTE-COUNT(WS-CAS-IDX) TO ECO-NOTE-COUNT.
014930     MOVE WS-CAS-LAST-NOTE(WS-CAS-IDX) TO ECO-LAST-NOTE.
014940     MOVE WS-CAS-DETAIL(WS-CAS-IDX) TO ECO-DETAIL.
014950     IF WS-CAS-IS-OPEN(WS-CAS-IDX)
014960         ADD 1 TO WS-OPEN-AT-END
014970         GO TO 7100-PUT.
014980     IF NOT WS-ARCHIVE-OPEN
014990         ADD 1 TO WS-CLOSED-KEPT
015000         GO TO 7100-PUT.
015010     MOVE WS-CAS-CLOSED-AT(WS-CAS-IDX)(1:8) TO WS-CHECK-TEXT.
015020     PERFORM 6900-DAYS-SINCE THRU 6900-EXIT.
015030     IF WS-DAYS-SINCE < WS-KEEP-DAYS
015040         ADD 1 TO WS-CLOSED-KEPT
015050         GO TO 7100-PUT.
015060     WRITE ECA-RECORD FROM ECO-RECORD.
015070     IF NOT WS-CASEARC-OK
015080         DISPLAY "EXCREG: EXCARC WRITE FAILED, STATUS = "
015090             WS-CASEARC-STATUS " - CASE " WS-CAS-ID(WS-CAS-IDX)
015100             " KEPT"
015110         ADD 1 TO WS-CLOSED-KEPT
015120         GO TO 7100-PUT.
015130     ADD 1 TO WS-CASES-ARCHIVED.
015140     MOVE WS-CAS-ID(WS-CAS-IDX) TO WS-JRN-CASE-ID.
015150     MOVE "ARCHIVED" TO WS-JRN-ACTION.
015160     MOVE WS-SELF-BY TO WS-JRN-BY.
015170     MOVE "MOVED TO EXCARC" TO WS-JRN-TEXT.
015180     PERFORM 3990-WRITE-JOURNAL THRU 3990-EXIT.
015190     GO TO 7100-EXIT.
015200 7100-PUT.
015210     WRITE ECO-RECORD.
015220     IF NOT WS-CASEOUT-OK
015230         IF NOT WS-REGISTER-WRITE-FAILED
015240             DISPLAY "EXCREG: EXCREGN WRITE FAILED, STATUS = "
015250                 WS-CASEOUT-STATUS " - CASE "
015260                 WS-CAS-ID(WS-CAS-IDX)
015270         END-IF
015280         SET WS-REGISTER-WRITE-FAILED TO TRUE.
015290 7100-EXIT.
015300     EXIT.
015310 7500-WRITE-POSITION.
015320*    THE WATERMARK ONLY MOVES WHEN EVERYTHING TAKEN IN WAS
015330*    REGISTERED, SO A RUN THAT RAN OUT OF ROOM SEES THE SAME
015340*    CMPRSLT AND FIXLOG RECORDS AGAIN.
015350     MOVE SPACES TO EPS-RECORD.
015360     IF WS-INTAKE-DROPPED = ZERO
015370         MOVE WS-RUN-TIMESTAMP TO EPS-INTAKE-THRU
015380     ELSE
015390         MOVE WS-INTAKE-THRU TO EPS-INTAKE-THRU.
015400     MOVE WS-LAST-CASE-ID TO EPS-LAST-CASE-ID.
015410     MOVE WS-CYCLE-ID TO EPS-CYCLE-ID.
015420     MOVE WS-OPEN-AT-END TO EPS-OPEN-CASES.
015430     MOVE WS-CLOSED-KEPT TO EPS-CLOSED-CASES.
015440     OPEN EXTEND POSITION-FILE.
015450     IF NOT WS-POSITION-OK
015460         OPEN OUTPUT POSITION-FILE.
015470     IF NOT WS-POSITION-OK
015480         DISPLAY "EXCREG: UNABLE TO OPEN EXCPOS, STATUS = "
015490             WS-POSITION-STATUS
015500         SET WS-REGISTER-WRITE-FAILED TO TRUE
015510         GO TO 7500-EXIT.
015520     WRITE EPS-RECORD.
015530     IF NOT WS-POSITION-OK
015540         DISPLAY "EXCREG: EXCPOS WRITE FAILED, STATUS = "
015550             WS-POSITION-STATUS
015560         SET WS-REGISTER-WRITE-FAILED TO TRUE.
015570     CLOSE POSITION-FILE.
015580 7500-EXIT.
015590     EXIT.
015630 8000-WRITE-REPORT.
015640     MOVE SPACES TO PRT-REPORT-LINE.
015650     STRING "EXCREG EXCEPTION CASE REGISTER" DELIMITED BY SIZE
015660         INTO PRT-REPORT-LINE.
015670     WRITE PRT-REPORT-LINE.
015680     MOVE SPACES TO PRT-REPORT-LINE.
015690     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
015700         INTO PRT-REPORT-LINE.
015710     WRITE PRT-REPORT-LINE.
015720     MOVE SPACES TO PRT-REPORT-LINE.
015730     IF WS-CYCLE-ID = SPACES
015740         STRING "CYCLE        : NONE" DELIMITED BY SIZE
015750             INTO PRT-REPORT-LINE
015760     ELSE
015770         STRING "CYCLE        : " WS-CYCLE-ID DELIMITED BY SIZE
015780             INTO PRT-REPORT-LINE.
015790     WRITE PRT-REPORT-LINE.
015800     IF WS-RUN-REFUSED
015810         MOVE SPACES TO PRT-REPORT-LINE
015820         WRITE PRT-REPORT-LINE
015830         MOVE SPACES TO PRT-REPORT-LINE
015840         STRING "REGISTER NOT UPDATED: " WS-REFUSE-REASON
015850             DELIMITED BY SIZE INTO PRT-REPORT-LINE
015860         WRITE PRT-REPORT-LINE
015870         GO TO 8000-VERDICT.
015880     IF WS-FIRST-RUN
015890         MOVE SPACES TO PRT-REPORT-LINE
015900         STRING "NO PRIOR REGISTER - STARTED EMPTY"
015910             DELIMITED BY SIZE INTO PRT-REPORT-LINE
015920         WRITE PRT-REPORT-LINE.
015930     PERFORM 8100-WRITE-INTAKE THRU 8100-EXIT.
015940     PERFORM 8200-WRITE-UPDATES THRU 8200-EXIT.
015950     PERFORM 8300-WRITE-AGING THRU 8300-EXIT.
015960     PERFORM 8500-WRITE-OPEN-CASES THRU 8500-EXIT.
015970     PERFORM 8700-WRITE-TOTALS THRU 8700-EXIT.
015980 8000-VERDICT.
015990     PERFORM 8900-SET-VERDICT THRU 8900-EXIT.
016000     MOVE SPACES TO PRT-REPORT-LINE.
016010     WRITE PRT-REPORT-LINE.
016020     MOVE WS-RETURN-CODE TO WS-EDIT-CODE.
016030     MOVE SPACES TO PRT-REPORT-LINE.
016040     STRING "VERDICT: " WS-VERDICT-TEXT DELIMITED BY "  "
016050         " - CONDITION CODE " WS-EDIT-CODE(9:1)
016060         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016070     WRITE PRT-REPORT-LINE.
016080 8000-EXIT.
016090     EXIT.
016100 8100-WRITE-INTAKE.
016110     MOVE SPACES TO PRT-REPORT-LINE.
016120     WRITE PRT-REPORT-LINE.
016130     MOVE SPACES TO PRT-REPORT-LINE.
016140     STRING "SECTION 1 - INTAKE" DELIMITED BY SIZE
016150         INTO PRT-REPORT-LINE.
016160     WRITE PRT-REPORT-LINE.
016170     MOVE SPACES TO PRT-REPORT-LINE.
016180     STRING "SOURCE    INPUT    SUPPLIED          READ"
016190         "       NEW    REPEAT  SUPPRESS   CLEARED"
016200         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016210     WRITE PRT-REPORT-LINE.
016220     PERFORM 8150-WRITE-ONE-SOURCE THRU 8150-EXIT
016230         VARYING WS-SOURCE-IDX FROM 1 BY 1
016240         UNTIL WS-SOURCE-IDX > 5.
016250     MOVE WS-FIX-RECORDS TO WS-EDIT-COUNT.
016260     MOVE SPACES TO PRT-REPORT-LINE.
016270     STRING "FIXLOG RECORDS TAKEN IN : " WS-EDIT-COUNT
016280         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016290     WRITE PRT-REPORT-LINE.
016300     MOVE WS-APPROVAL-RECORDS TO WS-EDIT-COUNT.
016310     MOVE SPACES TO PRT-REPORT-LINE.
016337     STRING "APPRLOG RECORDS TAKEN IN: " WS-EDIT-COUNT
016363         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016390     WRITE PRT-REPORT-LINE.
016400     IF WS-INTAKE-DROPPED > ZERO
016410         MOVE WS-INTAKE-DROPPED TO WS-EDIT-COUNT
016420         MOVE SPACES TO PRT-REPORT-LINE
016430         STRING "*** CASE TABLE FULL - " WS-EDIT-COUNT
016440             " INTAKE RECORDS NOT REGISTERED"
016450             DELIMITED BY SIZE INTO PRT-REPORT-LINE
016460         WRITE PRT-REPORT-LINE.
016470 8100-EXIT.
016480     EXIT.
016490 8150-WRITE-ONE-SOURCE.
016500     IF WS-SRC-SUPPLIED(WS-SOURCE-IDX) = "Y"
016510         MOVE "YES" TO WS-SUPPLIED-TEXT
016520     ELSE
016530         MOVE "NOT PROVIDED" TO WS-SUPPLIED-TEXT.
016540     MOVE SPACES TO PRT-REPORT-LINE.
016550     MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO PRT-REPORT-LINE(1:8).
016560     MOVE WS-SOURCE-DD(WS-SOURCE-IDX) TO PRT-REPORT-LINE(11:8).
016570     MOVE WS-SUPPLIED-TEXT TO PRT-REPORT-LINE(20:12).
016580     MOVE WS-SRC-READ(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
016590     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(33:9).
016600     MOVE WS-SRC-NEW(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
016610     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(43:9).
016620     MOVE WS-SRC-REPEAT(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
016630     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(53:9).
016640     MOVE WS-SRC-SUPPRESSED(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
016650     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(63:9).
016660     MOVE WS-SRC-CLOSED(WS-SOURCE-IDX) TO WS-EDIT-COUNT.
016670     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(73:9).
016680     WRITE PRT-REPORT-LINE.
016690 8150-EXIT.
016700     EXIT.
016710 8200-WRITE-UPDATES.
016720     MOVE SPACES TO PRT-REPORT-LINE.
016730     WRITE PRT-REPORT-LINE.
016740     MOVE SPACES TO PRT-REPORT-LINE.
016750     STRING "SECTION 2 - OPERATOR UPDATES" DELIMITED BY SIZE
016760         INTO PRT-REPORT-LINE.
016770     WRITE PRT-REPORT-LINE.
016780     IF WS-UPDATE-COUNT = ZERO
016790         MOVE SPACES TO PRT-REPORT-LINE
016800         STRING "  NO UPDATE CARDS" DELIMITED BY SIZE
016810             INTO PRT-REPORT-LINE
016820         WRITE PRT-REPORT-LINE
016830         GO TO 8200-EXIT.
016840     PERFORM 8250-WRITE-ONE-UPDATE THRU 8250-EXIT
016850         VARYING WS-UPD-IDX FROM 1 BY 1
016860         UNTIL WS-UPD-IDX > WS-UPDATE-COUNT.
016870     MOVE WS-UPD-APPLIED TO WS-EDIT-COUNT.
016880     MOVE WS-UPD-REJECTED TO WS-EDIT-CODE.
016890     MOVE SPACES TO PRT-REPORT-LINE.
016900     STRING "CARDS APPLIED: " WS-EDIT-COUNT
016910         "   REJECTED: " WS-EDIT-CODE
016920         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
016930     WRITE PRT-REPORT-LINE.
016940 8200-EXIT.
016950     EXIT.
016960 8250-WRITE-ONE-UPDATE.
016970     MOVE SPACES TO PRT-REPORT-LINE.
016980     STRING "  " WS-UPD-RESULT(WS-UPD-IDX) " "
016990         WS-UPD-CARD(WS-UPD-IDX)(1:80)
017000         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017010     WRITE PRT-REPORT-LINE.
017020 8250-EXIT.
017030     EXIT.
017040 8300-WRITE-AGING.
017050     MOVE SPACES TO PRT-REPORT-LINE.
017060     WRITE PRT-REPORT-LINE.
017070     MOVE SPACES TO PRT-REPORT-LINE.
017080     STRING "SECTION 3 - AGING OF OPEN CASES (DAYS OPEN)"
017090         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017100     WRITE PRT-REPORT-LINE.
017110     PERFORM 8350-WRITE-AGING-HEADING THRU 8350-EXIT.
017120     PERFORM 8400-WRITE-SOURCE-AGING THRU 8400-EXIT
017130         VARYING WS-SOURCE-IDX FROM 1 BY 1
017140         UNTIL WS-SOURCE-IDX > 5.
017150     MOVE SPACES TO WS-AGING-LINE.
017160     MOVE "TOTAL" TO WS-AGL-NAME.
017170     MOVE WS-OPEN-AT-END TO WS-AGL-OPEN.
017180     MOVE WS-TOTAL-BUCKET(1) TO WS-AGL-BUCKET(1).
017190     MOVE WS-TOTAL-BUCKET(2) TO WS-AGL-BUCKET(2).
017200     MOVE WS-TOTAL-BUCKET(3) TO WS-AGL-BUCKET(3).
017210     MOVE WS-TOTAL-BUCKET(4) TO WS-AGL-BUCKET(4).
017220     MOVE WS-TOTAL-BUCKET(5) TO WS-AGL-BUCKET(5).
017230     MOVE WS-PAST-SLA-COUNT TO WS-AGL-PAST-SLA.
017240     MOVE SPACES TO PRT-REPORT-LINE.
017250     MOVE WS-AGING-LINE TO PRT-REPORT-LINE.
017260     WRITE PRT-REPORT-LINE.
017270     MOVE SPACES TO PRT-REPORT-LINE.
017280     WRITE PRT-REPORT-LINE.
017290     MOVE SPACES TO PRT-REPORT-LINE.
017300     STRING "BY OWNER" DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017310     WRITE PRT-REPORT-LINE.
017320     IF WS-OWNER-COUNT = ZERO
017330         MOVE SPACES TO PRT-REPORT-LINE
017340         STRING "  NO OPEN CASES" DELIMITED BY SIZE
017350             INTO PRT-REPORT-LINE
017360         WRITE PRT-REPORT-LINE
017370         GO TO 8300-EXIT.
017380     PERFORM 8350-WRITE-AGING-HEADING THRU 8350-EXIT.
017390     PERFORM 8450-WRITE-OWNER-AGING THRU 8450-EXIT
017400         VARYING WS-OWN-IDX FROM 1 BY 1
017410         UNTIL WS-OWN-IDX > WS-OWNER-COUNT.
017420 8300-EXIT.
017430     EXIT.
017440 8350-WRITE-AGING-HEADING.
017450     MOVE SPACES TO PRT-REPORT-LINE.
017460     STRING "              OPEN     0-2     3-7    8-30   31-90"
017470         "     >90    SLA  PAST SLA"
017480         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
017490     WRITE PRT-REPORT-LINE.
017500 8350-EXIT.
017510     EXIT.
017520 8400-WRITE-SOURCE-AGING.
017530     MOVE SPACES TO WS-AGING-LINE.
017540     MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO WS-AGL-NAME.
017550     MOVE WS-SRC-OPEN(WS-SOURCE-IDX) TO WS-AGL-OPEN.
017560     MOVE WS-SRC-BUCKET(WS-SOURCE-IDX 1) TO WS-AGL-BUCKET(1).
017570     MOVE WS-SRC-BUCKET(WS-SOURCE-IDX 2) TO WS-AGL-BUCKET(2).
017580     MOVE WS-SRC-BUCKET(WS-SOURCE-IDX 3) TO WS-AGL-BUCKET(3).
017590     MOVE WS-SRC-BUCKET(WS-SOURCE-IDX 4) TO WS-AGL-BUCKET(4).
017600     MOVE WS-SRC-BUCKET(WS-SOURCE-IDX 5) TO WS-AGL-BUCKET(5).
017610     MOVE WS-SRC-SLA-DAYS(WS-SOURCE-IDX) TO WS-EDIT-DAYS.
017620     MOVE WS-EDIT-DAYS TO WS-AGL-SLA.
017630     MOVE WS-SRC-PAST-SLA(WS-SOURCE-IDX) TO WS-AGL-PAST-SLA.
017640     MOVE SPACES TO PRT-REPORT-LINE.
017650     MOVE WS-AGING-LINE TO PRT-REPORT-LINE.
017660     WRITE PRT-REPORT-LINE.
017670 8400-EXIT.
017680     EXIT.
017690 8450-WRITE-OWNER-AGING.
017700     MOVE SPACES TO WS-AGING-LINE.
017710     MOVE WS-OWN-NAME(WS-OWN-IDX) TO WS-AGL-NAME.
017720     MOVE WS-OWN-OPEN(WS-OWN-IDX) TO WS-AGL-OPEN.
017730     MOVE WS-OWN-BUCKET(WS-OWN-IDX 1) TO WS-AGL-BUCKET(1).
017740     MOVE WS-OWN-BUCKET(WS-OWN-IDX 2) TO WS-AGL-BUCKET(2).
017750     MOVE WS-OWN-BUCKET(WS-OWN-IDX 3) TO WS-AGL-BUCKET(3).
017760     MOVE WS-OWN-BUCKET(WS-OWN-IDX 4) TO WS-AGL-BUCKET(4).
017770     MOVE WS-OWN-BUCKET(WS-OWN-IDX 5) TO WS-AGL-BUCKET(5).
017780     MOVE WS-OWN-PAST-SLA(WS-OWN-IDX) TO WS-AGL-PAST-SLA.
017790     MOVE SPACES TO PRT-REPORT-LINE.
017800     MOVE WS-AGING-LINE TO PRT-REPORT-LINE.
017810     WRITE PRT-REPORT-LINE.
017820 8450-EXIT.
017830     EXIT.
017840 8500-WRITE-OPEN-CASES.
017850     MOVE SPACES TO PRT-REPORT-LINE.
017860     WRITE PRT-REPORT-LINE.
017870     MOVE SPACES TO PRT-REPORT-LINE.
017880     STRING "SECTION 4 - OPEN CASES" DELIMITED BY SIZE
017890         INTO PRT-REPORT-LINE.
017900     WRITE PRT-REPORT-LINE.
017910     IF WS-OPEN-AT-END = ZERO
017920         MOVE SPACES TO PRT-REPORT-LINE
017930         STRING "  NO OPEN CASES" DELIMITED BY SIZE
017940             INTO PRT-REPORT-LINE
017950         WRITE PRT-REPORT-LINE
017960         GO TO 8500-EXIT.
017970     MOVE SPACES TO PRT-REPORT-LINE.
017980     STRING "CASE    SOURCE   TYPE            AGE OWNER     "
017990         "SEEN SLA      KEY / DETAIL"
018000         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018010     WRITE PRT-REPORT-LINE.
018020     PERFORM 8550-WRITE-ONE-OPEN THRU 8550-EXIT
018030         VARYING WS-CAS-IDX FROM 1 BY 1
018040         UNTIL WS-CAS-IDX > WS-CASE-COUNT.
018050 8500-EXIT.
018060     EXIT.
018070 8550-WRITE-ONE-OPEN.
018080     IF NOT WS-CAS-IS-OPEN(WS-CAS-IDX)
018090         GO TO 8550-EXIT.
018100     MOVE SPACES TO PRT-REPORT-LINE.
018110     MOVE WS-CAS-ID(WS-CAS-IDX) TO PRT-REPORT-LINE(1:7).
018120     MOVE WS-CAS-SOURCE(WS-CAS-IDX) TO PRT-REPORT-LINE(9:8).
018130     MOVE WS-CAS-TYPE(WS-CAS-IDX) TO PRT-REPORT-LINE(18:13).
018140     MOVE WS-CAS-AGE(WS-CAS-IDX) TO WS-EDIT-DAYS.
018150     MOVE WS-EDIT-DAYS TO PRT-REPORT-LINE(32:5).
018160     MOVE WS-CAS-OWNER(WS-CAS-IDX) TO PRT-REPORT-LINE(38:8).
018170     MOVE WS-CAS-TIMES-SEEN(WS-CAS-IDX) TO WS-EDIT-SEEN.
018180     MOVE WS-EDIT-SEEN TO PRT-REPORT-LINE(47:5).
018190     IF WS-CAS-PAST-SLA(WS-CAS-IDX) = "Y"
018200         MOVE "PAST SLA" TO PRT-REPORT-LINE(53:8).
018210     MOVE WS-CAS-KEY(WS-CAS-IDX)(1:70) TO PRT-REPORT-LINE(62:70).
018220     WRITE PRT-REPORT-LINE.
018230     IF WS-CAS-DETAIL(WS-CAS-IDX) = SPACES
018240         AND WS-CAS-LAST-NOTE(WS-CAS-IDX) = SPACES
018250         GO TO 8550-EXIT.
018260     MOVE SPACES TO PRT-REPORT-LINE.
018270     MOVE WS-CAS-DETAIL(WS-CAS-IDX) TO PRT-REPORT-LINE(9:60).
018280     IF WS-CAS-LAST-NOTE(WS-CAS-IDX) NOT = SPACES
018290         MOVE "NOTE:" TO PRT-REPORT-LINE(70:5)
018300         MOVE WS-CAS-LAST-NOTE(WS-CAS-IDX)(1:57)
018310             TO PRT-REPORT-LINE(76:57).
018320     WRITE PRT-REPORT-LINE.
018330 8550-EXIT.
018340     EXIT.
018350 8700-WRITE-TOTALS.
018360     MOVE SPACES TO PRT-REPORT-LINE.
018370     WRITE PRT-REPORT-LINE.
018380     MOVE SPACES TO PRT-REPORT-LINE.
018390     STRING "SECTION 5 - REGISTER TOTALS" DELIMITED BY SIZE
018400         INTO PRT-REPORT-LINE.
018410     WRITE PRT-REPORT-LINE.
018420     MOVE WS-OPEN-AT-START TO WS-EDIT-COUNT.
018430     MOVE SPACES TO PRT-REPORT-LINE.
018440     STRING "OPEN AT START          : " WS-EDIT-COUNT
018450         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018460     WRITE PRT-REPORT-LINE.
018470     MOVE WS-CASES-OPENED TO WS-EDIT-COUNT.
018480     MOVE SPACES TO PRT-REPORT-LINE.
018490     STRING "OPENED                 : " WS-EDIT-COUNT
018500         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018510     WRITE PRT-REPORT-LINE.
018520     MOVE WS-AUTO-CLOSED TO WS-EDIT-COUNT.
018530     MOVE SPACES TO PRT-REPORT-LINE.
018540     STRING "CLOSED - CONDITION GONE: " WS-EDIT-COUNT
018550         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018560     WRITE PRT-REPORT-LINE.
018570     MOVE WS-MANUAL-CLOSED TO WS-EDIT-COUNT.
018580     MOVE SPACES TO PRT-REPORT-LINE.
018590     STRING "CLOSED - BY OPERATOR   : " WS-EDIT-COUNT
018600         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018610     WRITE PRT-REPORT-LINE.
018620     MOVE WS-OPEN-AT-END TO WS-EDIT-COUNT.
018630     MOVE SPACES TO PRT-REPORT-LINE.
018640     STRING "OPEN AT END            : " WS-EDIT-COUNT
018650         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018660     WRITE PRT-REPORT-LINE.
018670     MOVE WS-PAST-SLA-COUNT TO WS-EDIT-COUNT.
018680     MOVE SPACES TO PRT-REPORT-LINE.
018690     STRING "  OF WHICH PAST SLA    : " WS-EDIT-COUNT
018700         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018710     WRITE PRT-REPORT-LINE.
018720     MOVE WS-CLOSED-KEPT TO WS-EDIT-COUNT.
018730     MOVE SPACES TO PRT-REPORT-LINE.
018740     STRING "CLOSED, KEPT           : " WS-EDIT-COUNT
018750         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018760     WRITE PRT-REPORT-LINE.
018770     MOVE WS-CASES-ARCHIVED TO WS-EDIT-COUNT.
018780     MOVE WS-KEEP-DAYS TO WS-EDIT-DAYS.
018790     MOVE SPACES TO PRT-REPORT-LINE.
018800     STRING "ARCHIVED TO EXCARC     : " WS-EDIT-COUNT
018810         "   (CLOSED " WS-EDIT-DAYS " DAYS OR MORE)"
018820         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018830     WRITE PRT-REPORT-LINE.
018840     MOVE WS-LAST-CASE-ID TO WS-EDIT-CASE-ID.
018850     MOVE SPACES TO PRT-REPORT-LINE.
018860     STRING "LAST CASE ID ISSUED    :   " WS-EDIT-CASE-ID
018870         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
018880     WRITE PRT-REPORT-LINE.
018890     IF WS-REGISTER-WRITE-FAILED
018900         MOVE SPACES TO PRT-REPORT-LINE
018910         STRING "*** EXCREGN OR EXCPOS NOT WRITTEN - THE "
018920             "REGISTER WAS NOT UPDATED; DO NOT PROMOTE EXCREGN"
018930             DELIMITED BY SIZE INTO PRT-REPORT-LINE
018940         WRITE PRT-REPORT-LINE.
018950 8700-EXIT.
018960     EXIT.
018970 8900-SET-VERDICT.
018980     EVALUATE TRUE
018990         WHEN WS-RUN-REFUSED
019000             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
019010             MOVE "REGISTER NOT UPDATED" TO WS-VERDICT-TEXT
019020         WHEN WS-REGISTER-WRITE-FAILED
019030             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
019036             MOVE "REGISTER NOT WRITTEN - DO NOT PROMOTE EXCREGN"
019042                 TO WS-VERDICT-TEXT
019050         WHEN WS-INTAKE-DROPPED > ZERO
019060             MOVE WS-HOLD-CODE TO WS-RETURN-CODE
019070             MOVE "CASES NOT TAKEN IN - REGISTER FULL"
019080                 TO WS-VERDICT-TEXT
019090         WHEN WS-PAST-SLA-COUNT > ZERO
019100             MOVE WS-WARN-CODE TO WS-RETURN-CODE
019110             MOVE "OPEN CASES PAST SLA" TO WS-VERDICT-TEXT
019120         WHEN WS-UPD-REJECTED > ZERO
019130             MOVE WS-WARN-CODE TO WS-RETURN-CODE
019140             MOVE "UPDATE CARDS REJECTED" TO WS-VERDICT-TEXT
019150         WHEN OTHER
019160             MOVE ZERO TO WS-RETURN-CODE
019170             MOVE "REGISTER UPDATED, NOTHING PAST SLA"
019180                 TO WS-VERDICT-TEXT
019190     END-EVALUATE.
019200 8900-EXIT.
019210     EXIT.
019250 9000-TERMINATE.
019260     IF WS-CASEOUT-OPEN
019270         CLOSE CASE-OUT-FILE.
019280     IF WS-JOURNAL-OPEN
019290         CLOSE JOURNAL-FILE.
019300     CLOSE PRINT-FILE.
019310     IF WS-RUN-REFUSED
019320         DISPLAY "EXCREG: REGISTER NOT UPDATED - "
019330             WS-REFUSE-REASON.
019340     DISPLAY "EXCREG: CASES OPENED     = " WS-CASES-OPENED.
019350     DISPLAY "EXCREG: CASES CLOSED     = " WS-AUTO-CLOSED
019360         " AUTO, " WS-MANUAL-CLOSED " BY OPERATOR".
019370     DISPLAY "EXCREG: OPEN CASES       = " WS-OPEN-AT-END.
019380     DISPLAY "EXCREG: PAST SLA         = " WS-PAST-SLA-COUNT.
019390     MOVE WS-RETURN-CODE TO RETURN-CODE.
019400 9000-EXIT.
019410     EXIT.
019420 9100-RECORD-CYCLE-STEP.
019430     IF NOT WS-REGISTER-IN-USE
019440         GO TO 9100-EXIT.
019450     SET CYQ-ADVANCE TO TRUE.
019460     MOVE SPACES TO CYQ-NEW-STATE.
019470     MOVE RETURN-CODE TO CYQ-STEP-RC.
019480     CALL "CYCLCHK" USING CYQ-REQUEST.
019490     MOVE CYQ-STEP-RC TO RETURN-CODE.
019500     IF CYQ-RETURN-CODE NOT = ZERO
019510         DISPLAY "EXCREG: " CYQ-MESSAGE.
019520 9100-EXIT.
019530     EXIT.
