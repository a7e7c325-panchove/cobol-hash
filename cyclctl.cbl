000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CYCLCTL.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - CYCLE CONTROL.  KEEPS THE
000210*                  CYCLREG CYCLE REGISTER (CYCREG.CPY) THAT EVERY
000220*                  CYCLE-AWARE STEP NOW TAKES ITS CYCLE ID FROM
000230*                  THROUGH CYCLCHK, IN PLACE OF A HAND-TYPED
000240*                  PARM.  THE PARM NAMES THE ACTION:
000250*                    OPEN   ISSUE THE NEXT CYCLE ID - THE PREFIX
000260*                           (DEFAULT NIGHT, ";PREFIX:" TO CHANGE
000270*                           IT) FOLLOWED BY ONE MORE THAN THE
000280*                           HIGHEST NUMBER EVER ISSUED UNDER IT -
000290*                           OR, WITH ";CYCLE:", A NAMED ID THAT
000300*                           HAS NEVER BEEN ON THE REGISTER
000310*                    CLOSE  CLOSE THE CURRENT CYCLE, OR THE ONE
000320*                           NAMED BY ";CYCLE:".  A CLOSED CYCLE
000330*                           IS NEVER REOPENED AND ITS ID IS NEVER
000340*                           ISSUED AGAIN.
000350*                    STATUS (OR NO PARM) REPORT ONLY
000360*                  EVERY RUN PRINTS THE CYCLE-STATUS REPORT TO
000370*                  PRTFILE: EACH CYCLE STILL OPEN, THE STATE IT
000380*                  HAS REACHED AND THE STEP IT IS WAITING ON OR
000390*                  WAS HELD BY.  E.G. PARM='OPEN;PREFIX:NIGHT',
000400*                  PARM='CLOSE;CYCLE:NIGHT004'.  CONDITION CODES:
000410*                  0 DONE, 4 DONE BUT A CYCLE WAS CLOSED BEFORE
000420*                  IT WAS PROMOTED OR AN OLDER CYCLE IS STILL
000430*                  OPEN BEHIND THE CURRENT ONE, 8 ACTION REFUSED.
000432* 2026-10-15 JCM   ONLY A CYCLREG THAT IS NOT THERE AT ALL (STATUS
000434*                  35) IS TAKEN AS A FIRST RUN AND CREATED.  ANY
000436*                  OTHER OPEN FAILURE REFUSES THE ACTION, SO AN
000438*                  UNREADABLE REGISTER CAN NEITHER REISSUE A
000439*                  CYCLE ID NOR BE REPLACED BY AN EMPTY ONE.
000440*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-Z.
000480 OBJECT-COMPUTER. IBM-Z.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT REGISTER-FILE ASSIGN TO CYCLREG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REGISTER-STATUS.
000540     SELECT PRINT-FILE ASSIGN TO PRTFILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PRINT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  REGISTER-FILE
000600     RECORDING MODE IS F.
000610 COPY CYCREG.
000620 FD  PRINT-FILE
000630     RECORDING MODE IS F.
000640 COPY PRTLINE.
000650 WORKING-STORAGE SECTION.
000660 01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
000670     88 WS-REGISTER-OK                  VALUE "00".
000675     88 WS-REGISTER-NOT-FOUND           VALUE "35".
000680 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000690     88 WS-PRINT-OK                     VALUE "00".
000700 01  WS-REGISTER-EOF-SWITCH   PIC X(01) VALUE "N".
000710     88 WS-END-OF-REGISTER              VALUE "Y".
000720 01  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
000730     88 WS-ACTION-REFUSED               VALUE "Y".
000740 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
000750     88 WS-CYCLE-FOUND                  VALUE "Y".
000760 01  WS-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
000770     88 WS-CYCLE-TABLE-FULL             VALUE "Y".
000780 01  WS-EARLY-CLOSE-SWITCH    PIC X(01) VALUE "N".
000790     88 WS-CLOSED-EARLY                 VALUE "Y".
000800 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
000810 01  WS-PARM-BASE             PIC X(100) VALUE SPACES.
000820 01  WS-PARM-ACTION           PIC X(10) VALUE SPACES.
000830 01  WS-PARM-OPTION-1         PIC X(30) VALUE SPACES.
000840 01  WS-PARM-OPTION-2         PIC X(30) VALUE SPACES.
000850 01  WS-PARM-OPTION           PIC X(30) VALUE SPACES.
000860 01  WS-ACTION                PIC X(10) VALUE "STATUS".
000870     88 WS-ACTION-OPEN                  VALUE "OPEN".
000880     88 WS-ACTION-CLOSE                 VALUE "CLOSE".
000890     88 WS-ACTION-STATUS                VALUE "STATUS".
000900 01  WS-PREFIX                PIC X(07) VALUE "NIGHT".
000910 01  WS-PREFIX-LEN            PIC 9(04) COMP-5 VALUE ZERO.
000920 01  WS-SEQ-DIGITS            PIC 9(04) COMP-5 VALUE ZERO.
000930 01  WS-SEQ-START             PIC 9(04) COMP-5 VALUE ZERO.
000940 01  WS-SEQ-DISPLAY           PIC 9(08) VALUE ZERO.
000950 01  WS-SEQ-TEXT REDEFINES WS-SEQ-DISPLAY
000960                              PIC X(08).
000970 01  WS-HIGH-SEQ              PIC 9(09) COMP-5 VALUE ZERO.
000980 01  WS-NEXT-SEQ              PIC 9(09) COMP-5 VALUE ZERO.
000990 01  WS-REQUESTED-ID          PIC X(08) VALUE SPACES.
001000 01  WS-NEWEST-ID             PIC X(08) VALUE SPACES.
001010 01  WS-TARGET-ID             PIC X(08) VALUE SPACES.
001020 01  WS-SEARCH-ID             PIC X(08) VALUE SPACES.
001030 01  WS-REGISTER-PROGRAM      PIC X(08) VALUE "CYCLCTL".
001040 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
001050 01  WS-RESULT-TEXT           PIC X(60) VALUE SPACES.
001060 01  WS-STATE-CODE            PIC X(01) VALUE SPACES.
001070 01  WS-STATE-NAME            PIC X(10) VALUE SPACES.
001080 01  WS-STUCK-TEXT            PIC X(40) VALUE SPACES.
001090 01  WS-RECORDS-READ          PIC 9(09) COMP-5 VALUE ZERO.
001100 01  WS-OPEN-COUNT            PIC 9(09) COMP-5 VALUE ZERO.
001110 01  WS-CLOSED-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001120 01  WS-BEHIND-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001130 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
001140 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001150 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001160 01  WS-EDIT-CODE             PIC ZZZZZZZZ9.
001170 01  WS-CYCLE-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
001180 01  WS-CYC-IDX               PIC 9(04) COMP-5 VALUE ZERO.
001190 01  WS-FOUND-IDX             PIC 9(04) COMP-5 VALUE ZERO.
001200 01  WS-CYCLE-TABLE.
001210     05 WS-CYC-ENTRY OCCURS 5000 TIMES.
001220         10 WS-CYC-ID         PIC X(08).
001230         10 WS-CYC-STATE      PIC X(01).
001240         10 WS-CYC-OPENED-AT  PIC X(26).
001250         10 WS-CYC-LAST-STEP  PIC X(08).
001260         10 WS-CYC-LAST-RC    PIC 9(09) COMP-5.
001270         10 WS-CYC-LAST-AT    PIC X(26).
001280 LINKAGE SECTION.
001290 COPY PARMAREA.
001300 PROCEDURE DIVISION USING LS-PARM-AREA.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     IF NOT WS-ACTION-REFUSED
001340         EVALUATE TRUE
001350             WHEN WS-ACTION-OPEN
001360                 PERFORM 2000-OPEN-CYCLE THRU 2000-EXIT
001370             WHEN WS-ACTION-CLOSE
001380                 PERFORM 3000-CLOSE-CYCLE THRU 3000-EXIT
001390         END-EVALUATE.
001400     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001420     STOP RUN.
001470 1000-INITIALIZE.
001471*    PARM AND REGISTER LOAD.  A MISSING REGISTER IS ONLY NORMAL
001474*    FOR THE VERY FIRST OPEN - THE APPEND CREATES IT.  A REGISTER
001477*    THAT IS THERE BUT CANNOT BE READ REFUSES THE ACTION.
001480     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001490     PERFORM 1010-EXTRACT-PARM THRU 1010-EXIT.
001500     OPEN OUTPUT PRINT-FILE.
001510     IF NOT WS-PRINT-OK
001520         DISPLAY "CYCLCTL: UNABLE TO OPEN PRTFILE, STATUS = "
001530             WS-PRINT-STATUS.
001540     OPEN INPUT REGISTER-FILE.
001550     IF WS-REGISTER-NOT-FOUND
001560         DISPLAY "CYCLCTL: NO CYCLREG REGISTER, STATUS = "
001570             WS-REGISTER-STATUS
001580         GO TO 1000-EXIT.
001581     IF NOT WS-REGISTER-OK
001582         DISPLAY "CYCLCTL: UNABLE TO OPEN CYCLREG, STATUS = "
001583             WS-REGISTER-STATUS
001584         STRING "CYCLREG COULD NOT BE READ, STATUS "
001585             WS-REGISTER-STATUS DELIMITED BY SIZE
001586             INTO WS-REFUSE-REASON
001587         SET WS-ACTION-REFUSED TO TRUE
001588         GO TO 1000-EXIT.
001590     PERFORM 1150-READ-REGISTER THRU 1150-EXIT
001600         UNTIL WS-END-OF-REGISTER.
001610     CLOSE REGISTER-FILE.
001620 1000-EXIT.
001630     EXIT.
001640 1010-EXTRACT-PARM.
001650     IF LS-PARM-LENGTH > ZERO
001660         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-BASE
001670         UNSTRING WS-PARM-BASE DELIMITED BY ";"
001680             INTO WS-PARM-ACTION WS-PARM-OPTION-1
001690                  WS-PARM-OPTION-2
001700         IF WS-PARM-ACTION NOT = SPACES
001710             MOVE WS-PARM-ACTION TO WS-ACTION
001720         END-IF
001730         MOVE WS-PARM-OPTION-1 TO WS-PARM-OPTION
001740         PERFORM 1020-APPLY-OPTION THRU 1020-EXIT
001750         MOVE WS-PARM-OPTION-2 TO WS-PARM-OPTION
001760         PERFORM 1020-APPLY-OPTION THRU 1020-EXIT
001770     END-IF.
001780     IF NOT WS-ACTION-OPEN AND NOT WS-ACTION-CLOSE
001790         AND NOT WS-ACTION-STATUS
001800         STRING "UNRECOGNIZED ACTION " DELIMITED BY SIZE
001810             WS-ACTION DELIMITED BY SPACE
001820             " - OPEN, CLOSE OR STATUS"
001830             DELIMITED BY SIZE INTO WS-REFUSE-REASON
001840         SET WS-ACTION-REFUSED TO TRUE
001850         GO TO 1010-EXIT.
001860     MOVE ZERO TO WS-PREFIX-LEN.
001870     INSPECT WS-PREFIX TALLYING WS-PREFIX-LEN
001880         FOR CHARACTERS BEFORE INITIAL SPACE.
001890     IF WS-PREFIX-LEN = ZERO
001900         MOVE "CYCLE PREFIX MUST BE 1 TO 7 CHARACTERS"
001910             TO WS-REFUSE-REASON
001920         SET WS-ACTION-REFUSED TO TRUE
001930         GO TO 1010-EXIT.
001940     IF WS-PREFIX-LEN < 7
001950         IF WS-PREFIX(WS-PREFIX-LEN + 1:) NOT = SPACES
001960             MOVE "CYCLE PREFIX MAY NOT CONTAIN A SPACE"
001970                 TO WS-REFUSE-REASON
001980             SET WS-ACTION-REFUSED TO TRUE
001990             GO TO 1010-EXIT.
002000     COMPUTE WS-SEQ-DIGITS = 8 - WS-PREFIX-LEN.
002010     COMPUTE WS-SEQ-START = WS-PREFIX-LEN + 1.
002020 1010-EXIT.
002030     EXIT.
002040 1020-APPLY-OPTION.
002050     IF WS-PARM-OPTION = SPACES
002060         GO TO 1020-EXIT.
002070     IF WS-PARM-OPTION(1:7) = "PREFIX:"
002080         MOVE WS-PARM-OPTION(8:7) TO WS-PREFIX
002090         IF WS-PARM-OPTION(15:1) NOT = SPACE
002100             MOVE SPACES TO WS-PREFIX
002110         END-IF
002120         GO TO 1020-EXIT.
002130     IF WS-PARM-OPTION(1:6) = "CYCLE:"
002140         MOVE WS-PARM-OPTION(7:8) TO WS-REQUESTED-ID
002150         GO TO 1020-EXIT.
002160     DISPLAY "CYCLCTL: UNRECOGNIZED PARM OPTION IGNORED - "
002170         WS-PARM-OPTION.
002180 1020-EXIT.
002190     EXIT.
002200 1150-READ-REGISTER.
002210     READ REGISTER-FILE
002220         AT END
002230             SET WS-END-OF-REGISTER TO TRUE
002240             GO TO 1150-EXIT.
002241     IF NOT WS-REGISTER-OK
002242         DISPLAY "CYCLCTL: CYCLREG READ FAILED, STATUS = "
002243             WS-REGISTER-STATUS
002244         MOVE "CYCLREG COULD NOT BE READ TO THE END"
002245             TO WS-REFUSE-REASON
002246         SET WS-ACTION-REFUSED TO TRUE
002247         SET WS-END-OF-REGISTER TO TRUE
002248         GO TO 1150-EXIT.
002250     ADD 1 TO WS-RECORDS-READ.
002260     PERFORM 1200-POST-RECORD THRU 1200-EXIT.
002270 1150-EXIT.
002280     EXIT.
002350 1200-POST-RECORD.
002351*    FOLD ONE REGISTER RECORD INTO THE CYCLE TABLE.  THE HIGHEST
002353*    NUMBER EVER SEEN UNDER THE PREFIX IS TAKEN FROM EVERY RECORD,
002355*    NOT FROM THE TABLE, SO A FULL TABLE CAN NEVER LEAD TO AN
002357*    IDENTIFIER BEING ISSUED TWICE.
002360     IF WS-PREFIX-LEN > ZERO
002370         AND CYR-CYCLE-ID(1:WS-PREFIX-LEN) =
002380             WS-PREFIX(1:WS-PREFIX-LEN)
002390         AND CYR-CYCLE-ID(WS-SEQ-START:WS-SEQ-DIGITS) IS NUMERIC
002400         MOVE ZERO TO WS-SEQ-DISPLAY
002410         MOVE CYR-CYCLE-ID(WS-SEQ-START:WS-SEQ-DIGITS)
002420             TO WS-SEQ-TEXT(WS-SEQ-START:WS-SEQ-DIGITS)
002430         IF WS-SEQ-DISPLAY > WS-HIGH-SEQ
002440             MOVE WS-SEQ-DISPLAY TO WS-HIGH-SEQ
002450         END-IF
002460     END-IF.
002470     IF CYR-OPEN AND CYR-STEP-NAME = WS-REGISTER-PROGRAM
002480         MOVE CYR-CYCLE-ID TO WS-NEWEST-ID.
002490     MOVE CYR-CYCLE-ID TO WS-SEARCH-ID.
002500     PERFORM 1300-FIND-CYCLE THRU 1300-EXIT.
002510     IF NOT WS-CYCLE-FOUND
002520         IF WS-CYCLE-COUNT >= 5000
002530             IF NOT WS-CYCLE-TABLE-FULL
002540                 SET WS-CYCLE-TABLE-FULL TO TRUE
002550                 DISPLAY "CYCLCTL: CYCLE TABLE FULL AT 5000 - "
002560                     "LATER CYCLES NOT REPORTED"
002570             END-IF
002580             GO TO 1200-EXIT
002590         END-IF
002600         ADD 1 TO WS-CYCLE-COUNT
002610         MOVE WS-CYCLE-COUNT TO WS-FOUND-IDX
002620         MOVE CYR-CYCLE-ID TO WS-CYC-ID(WS-FOUND-IDX)
002630         MOVE CYR-TIMESTAMP TO WS-CYC-OPENED-AT(WS-FOUND-IDX).
002640     MOVE CYR-STATE TO WS-CYC-STATE(WS-FOUND-IDX).
002650     MOVE CYR-STEP-NAME TO WS-CYC-LAST-STEP(WS-FOUND-IDX).
002660     MOVE CYR-STEP-RC TO WS-CYC-LAST-RC(WS-FOUND-IDX).
002670     MOVE CYR-TIMESTAMP TO WS-CYC-LAST-AT(WS-FOUND-IDX).
002680 1200-EXIT.
002690     EXIT.
002700 1300-FIND-CYCLE.
002710*    SEARCHED NEWEST FIRST - NEARLY EVERY RECORD BELONGS TO ONE
002720*    OF THE LAST FEW CYCLES OPENED.
002730     MOVE "N" TO WS-FOUND-SWITCH.
002740     MOVE ZERO TO WS-FOUND-IDX.
002750     PERFORM 1310-MATCH-ONE-CYCLE THRU 1310-EXIT
002760         VARYING WS-CYC-IDX FROM WS-CYCLE-COUNT BY -1
002770         UNTIL WS-CYC-IDX < 1
002780            OR WS-CYCLE-FOUND.
002790 1300-EXIT.
002800     EXIT.
002810 1310-MATCH-ONE-CYCLE.
002820     IF WS-CYC-ID(WS-CYC-IDX) = WS-SEARCH-ID
002830         SET WS-CYCLE-FOUND TO TRUE
002840         MOVE WS-CYC-IDX TO WS-FOUND-IDX.
002850 1310-EXIT.
002860     EXIT.
002920 2000-OPEN-CYCLE.
002921*    OPEN A CYCLE.  A NAMED IDENTIFIER ALREADY ON THE REGISTER,
002924*    OPEN OR CLOSED, IS REFUSED - IDENTIFIERS ARE NOT REUSED AND A
002927*    CLOSED CYCLE IS NEVER REOPENED.
002930     IF WS-REQUESTED-ID = SPACES
002940         PERFORM 2100-NEXT-CYCLE-ID THRU 2100-EXIT
002950         IF WS-ACTION-REFUSED
002960             GO TO 2000-EXIT
002970         END-IF
002980     ELSE
002990         MOVE WS-REQUESTED-ID TO WS-TARGET-ID
003000         MOVE WS-TARGET-ID TO WS-SEARCH-ID
003010         PERFORM 1300-FIND-CYCLE THRU 1300-EXIT
003020         IF WS-CYCLE-FOUND
003030             IF WS-CYC-STATE(WS-FOUND-IDX) = "C"
003040                 STRING "CYCLE " WS-TARGET-ID " IS CLOSED - "
003050                     "A CLOSED CYCLE IS NEVER REOPENED"
003060                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
003070             ELSE
003080                 STRING "CYCLE " WS-TARGET-ID
003090                     " IS ALREADY OPEN"
003100                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
003110             END-IF
003120             SET WS-ACTION-REFUSED TO TRUE
003130             GO TO 2000-EXIT
003140         END-IF
003150         IF WS-CYCLE-TABLE-FULL
003160             MOVE "CYCLE TABLE FULL - CANNOT CHECK NAMED CYCLE"
003170                 TO WS-REFUSE-REASON
003180             SET WS-ACTION-REFUSED TO TRUE
003190             GO TO 2000-EXIT
003200         END-IF
003210     END-IF.
003220     MOVE "O" TO WS-STATE-CODE.
003230     PERFORM 4000-APPEND-RECORD THRU 4000-EXIT.
003240     IF WS-ACTION-REFUSED
003250         GO TO 2000-EXIT.
003260     STRING "CYCLE " WS-TARGET-ID " OPENED"
003270         DELIMITED BY SIZE INTO WS-RESULT-TEXT.
003280     DISPLAY "CYCLCTL: CYCLE OPENED = " WS-TARGET-ID.
003290 2000-EXIT.
003300     EXIT.
003310 2100-NEXT-CYCLE-ID.
003320     COMPUTE WS-NEXT-SEQ = WS-HIGH-SEQ + 1.
003330     MOVE WS-NEXT-SEQ TO WS-SEQ-DISPLAY.
003340     IF WS-SEQ-TEXT(1:WS-PREFIX-LEN) NOT = ZEROS
003350         STRING "CYCLE NUMBERS UNDER PREFIX "
003360             WS-PREFIX(1:WS-PREFIX-LEN)
003370             " ARE USED UP - SHORTEN THE PREFIX"
003380             DELIMITED BY SIZE INTO WS-REFUSE-REASON
003390         SET WS-ACTION-REFUSED TO TRUE
003400         GO TO 2100-EXIT.
003410     MOVE SPACES TO WS-TARGET-ID.
003420     STRING WS-PREFIX(1:WS-PREFIX-LEN)
003430         WS-SEQ-TEXT(WS-SEQ-START:WS-SEQ-DIGITS)
003440         DELIMITED BY SIZE INTO WS-TARGET-ID.
003450 2100-EXIT.
003460     EXIT.
003520 3000-CLOSE-CYCLE.
003521*    CLOSE A CYCLE - THE ONE NAMED, OR THE CURRENT ONE.  CLOSING
003524*    ONE THAT NEVER REACHED PROMOTED IS ALLOWED (A CYCLE ABANDONED
003527*    AFTER A HOLD MUST STILL BE CLOSED) BUT WARNS.
003530     MOVE WS-REQUESTED-ID TO WS-TARGET-ID.
003540     IF WS-TARGET-ID = SPACES
003550         MOVE WS-NEWEST-ID TO WS-TARGET-ID.
003560     IF WS-TARGET-ID = SPACES
003570         MOVE "NO CYCLE HAS BEEN OPENED ON THE REGISTER"
003580             TO WS-REFUSE-REASON
003590         SET WS-ACTION-REFUSED TO TRUE
003600         GO TO 3000-EXIT.
003610     MOVE WS-TARGET-ID TO WS-SEARCH-ID.
003620     PERFORM 1300-FIND-CYCLE THRU 1300-EXIT.
003630     IF NOT WS-CYCLE-FOUND
003640         STRING "CYCLE " WS-TARGET-ID
003650             " IS NOT ON THE REGISTER"
003660             DELIMITED BY SIZE INTO WS-REFUSE-REASON
003670         SET WS-ACTION-REFUSED TO TRUE
003680         GO TO 3000-EXIT.
003690     IF WS-CYC-STATE(WS-FOUND-IDX) = "C"
003700         STRING "CYCLE " WS-TARGET-ID " IS ALREADY CLOSED"
003710             DELIMITED BY SIZE INTO WS-REFUSE-REASON
003720         SET WS-ACTION-REFUSED TO TRUE
003730         GO TO 3000-EXIT.
003740     MOVE WS-CYC-STATE(WS-FOUND-IDX) TO WS-STATE-CODE.
003750     PERFORM 8200-NAME-STATE THRU 8200-EXIT.
003760     IF WS-STATE-CODE NOT = "P"
003770         SET WS-CLOSED-EARLY TO TRUE.
003780     MOVE "C" TO WS-STATE-CODE.
003790     PERFORM 4000-APPEND-RECORD THRU 4000-EXIT.
003800     IF WS-ACTION-REFUSED
003810         GO TO 3000-EXIT.
003820     STRING "CYCLE " WS-TARGET-ID " CLOSED FROM STATE "
003830         WS-STATE-NAME
003840         DELIMITED BY SIZE INTO WS-RESULT-TEXT.
003850     DISPLAY "CYCLCTL: CYCLE CLOSED = " WS-TARGET-ID.
003860 3000-EXIT.
003870     EXIT.
003920 4000-APPEND-RECORD.
003921*    APPEND THE OPEN OR CLOSE RECORD AND POST IT TO THE TABLE SO
003925*    THE REPORT SHOWS THE REGISTER AS IT NOW STANDS.
003930     OPEN EXTEND REGISTER-FILE.
003940     IF WS-REGISTER-NOT-FOUND
003950         OPEN OUTPUT REGISTER-FILE.
003960     IF NOT WS-REGISTER-OK
003970         DISPLAY "CYCLCTL: UNABLE TO OPEN CYCLREG FOR UPDATE, "
003980             "STATUS = " WS-REGISTER-STATUS
003990         MOVE "CYCLREG COULD NOT BE OPENED FOR UPDATE"
004000             TO WS-REFUSE-REASON
004010         SET WS-ACTION-REFUSED TO TRUE
004020         GO TO 4000-EXIT.
004030     MOVE WS-TARGET-ID TO CYR-CYCLE-ID.
004040     MOVE WS-STATE-CODE TO CYR-STATE.
004050     MOVE WS-RUN-TIMESTAMP TO CYR-TIMESTAMP.
004060     MOVE WS-REGISTER-PROGRAM TO CYR-STEP-NAME.
004070     MOVE ZERO TO CYR-STEP-RC.
004080     WRITE CYR-RECORD.
004090     IF NOT WS-REGISTER-OK
004100         DISPLAY "CYCLCTL: UNABLE TO WRITE CYCLREG, STATUS = "
004110             WS-REGISTER-STATUS
004120         MOVE "CYCLREG RECORD COULD NOT BE WRITTEN"
004130             TO WS-REFUSE-REASON
004140         SET WS-ACTION-REFUSED TO TRUE
004150         CLOSE REGISTER-FILE
004160         GO TO 4000-EXIT.
004170     CLOSE REGISTER-FILE.
004180     PERFORM 1200-POST-RECORD THRU 1200-EXIT.
004190 4000-EXIT.
004200     EXIT.
004240 8000-WRITE-REPORT.
004250     MOVE SPACES TO PRT-REPORT-LINE.
004260     STRING "CYCLCTL CYCLE REGISTER STATUS" DELIMITED BY SIZE
004270         INTO PRT-REPORT-LINE.
004280     WRITE PRT-REPORT-LINE.
004290     MOVE SPACES TO PRT-REPORT-LINE.
004300     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
004310         INTO PRT-REPORT-LINE.
004320     WRITE PRT-REPORT-LINE.
004330     MOVE SPACES TO PRT-REPORT-LINE.
004340     STRING "ACTION       : " WS-ACTION DELIMITED BY SIZE
004350         INTO PRT-REPORT-LINE.
004360     WRITE PRT-REPORT-LINE.
004370     MOVE SPACES TO PRT-REPORT-LINE.
004380     IF WS-ACTION-REFUSED
004390         STRING "RESULT       : REFUSED - " WS-REFUSE-REASON
004400             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004410         WRITE PRT-REPORT-LINE
004420     ELSE
004430         IF WS-RESULT-TEXT NOT = SPACES
004440             STRING "RESULT       : " WS-RESULT-TEXT
004450                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
004460             WRITE PRT-REPORT-LINE
004470         END-IF
004480     END-IF.
004490     MOVE SPACES TO PRT-REPORT-LINE.
004500     WRITE PRT-REPORT-LINE.
004510     MOVE SPACES TO PRT-REPORT-LINE.
004520     STRING "CYCLE     OPENED    STATE       LAST STEP      RC"
004530               "  STUCK AT"
004540         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004550     WRITE PRT-REPORT-LINE.
004560     PERFORM 8100-PRINT-ONE-CYCLE THRU 8100-EXIT
004570         VARYING WS-CYC-IDX FROM 1 BY 1
004580         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
004590     IF WS-OPEN-COUNT = ZERO
004600         MOVE SPACES TO PRT-REPORT-LINE
004610         STRING "NO CYCLE IS OPEN" DELIMITED BY SIZE
004620             INTO PRT-REPORT-LINE
004630         WRITE PRT-REPORT-LINE.
004640     MOVE SPACES TO PRT-REPORT-LINE.
004650     WRITE PRT-REPORT-LINE.
004660     MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT.
004670     MOVE SPACES TO PRT-REPORT-LINE.
004680     STRING "CYCLES ON REGISTER  : " WS-EDIT-COUNT
004690         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004700     WRITE PRT-REPORT-LINE.
004710     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.
004720     MOVE SPACES TO PRT-REPORT-LINE.
004730     STRING "STILL OPEN          : " WS-EDIT-COUNT
004740         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004750     WRITE PRT-REPORT-LINE.
004760     MOVE WS-BEHIND-COUNT TO WS-EDIT-COUNT.
004770     MOVE SPACES TO PRT-REPORT-LINE.
004780     STRING "OPEN BEHIND CURRENT : " WS-EDIT-COUNT
004790         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004800     WRITE PRT-REPORT-LINE.
004810     MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT.
004820     MOVE SPACES TO PRT-REPORT-LINE.
004830     STRING "CLOSED              : " WS-EDIT-COUNT
004840         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004850     WRITE PRT-REPORT-LINE.
004860     MOVE SPACES TO PRT-REPORT-LINE.
004870     IF WS-ACTION-REFUSED
004880         STRING "VERDICT: REFUSED - CONDITION CODE 8"
004890             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004900     ELSE
004910         IF WS-CLOSED-EARLY OR WS-BEHIND-COUNT > ZERO
004920             STRING "VERDICT: DONE WITH WARNINGS - CONDITION "
004930                 "CODE 4" DELIMITED BY SIZE
004940                 INTO PRT-REPORT-LINE
004950         ELSE
004960             STRING "VERDICT: DONE - CONDITION CODE 0"
004970                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
004980         END-IF
004990     END-IF.
005000     WRITE PRT-REPORT-LINE.
005010 8000-EXIT.
005020     EXIT.
005030 8100-PRINT-ONE-CYCLE.
005040*    AN OPEN CYCLE IS STUCK AT THE STEP THAT LAST HELD IT, OR
005050*    ELSE AT THE STEP ITS STATE IS WAITING ON.
005060     IF WS-CYC-STATE(WS-CYC-IDX) = "C"
005070         ADD 1 TO WS-CLOSED-COUNT
005080         GO TO 8100-EXIT.
005090     ADD 1 TO WS-OPEN-COUNT.
005100     IF WS-CYC-ID(WS-CYC-IDX) NOT = WS-NEWEST-ID
005110         ADD 1 TO WS-BEHIND-COUNT.
005120     MOVE WS-CYC-STATE(WS-CYC-IDX) TO WS-STATE-CODE.
005130     PERFORM 8200-NAME-STATE THRU 8200-EXIT.
005140     MOVE SPACES TO WS-STUCK-TEXT.
005150     IF WS-CYC-LAST-RC(WS-CYC-IDX) > WS-WARN-CODE
005160         STRING "HELD BY " WS-CYC-LAST-STEP(WS-CYC-IDX)
005170             DELIMITED BY SIZE INTO WS-STUCK-TEXT
005180     ELSE
005190         EVALUATE WS-STATE-CODE
005200             WHEN "O"
005210                 MOVE "AWAITING HASHBATCH" TO WS-STUCK-TEXT
005220             WHEN "H"
005230                 MOVE "AWAITING RECONCHK" TO WS-STUCK-TEXT
005240             WHEN "R"
005250                 MOVE "AWAITING RUNCHECK" TO WS-STUCK-TEXT
005260             WHEN "G"
005270                 MOVE "AWAITING MANPROM" TO WS-STUCK-TEXT
005280             WHEN "P"
005290                 MOVE "AWAITING CLOSE" TO WS-STUCK-TEXT
005300             WHEN OTHER
005310                 MOVE "UNKNOWN STATE ON REGISTER"
005320                     TO WS-STUCK-TEXT
005330         END-EVALUATE
005340     END-IF.
005350     MOVE WS-CYC-LAST-RC(WS-CYC-IDX) TO WS-EDIT-CODE.
005360     MOVE SPACES TO PRT-REPORT-LINE.
005370     STRING WS-CYC-ID(WS-CYC-IDX) "  "
005380         WS-CYC-OPENED-AT(WS-CYC-IDX)(1:8) "  "
005390         WS-STATE-NAME "  " WS-CYC-LAST-STEP(WS-CYC-IDX)
005400         WS-EDIT-CODE "  " WS-STUCK-TEXT
005410         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005420     WRITE PRT-REPORT-LINE.
005430 8100-EXIT.
005440     EXIT.
005450 8200-NAME-STATE.
005460     EVALUATE WS-STATE-CODE
005470         WHEN "O"
005480             MOVE "OPEN" TO WS-STATE-NAME
005490         WHEN "H"
005500             MOVE "HASHED" TO WS-STATE-NAME
005510         WHEN "R"
005520             MOVE "RECONCILED" TO WS-STATE-NAME
005530         WHEN "G"
005540             MOVE "GATED" TO WS-STATE-NAME
005550         WHEN "P"
005560             MOVE "PROMOTED" TO WS-STATE-NAME
005570         WHEN "C"
005580             MOVE "CLOSED" TO WS-STATE-NAME
005590         WHEN OTHER
005600             MOVE "UNKNOWN" TO WS-STATE-NAME
005610     END-EVALUATE.
005620 8200-EXIT.
005630     EXIT.
005640 9000-TERMINATE.
005650     CLOSE PRINT-FILE.
005660     DISPLAY "CYCLCTL: REGISTER RECORDS = " WS-RECORDS-READ.
005670     DISPLAY "CYCLCTL: CYCLES OPEN      = " WS-OPEN-COUNT.
005680     IF WS-ACTION-REFUSED
005690         DISPLAY "CYCLCTL: REFUSED - " WS-REFUSE-REASON
005700         MOVE WS-HOLD-CODE TO RETURN-CODE
005710     ELSE
005720         IF WS-CLOSED-EARLY OR WS-BEHIND-COUNT > ZERO
005730             MOVE WS-WARN-CODE TO RETURN-CODE
005740         END-IF
005750     END-IF.
005760 9000-EXIT.
005770     EXIT.
