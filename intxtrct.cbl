000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTXTRCT.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - OUTBOUND INTEGRITY EXTRACT
000210*                  FOR THE SECURITY MONITORING SIDE.  WRITES ONE
000220*                  "|"-DELIMITED FILE (INTXOUT, XTRREC.CPY) FOR
000230*                  THE CYCLE NAMED IN THE PARM: A HEADER, THEN
000240*                  THE HASH-MASTER CHANGES ON HASHHIST (OLD AND
000250*                  NEW DIGEST), THE MANIFEST EXCEPTIONS ON
000260*                  MANEXCPT, THE RECONCHK EXCEPTIONS ON RECEXCPT
000270*                  AND THE CYCLE'S ERRLOG FAILURES WITH THEIR
000280*                  DECODED MESSAGE, THEN A TRAILER WITH THE
000290*                  COUNT OF EACH RECORD TYPE AND A CONTROL HASH
000300*                  OVER THE DETAIL LINES.  EVERY EVENT SENT IS
000310*                  ENTERED ON THE XTRSENT LEDGER (XTRSNT.CPY)
000320*                  AND AN EVENT ALREADY THERE FROM A COMPLETED
000330*                  CYCLE IS NOT SENT AGAIN.  WHEN THE EXTRACT IS
000340*                  CLOSED A SEND-CONTROL RECORD (SNDCTL.CPY) IS
000350*                  APPENDED TO SENDCTL WITH THE TRAILER FIGURES;
000360*                  A CYCLE ALREADY ON SENDCTL IS REFUSED.  PARM
000370*                  IS THE CYCLE ID, OPTIONALLY FOLLOWED BY
000380*                  ";SYSTEM:" AND THE SOURCE SYSTEM NAME FOR THE
000390*                  HEADER (DEFAULT DATAINTG), E.G.
000400*                  PARM='NIGHT001;SYSTEM:HASHPROD'.  CONDITION
000410*                  CODES: 0 SENT, 4 SENT BUT AN INPUT WAS
000420*                  MISSING OR AN EVENT COULD NOT BE FINGERPRINTED
000430*                  OR LEDGERED, 8 NOT SENT - NO CYCLE, CYCLE
000440*                  ALREADY SENT, OR THE EXTRACT, LEDGER OR
000450*                  SENDCTL COULD NOT BE WRITTEN.
000451* 2026-10-15 JCM   THE CYCLE NOW COMES FROM THE CYCLREG CYCLE
000452*                  REGISTER THROUGH CYCLCHK (CYCREQ.CPY): WITH NO
000453*                  CYCLE IN THE PARM THE CURRENT OPEN CYCLE IS
000454*                  EXTRACTED, AND A NAMED CYCLE THAT IS NOT OPEN
000455*                  ON THE REGISTER IS REFUSED LIKE ANY OTHER
000456*                  REFUSAL (CONDITION CODE 8, NOTHING WRITTEN).
000457*                  THE RUN IS RECORDED ON THE REGISTER WITHOUT
000458*                  MOVING THE CYCLE'S STATE.  WITHOUT A CYCLREG DD
000459*                  THE CYCLE MUST STILL BE NAMED IN THE PARM.
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-Z.
000500 OBJECT-COMPUTER. IBM-Z.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT HISTORY-FILE ASSIGN TO HASHHIST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HISTORY-STATUS.
000560     SELECT MAN-EXCEPTION-FILE ASSIGN TO MANEXCPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MANEXC-STATUS.
000590     SELECT REC-EXCEPTION-FILE ASSIGN TO RECEXCPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RECEXC-STATUS.
000620     SELECT ERROR-FILE ASSIGN TO ERRLOG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ERROR-STATUS.
000650     SELECT EXTRACT-FILE ASSIGN TO INTXOUT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-EXTRACT-STATUS.
000680     SELECT LEDGER-FILE ASSIGN TO XTRSENT
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS XSL-EVENT-KEY
000720         FILE STATUS IS WS-LEDGER-STATUS.
000730     SELECT SEND-CONTROL-FILE ASSIGN TO SENDCTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SENDCTL-STATUS.
000760     SELECT PRINT-FILE ASSIGN TO PRTFILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRINT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  HISTORY-FILE
000820     RECORDING MODE IS F.
000830 COPY HASHHST.
000840 FD  MAN-EXCEPTION-FILE
000850     RECORDING MODE IS F.
000860 COPY MANEXC.
000870 FD  REC-EXCEPTION-FILE
000880     RECORDING MODE IS F.
000890 COPY RECEXC.
000900 FD  ERROR-FILE
000910     RECORDING MODE IS F.
000920 COPY ERRLOG.
000930 FD  EXTRACT-FILE
000940     RECORDING MODE IS F.
000950 COPY XTRREC.
000960 FD  LEDGER-FILE.
000970 COPY XTRSNT.
000980 FD  SEND-CONTROL-FILE
000990     RECORDING MODE IS F.
001000 COPY SNDCTL.
001010 FD  PRINT-FILE
001020     RECORDING MODE IS F.
001030 COPY PRTLINE.
001040 WORKING-STORAGE SECTION.
001050 COPY HASHALG.
001060 01  WS-HISTORY-STATUS        PIC X(02) VALUE SPACES.
001070     88 WS-HISTORY-OK                   VALUE "00".
001080 01  WS-MANEXC-STATUS         PIC X(02) VALUE SPACES.
001090     88 WS-MANEXC-OK                    VALUE "00".
001100 01  WS-RECEXC-STATUS         PIC X(02) VALUE SPACES.
001110     88 WS-RECEXC-OK                    VALUE "00".
001120 01  WS-ERROR-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-ERROR-OK                     VALUE "00".
001140 01  WS-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
001150     88 WS-EXTRACT-OK                   VALUE "00".
001160 01  WS-LEDGER-STATUS         PIC X(02) VALUE SPACES.
001170     88 WS-LEDGER-OK                    VALUE "00".
001180 01  WS-SENDCTL-STATUS        PIC X(02) VALUE SPACES.
001190     88 WS-SENDCTL-OK                   VALUE "00".
001200 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001210     88 WS-PRINT-OK                     VALUE "00".
001220 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
001230     88 WS-END-OF-INPUT                 VALUE "Y".
001240 01  WS-SENDCTL-EOF-SWITCH    PIC X(01) VALUE "N".
001250     88 WS-END-OF-SENDCTL               VALUE "Y".
001260 01  WS-REFUSE-SWITCH         PIC X(01) VALUE "N".
001270     88 WS-EXTRACT-REFUSED              VALUE "Y".
001280 01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
001290 01  WS-SENT-SWITCH           PIC X(01) VALUE "N".
001300     88 WS-EXTRACT-SENT                 VALUE "Y".
001310 01  WS-CYCLE-SENT-SWITCH     PIC X(01) VALUE "N".
001320     88 WS-CYCLE-WAS-SENT               VALUE "Y".
001330 01  WS-LEDGER-HIT-SWITCH     PIC X(01) VALUE "N".
001340     88 WS-LEDGER-HIT                   VALUE "Y".
001350 01  WS-CONTROL-HASH-SWITCH   PIC X(01) VALUE "Y".
001360     88 WS-CONTROL-HASH-GOOD            VALUE "Y".
001370 01  WS-TRIM-SWITCH           PIC X(01) VALUE "N".
001380     88 WS-TRIM-DONE                    VALUE "Y".
001390*    THE PARM - CYCLE ID AND OPTIONAL SOURCE SYSTEM NAME.
001400 01  WS-PARM-BASE             PIC X(100) VALUE SPACES.
001410 01  WS-PARM-SYSTEM           PIC X(08) VALUE SPACES.
001420 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
001422 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001424     88 WS-REGISTER-IN-USE              VALUE "Y".
001426 COPY CYCREQ.
001430 01  WS-SOURCE-SYSTEM         PIC X(08) VALUE "DATAINTG".
001440 01  WS-LAYOUT-VERSION        PIC X(02) VALUE "01".
001450 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001460*    CYCLES ALREADY SENT, FROM SENDCTL.  IF THE TABLE FILLS, A
001470*    LEDGER RECORD FROM A CYCLE NOT IN IT IS TAKEN AS SENT - A
001480*    MISSED RESEND IS SAFER THAN A DUPLICATE.
001490 01  WS-SENT-CYCLE-COUNT      PIC 9(05) COMP-5 VALUE ZERO.
001500 01  WS-SENT-CYCLE-TABLE.
001510     05 WS-SENT-CYCLE         PIC X(08) OCCURS 10000 TIMES.
001520 01  WS-SENT-TABLE-SWITCH     PIC X(01) VALUE "N".
001530     88 WS-SENT-TABLE-FULL              VALUE "Y".
001540 01  WS-CYCLE-SUB             PIC 9(05) COMP-5 VALUE ZERO.
001550*    COUNTS BY DETAIL RECORD TYPE - 1 MST, 2 MEX, 3 REX, 4 ERR.
001560 01  WS-TYPE-NAMES.
001570     05 FILLER                PIC X(03) VALUE "MST".
001580     05 FILLER                PIC X(03) VALUE "MEX".
001590     05 FILLER                PIC X(03) VALUE "REX".
001600     05 FILLER                PIC X(03) VALUE "ERR".
001610 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
001620     05 WS-TYPE-NAME          PIC X(03) OCCURS 4 TIMES.
001630 01  WS-TYPE-COUNTS.
001640     05 WS-TYPE-ENTRY OCCURS 4 TIMES.
001650         10 WS-TYPE-READ      PIC 9(09) COMP-5.
001660         10 WS-TYPE-SENT      PIC 9(09) COMP-5.
001670         10 WS-TYPE-ALREADY   PIC 9(09) COMP-5.
001680 01  WS-TYPE-SUB              PIC 9(04) COMP-5 VALUE ZERO.
001690 01  WS-INPUT-NAME            PIC X(08) VALUE SPACES.
001700 01  WS-MISSING-INPUTS        PIC 9(09) COMP-5 VALUE ZERO.
001710 01  WS-NO-STAMP-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001720 01  WS-OTHER-CYCLE-COUNT     PIC 9(09) COMP-5 VALUE ZERO.
001730 01  WS-FINGERPRINT-FAILS     PIC 9(09) COMP-5 VALUE ZERO.
001740 01  WS-LEDGER-FAILS          PIC 9(09) COMP-5 VALUE ZERO.
001750 01  WS-DETAIL-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001760 01  WS-RECORD-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001770 01  WS-SUPPRESSED-COUNT      PIC 9(09) COMP-5 VALUE ZERO.
001780*    THE FIELDS THAT IDENTIFY AN EVENT, FOLDED INTO ITS LEDGER
001790*    FINGERPRINT 36 BYTES AT A TIME.
001800 01  WS-EVENT-IDENTITY        PIC X(324) VALUE SPACES.
001810 01  WS-EVENT-PIECES REDEFINES WS-EVENT-IDENTITY.
001820     05 WS-EVENT-PIECE        PIC X(36) OCCURS 9 TIMES.
001830 01  WS-EVENT-REF             PIC X(26) VALUE SPACES.
001840 01  WS-FINGERPRINT           PIC X(64) VALUE SPACES.
001850 01  WS-CONTROL-HASH          PIC X(64) VALUE ZEROS.
001860 01  WS-PIECE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
001870 01  WS-FOLD-INPUT            PIC X(100) VALUE SPACES.
001880 01  WS-FOLD-HASH             PIC X(129) VALUE SPACES.
001890 01  WS-FOLD-RC               PIC 9(09) COMP-5 VALUE ZERO.
001900*    ONE DELIMITED FIELD BEING ADDED TO THE EXTRACT LINE.
001910 01  WS-FIELD-TEXT            PIC X(129) VALUE SPACES.
001920 01  WS-FIELD-WIDTH           PIC 9(04) COMP-5 VALUE ZERO.
001930 01  WS-FIELD-LEN             PIC 9(04) COMP-5 VALUE ZERO.
001940 01  WS-XTR-PTR               PIC 9(04) COMP-5 VALUE ZERO.
001950 01  WS-NUMBER-FIELD          PIC 9(09) VALUE ZERO.
001960 01  WS-ERR-CODE              PIC 9(09) COMP-5 VALUE ZERO.
001970 01  WS-ERR-MESSAGE           PIC X(60) VALUE SPACES.
001980 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001990 01  WS-WARN-CODE             PIC 9(04) COMP-5 VALUE 4.
002000 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
002010 LINKAGE SECTION.
002020 COPY PARMAREA.
002030 PROCEDURE DIVISION USING LS-PARM-AREA.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     IF NOT WS-EXTRACT-REFUSED
002070         PERFORM 2000-EXTRACT-HISTORY THRU 2000-EXIT
002080         PERFORM 3000-EXTRACT-MANEXCPT THRU 3000-EXIT
002090         PERFORM 4000-EXTRACT-RECEXCPT THRU 4000-EXIT
002100         PERFORM 5000-EXTRACT-ERRLOG THRU 5000-EXIT
002110         PERFORM 6000-CLOSE-EXTRACT THRU 6000-EXIT.
002120     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002135     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
002140     STOP RUN.
002190 1000-INITIALIZE.
002191*    PARM, SEND-CONTROL HISTORY, LEDGER AND EXTRACT OPENS.  ANY
002195*    FAILURE HERE REFUSES THE EXTRACT BEFORE A LINE IS WRITTEN.
002200     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
002210     INITIALIZE WS-TYPE-COUNTS.
002220     PERFORM 1010-EXTRACT-PARM THRU 1010-EXIT.
002230     OPEN OUTPUT PRINT-FILE.
002240     IF NOT WS-PRINT-OK
002250         DISPLAY "INTXTRCT: UNABLE TO OPEN PRTFILE, STATUS = "
002260             WS-PRINT-STATUS.
002262     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
002264     IF WS-EXTRACT-REFUSED
002266         GO TO 1000-EXIT.
002270     IF WS-CYCLE-ID = SPACES
002280         MOVE "NO CYCLE ID IN THE PARM" TO WS-REFUSE-REASON
002290         SET WS-EXTRACT-REFUSED TO TRUE
002300         GO TO 1000-EXIT.
002310     PERFORM 1100-LOAD-SEND-CONTROL THRU 1100-EXIT.
002320     IF WS-CYCLE-WAS-SENT
002330         MOVE "CYCLE ALREADY ON SENDCTL - SENT BEFORE"
002340             TO WS-REFUSE-REASON
002350         SET WS-EXTRACT-REFUSED TO TRUE
002360         GO TO 1000-EXIT.
002370     OPEN I-O LEDGER-FILE.
002380     IF NOT WS-LEDGER-OK
002390         OPEN OUTPUT LEDGER-FILE
002400         IF NOT WS-LEDGER-OK
002410             DISPLAY "INTXTRCT: UNABLE TO OPEN XTRSENT, "
002420                 "STATUS = " WS-LEDGER-STATUS
002430             MOVE "XTRSENT LEDGER COULD NOT BE OPENED"
002440                 TO WS-REFUSE-REASON
002450             SET WS-EXTRACT-REFUSED TO TRUE
002460             GO TO 1000-EXIT
002470         END-IF
002480         CLOSE LEDGER-FILE
002490         OPEN I-O LEDGER-FILE
002500     END-IF.
002510     OPEN OUTPUT EXTRACT-FILE.
002520     IF NOT WS-EXTRACT-OK
002530         DISPLAY "INTXTRCT: UNABLE TO OPEN INTXOUT, STATUS = "
002540             WS-EXTRACT-STATUS
002550         CLOSE LEDGER-FILE
002560         MOVE "INTXOUT EXTRACT COULD NOT BE OPENED"
002570             TO WS-REFUSE-REASON
002580         SET WS-EXTRACT-REFUSED TO TRUE
002590         GO TO 1000-EXIT.
002600     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
002610 1000-EXIT.
002620     EXIT.
002630 1010-EXTRACT-PARM.
002640     IF LS-PARM-LENGTH > ZERO
002650         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-BASE
002660         UNSTRING WS-PARM-BASE DELIMITED BY ";SYSTEM:"
002670             INTO WS-CYCLE-ID WS-PARM-SYSTEM
002680         IF WS-PARM-SYSTEM NOT = SPACES
002690             MOVE WS-PARM-SYSTEM TO WS-SOURCE-SYSTEM
002700         END-IF
002710     END-IF.
002720 1010-EXIT.
002730     EXIT.
002731 1050-VERIFY-CYCLE.
002732     SET CYQ-VERIFY TO TRUE.
002733     MOVE "INTXTRCT" TO CYQ-STEP-NAME.
002734     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
002735     CALL "CYCLCHK" USING CYQ-REQUEST.
002736     IF CYQ-RETURN-CODE > 4
002737         DISPLAY "INTXTRCT: CYCLE REFUSED - " CYQ-MESSAGE
002738         MOVE CYQ-MESSAGE TO WS-REFUSE-REASON
002739         SET WS-EXTRACT-REFUSED TO TRUE
002740         GO TO 1050-EXIT.
002741     IF CYQ-RETURN-CODE = ZERO
002742         SET WS-REGISTER-IN-USE TO TRUE
002743         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
002744     ELSE
002745         DISPLAY "INTXTRCT: " CYQ-MESSAGE.
002746 1050-EXIT.
002747     EXIT.
002748 1100-LOAD-SEND-CONTROL.
002750     OPEN INPUT SEND-CONTROL-FILE.
002760     IF NOT WS-SENDCTL-OK
002770         GO TO 1100-EXIT.
002780     PERFORM 1150-READ-SEND-CONTROL THRU 1150-EXIT
002790         UNTIL WS-END-OF-SENDCTL.
002800     CLOSE SEND-CONTROL-FILE.
002810 1100-EXIT.
002820     EXIT.
002830 1150-READ-SEND-CONTROL.
002840     READ SEND-CONTROL-FILE
002850         AT END
002860             SET WS-END-OF-SENDCTL TO TRUE
002870             GO TO 1150-EXIT.
002880     IF SCR-CYCLE-ID = WS-CYCLE-ID
002890         SET WS-CYCLE-WAS-SENT TO TRUE.
002900     IF WS-SENT-CYCLE-COUNT >= 10000
002910         IF NOT WS-SENT-TABLE-FULL
002920             SET WS-SENT-TABLE-FULL TO TRUE
002930             DISPLAY "INTXTRCT: SENT-CYCLE TABLE FULL AT 10000 "
002940                 "- UNLISTED CYCLES TAKEN AS SENT"
002950         END-IF
002960         GO TO 1150-EXIT.
002970     ADD 1 TO WS-SENT-CYCLE-COUNT.
002980     MOVE SCR-CYCLE-ID TO WS-SENT-CYCLE(WS-SENT-CYCLE-COUNT).
002990 1150-EXIT.
003000     EXIT.
003010 1200-WRITE-HEADER.
003020     MOVE SPACES TO XTR-LINE.
003030     MOVE "HDR" TO XTR-LINE(1:3).
003040     MOVE 4 TO WS-XTR-PTR.
003050     MOVE WS-CYCLE-ID TO WS-FIELD-TEXT.
003060     MOVE 8 TO WS-FIELD-WIDTH.
003070     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003080     MOVE WS-RUN-TIMESTAMP(1:8) TO WS-FIELD-TEXT.
003090     MOVE 8 TO WS-FIELD-WIDTH.
003100     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003110     MOVE WS-RUN-TIMESTAMP TO WS-FIELD-TEXT.
003120     MOVE 26 TO WS-FIELD-WIDTH.
003130     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003140     MOVE WS-SOURCE-SYSTEM TO WS-FIELD-TEXT.
003150     MOVE 8 TO WS-FIELD-WIDTH.
003160     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003170     MOVE WS-LAYOUT-VERSION TO WS-FIELD-TEXT.
003180     MOVE 2 TO WS-FIELD-WIDTH.
003190     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003200     WRITE XTR-RECORD.
003210     ADD 1 TO WS-RECORD-COUNT.
003220 1200-EXIT.
003230     EXIT.
003300 2000-EXTRACT-HISTORY.
003301*    HASH-MASTER CHANGES.  HASHHIST CARRIES NO CYCLE, SO EVERY
003303*    STAMPED CHANGE NOT YET SENT IS THIS CYCLE'S.  RECORDS WRITTEN
003305*    BEFORE THE CHANGE FIELDS EXISTED HAVE NO CHANGED-AT STAMP AND
003307*    ARE COUNTED BUT NOT SENT.
003310     MOVE 1 TO WS-TYPE-SUB.
003320     MOVE "HASHHIST" TO WS-INPUT-NAME.
003330     OPEN INPUT HISTORY-FILE.
003340     IF NOT WS-HISTORY-OK
003350         PERFORM 7900-INPUT-MISSING THRU 7900-EXIT
003360         GO TO 2000-EXIT.
003370     MOVE "N" TO WS-INPUT-EOF-SWITCH.
003380     PERFORM 2100-HISTORY-RECORD THRU 2100-EXIT
003390         UNTIL WS-END-OF-INPUT.
003400     CLOSE HISTORY-FILE.
003410 2000-EXIT.
003420     EXIT.
003430 2100-HISTORY-RECORD.
003440     READ HISTORY-FILE
003450         AT END
003460             SET WS-END-OF-INPUT TO TRUE
003470             GO TO 2100-EXIT.
003480     ADD 1 TO WS-TYPE-READ(WS-TYPE-SUB).
003490     IF HHR-CHANGED-AT = SPACES
003500         ADD 1 TO WS-NO-STAMP-COUNT
003510         GO TO 2100-EXIT.
003520     MOVE SPACES TO WS-EVENT-IDENTITY.
003530     MOVE HHR-KEY TO WS-EVENT-IDENTITY(1:20).
003540     MOVE HHR-CHANGED-AT TO WS-EVENT-IDENTITY(21:26).
003550     MOVE HHR-CHANGE-ACTION TO WS-EVENT-IDENTITY(47:1).
003560     MOVE HHR-CHANGE-RUN-ID TO WS-EVENT-IDENTITY(48:8).
003570     MOVE HHR-NEW-HASH TO WS-EVENT-IDENTITY(56:129).
003580     MOVE HHR-KEY TO WS-EVENT-REF.
003590     MOVE SPACES TO XTR-LINE.
003600     MOVE "MST" TO XTR-LINE(1:3).
003610     MOVE 4 TO WS-XTR-PTR.
003620     MOVE HHR-KEY TO WS-FIELD-TEXT.
003630     MOVE 20 TO WS-FIELD-WIDTH.
003640     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003650     MOVE HHR-CHANGED-AT TO WS-FIELD-TEXT.
003660     MOVE 26 TO WS-FIELD-WIDTH.
003670     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003680     MOVE HHR-CHANGE-ACTION TO WS-FIELD-TEXT.
003690     IF HHR-CHANGE-ACTION = SPACE
003700         MOVE "L" TO WS-FIELD-TEXT.
003710     MOVE 1 TO WS-FIELD-WIDTH.
003720     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003730     MOVE HHR-CHANGE-RUN-ID TO WS-FIELD-TEXT.
003740     MOVE 8 TO WS-FIELD-WIDTH.
003750     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003760     MOVE HHR-SOURCE-TYPE TO WS-FIELD-TEXT.
003770     MOVE 1 TO WS-FIELD-WIDTH.
003780     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003790     MOVE HHR-ALGORITHM TO WS-FIELD-TEXT.
003800     MOVE 8 TO WS-FIELD-WIDTH.
003810     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003820     MOVE HHR-HASH TO WS-FIELD-TEXT.
003830     MOVE 129 TO WS-FIELD-WIDTH.
003840     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003850     MOVE HHR-NEW-ALGORITHM TO WS-FIELD-TEXT.
003860     MOVE 8 TO WS-FIELD-WIDTH.
003870     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003880     MOVE HHR-NEW-HASH TO WS-FIELD-TEXT.
003890     MOVE 129 TO WS-FIELD-WIDTH.
003900     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003910     MOVE HHR-REASON-CODE TO WS-FIELD-TEXT.
003920     MOVE 4 TO WS-FIELD-WIDTH.
003930     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003940     MOVE HHR-REQUESTER-ID TO WS-FIELD-TEXT.
003950     MOVE 8 TO WS-FIELD-WIDTH.
003960     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
003970     PERFORM 7000-SEND-EVENT THRU 7000-EXIT.
003980 2100-EXIT.
003990     EXIT.
004050 3000-EXTRACT-MANEXCPT.
004051*    MANIFEST EXCEPTIONS.  MANEXCPT HOLDS THE LAST MANIFEST RUN'S
004054*    EXCEPTIONS ONLY; ONE STILL OUTSTANDING FROM A CYCLE THAT
004057*    ALREADY SENT IT IS LEFT OFF BY THE LEDGER.
004060     MOVE 2 TO WS-TYPE-SUB.
004070     MOVE "MANEXCPT" TO WS-INPUT-NAME.
004080     OPEN INPUT MAN-EXCEPTION-FILE.
004090     IF NOT WS-MANEXC-OK
004100         PERFORM 7900-INPUT-MISSING THRU 7900-EXIT
004110         GO TO 3000-EXIT.
004120     MOVE "N" TO WS-INPUT-EOF-SWITCH.
004130     PERFORM 3100-MANEXCPT-RECORD THRU 3100-EXIT
004140         UNTIL WS-END-OF-INPUT.
004150     CLOSE MAN-EXCEPTION-FILE.
004160 3000-EXIT.
004170     EXIT.
004180 3100-MANEXCPT-RECORD.
004190     READ MAN-EXCEPTION-FILE
004200         AT END
004210             SET WS-END-OF-INPUT TO TRUE
004220             GO TO 3100-EXIT.
004230     ADD 1 TO WS-TYPE-READ(WS-TYPE-SUB).
004240     MOVE SPACES TO WS-EVENT-IDENTITY.
004250     MOVE EXC-RECORD TO WS-EVENT-IDENTITY(1:288).
004260     MOVE EXC-NAME TO WS-EVENT-REF.
004270     MOVE SPACES TO XTR-LINE.
004280     MOVE "MEX" TO XTR-LINE(1:3).
004290     MOVE 4 TO WS-XTR-PTR.
004300     MOVE EXC-NAME TO WS-FIELD-TEXT.
004310     MOVE 20 TO WS-FIELD-WIDTH.
004320     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004330     MOVE EXC-TYPE TO WS-FIELD-TEXT.
004340     MOVE 10 TO WS-FIELD-WIDTH.
004350     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004360     MOVE EXC-OLD-HASH TO WS-FIELD-TEXT.
004370     MOVE 129 TO WS-FIELD-WIDTH.
004380     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004390     MOVE EXC-NEW-HASH TO WS-FIELD-TEXT.
004400     MOVE 129 TO WS-FIELD-WIDTH.
004410     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004420     PERFORM 7000-SEND-EVENT THRU 7000-EXIT.
004430 3100-EXIT.
004440     EXIT.
004480 4000-EXTRACT-RECEXCPT.
004481*    RECONCHK EXCEPTIONS, ON THE SAME TERMS AS MANEXCPT.
004490     MOVE 3 TO WS-TYPE-SUB.
004500     MOVE "RECEXCPT" TO WS-INPUT-NAME.
004510     OPEN INPUT REC-EXCEPTION-FILE.
004520     IF NOT WS-RECEXC-OK
004530         PERFORM 7900-INPUT-MISSING THRU 7900-EXIT
004540         GO TO 4000-EXIT.
004550     MOVE "N" TO WS-INPUT-EOF-SWITCH.
004560     PERFORM 4100-RECEXCPT-RECORD THRU 4100-EXIT
004570         UNTIL WS-END-OF-INPUT.
004580     CLOSE REC-EXCEPTION-FILE.
004590 4000-EXIT.
004600     EXIT.
004610 4100-RECEXCPT-RECORD.
004620     READ REC-EXCEPTION-FILE
004630         AT END
004640             SET WS-END-OF-INPUT TO TRUE
004650             GO TO 4100-EXIT.
004660     ADD 1 TO WS-TYPE-READ(WS-TYPE-SUB).
004670     MOVE SPACES TO WS-EVENT-IDENTITY.
004680     MOVE RXC-RECORD TO WS-EVENT-IDENTITY(1:291).
004690     MOVE RXC-KEY TO WS-EVENT-REF.
004700     MOVE SPACES TO XTR-LINE.
004710     MOVE "REX" TO XTR-LINE(1:3).
004720     MOVE 4 TO WS-XTR-PTR.
004730     MOVE RXC-TYPE TO WS-FIELD-TEXT.
004740     MOVE 13 TO WS-FIELD-WIDTH.
004750     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004760     MOVE RXC-KEY TO WS-FIELD-TEXT.
004770     MOVE 20 TO WS-FIELD-WIDTH.
004780     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004790     MOVE RXC-OUT-HASH TO WS-FIELD-TEXT.
004800     MOVE 129 TO WS-FIELD-WIDTH.
004810     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004820     MOVE RXC-AUD-HASH TO WS-FIELD-TEXT.
004830     MOVE 129 TO WS-FIELD-WIDTH.
004840     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
004850     PERFORM 7000-SEND-EVENT THRU 7000-EXIT.
004860 4100-EXIT.
004870     EXIT.
004940 5000-EXTRACT-ERRLOG.
004941*    THE CYCLE'S ERRLOG FAILURES.  RECORDS OF OTHER CYCLES (OR NO
004943*    CYCLE) ON A CONCATENATED OR UNSCRATCHED ERRLOG ARE COUNTED
004945*    AND SKIPPED.  A RECORD WITH NO MESSAGE TEXT IS DECODED
004947*    THROUGH ERRLOOK.
004950     MOVE 4 TO WS-TYPE-SUB.
004960     MOVE "ERRLOG" TO WS-INPUT-NAME.
004970     OPEN INPUT ERROR-FILE.
004980     IF NOT WS-ERROR-OK
004990         PERFORM 7900-INPUT-MISSING THRU 7900-EXIT
005000         GO TO 5000-EXIT.
005010     MOVE "N" TO WS-INPUT-EOF-SWITCH.
005020     PERFORM 5100-ERRLOG-RECORD THRU 5100-EXIT
005030         UNTIL WS-END-OF-INPUT.
005040     CLOSE ERROR-FILE.
005050 5000-EXIT.
005060     EXIT.
005070 5100-ERRLOG-RECORD.
005080     READ ERROR-FILE
005090         AT END
005100             SET WS-END-OF-INPUT TO TRUE
005110             GO TO 5100-EXIT.
005120     IF ERL-CYCLE-ID NOT = WS-CYCLE-ID
005130         ADD 1 TO WS-OTHER-CYCLE-COUNT
005140         GO TO 5100-EXIT.
005150     ADD 1 TO WS-TYPE-READ(WS-TYPE-SUB).
005160     MOVE ERL-MESSAGE TO WS-ERR-MESSAGE.
005170     IF WS-ERR-MESSAGE = SPACES
005180         MOVE ERL-RETURN-CODE TO WS-ERR-CODE
005190         CALL "ERRLOOK" USING WS-ERR-CODE WS-ERR-MESSAGE.
005200     MOVE SPACES TO WS-EVENT-IDENTITY.
005210     MOVE ERL-TIMESTAMP TO WS-EVENT-IDENTITY(1:26).
005220     MOVE ERL-SOURCE-ID TO WS-EVENT-IDENTITY(27:80).
005230     MOVE ERL-RETURN-CODE TO WS-EVENT-IDENTITY(107:9).
005240     MOVE ERL-INPUT-TEXT TO WS-EVENT-IDENTITY(116:100).
005250     MOVE ERL-CYCLE-ID TO WS-EVENT-IDENTITY(216:8).
005260     MOVE ERL-TIMESTAMP TO WS-EVENT-REF.
005270     MOVE SPACES TO XTR-LINE.
005280     MOVE "ERR" TO XTR-LINE(1:3).
005290     MOVE 4 TO WS-XTR-PTR.
005300     MOVE ERL-TIMESTAMP TO WS-FIELD-TEXT.
005310     MOVE 26 TO WS-FIELD-WIDTH.
005320     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005330     MOVE ERL-SOURCE-ID TO WS-FIELD-TEXT.
005340     MOVE 80 TO WS-FIELD-WIDTH.
005350     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005360     MOVE ERL-RETURN-CODE TO WS-FIELD-TEXT.
005370     MOVE 9 TO WS-FIELD-WIDTH.
005380     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005390     MOVE WS-ERR-MESSAGE TO WS-FIELD-TEXT.
005400     MOVE 60 TO WS-FIELD-WIDTH.
005410     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005420     MOVE ERL-CYCLE-ID TO WS-FIELD-TEXT.
005430     MOVE 8 TO WS-FIELD-WIDTH.
005440     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005450     MOVE ERL-INPUT-TEXT TO WS-FIELD-TEXT.
005460     MOVE 100 TO WS-FIELD-WIDTH.
005470     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005480     PERFORM 7000-SEND-EVENT THRU 7000-EXIT.
005490 5100-EXIT.
005500     EXIT.
005550 6000-CLOSE-EXTRACT.
005551*    TRAILER, CLOSE, AND THE SEND-CONTROL RECORD.  THE CYCLE ONLY
005555*    COUNTS AS SENT ONCE SENDCTL HAS ITS RECORD.
005560     ADD 1 TO WS-RECORD-COUNT.
005570     MOVE SPACES TO XTR-LINE.
005580     MOVE "TRL" TO XTR-LINE(1:3).
005590     MOVE 4 TO WS-XTR-PTR.
005600     MOVE WS-CYCLE-ID TO WS-FIELD-TEXT.
005610     MOVE 8 TO WS-FIELD-WIDTH.
005620     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005630     PERFORM 6100-APPEND-TYPE-COUNT THRU 6100-EXIT
005640         VARYING WS-TYPE-SUB FROM 1 BY 1
005650         UNTIL WS-TYPE-SUB > 4.
005660     MOVE WS-DETAIL-COUNT TO WS-NUMBER-FIELD.
005670     MOVE WS-NUMBER-FIELD TO WS-FIELD-TEXT.
005680     MOVE 9 TO WS-FIELD-WIDTH.
005690     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005700     MOVE WS-RECORD-COUNT TO WS-NUMBER-FIELD.
005710     MOVE WS-NUMBER-FIELD TO WS-FIELD-TEXT.
005720     MOVE 9 TO WS-FIELD-WIDTH.
005730     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005740     IF NOT WS-CONTROL-HASH-GOOD
005750         MOVE SPACES TO WS-CONTROL-HASH.
005760     MOVE WS-CONTROL-HASH TO WS-FIELD-TEXT.
005770     MOVE 64 TO WS-FIELD-WIDTH.
005780     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
005790     WRITE XTR-RECORD.
005800     CLOSE EXTRACT-FILE.
005810     CLOSE LEDGER-FILE.
005820*    AN EXTRACT WITHOUT A GOOD CONTROL HASH CANNOT BE RECONCILED
005830*    BY THE RECEIVING SIDE - IT IS NOT RECORDED AS SENT, SO THE
005840*    NEXT CYCLE PICKS ITS EVENTS UP AGAIN.
005850     IF NOT WS-CONTROL-HASH-GOOD
005860         MOVE "CONTROL HASH COULD NOT BE COMPUTED"
005870             TO WS-REFUSE-REASON
005880         GO TO 6000-EXIT.
005890     OPEN EXTEND SEND-CONTROL-FILE.
005900     IF NOT WS-SENDCTL-OK
005910         OPEN OUTPUT SEND-CONTROL-FILE.
005920     IF NOT WS-SENDCTL-OK
005930         DISPLAY "INTXTRCT: UNABLE TO OPEN SENDCTL, STATUS = "
005940             WS-SENDCTL-STATUS
005950         MOVE "SENDCTL COULD NOT BE WRITTEN"
005960             TO WS-REFUSE-REASON
005970         GO TO 6000-EXIT.
005980     MOVE WS-CYCLE-ID TO SCR-CYCLE-ID.
005990     MOVE WS-RUN-TIMESTAMP TO SCR-EXTRACT-TIMESTAMP.
006000     MOVE WS-SOURCE-SYSTEM TO SCR-SOURCE-SYSTEM.
006010     MOVE WS-TYPE-SENT(1) TO SCR-MST-COUNT.
006020     MOVE WS-TYPE-SENT(2) TO SCR-MEX-COUNT.
006030     MOVE WS-TYPE-SENT(3) TO SCR-REX-COUNT.
006040     MOVE WS-TYPE-SENT(4) TO SCR-ERR-COUNT.
006050     MOVE WS-DETAIL-COUNT TO SCR-DETAIL-COUNT.
006060     MOVE WS-RECORD-COUNT TO SCR-RECORD-COUNT.
006070     MOVE WS-CONTROL-HASH TO SCR-CONTROL-HASH.
006080     MOVE WS-SUPPRESSED-COUNT TO SCR-SUPPRESSED.
006090     WRITE SCR-RECORD.
006100     CLOSE SEND-CONTROL-FILE.
006110     SET WS-EXTRACT-SENT TO TRUE.
006120 6000-EXIT.
006130     EXIT.
006140 6100-APPEND-TYPE-COUNT.
006150     MOVE WS-TYPE-SENT(WS-TYPE-SUB) TO WS-NUMBER-FIELD.
006160     MOVE WS-NUMBER-FIELD TO WS-FIELD-TEXT.
006170     MOVE 9 TO WS-FIELD-WIDTH.
006180     PERFORM 7500-APPEND-FIELD THRU 7500-EXIT.
006190 6100-EXIT.
006200     EXIT.
006270 7000-SEND-EVENT.
006271*    SEND ONE EVENT.  THE CALLER HAS BUILT THE DETAIL LINE IN
006273*    XTR-LINE AND THE IDENTIFYING FIELDS IN WS-EVENT-IDENTITY.
006275*    THE EVENT IS LEFT OFF IF THE LEDGER SHOWS IT WENT OUT WITH A
006277*    COMPLETED CYCLE OR EARLIER IN THIS EXTRACT.
006280     PERFORM 7100-FINGERPRINT THRU 7100-EXIT.
006290     IF WS-FOLD-RC NOT = ZERO
006300         ADD 1 TO WS-FINGERPRINT-FAILS
006310         DISPLAY "INTXTRCT: " WS-TYPE-NAME(WS-TYPE-SUB)
006320             " EVENT " WS-EVENT-REF " NOT FINGERPRINTED, RC = "
006330             WS-FOLD-RC " - NOT SENT"
006340         GO TO 7000-EXIT.
006350     MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO XSL-EVENT-TYPE.
006360     MOVE WS-FINGERPRINT TO XSL-FINGERPRINT.
006370     MOVE "N" TO WS-LEDGER-HIT-SWITCH.
006380     READ LEDGER-FILE
006390         INVALID KEY
006400             CONTINUE
006410         NOT INVALID KEY
006420             SET WS-LEDGER-HIT TO TRUE
006430     END-READ.
006440     IF WS-LEDGER-HIT
006450         PERFORM 7200-CHECK-ALREADY-SENT THRU 7200-EXIT
006460         IF WS-CYCLE-WAS-SENT
006470             ADD 1 TO WS-TYPE-ALREADY(WS-TYPE-SUB)
006480             ADD 1 TO WS-SUPPRESSED-COUNT
006490             GO TO 7000-EXIT
006500         END-IF
006510     END-IF.
006520     WRITE XTR-RECORD.
006530     ADD 1 TO WS-TYPE-SENT(WS-TYPE-SUB).
006540     ADD 1 TO WS-DETAIL-COUNT.
006550     ADD 1 TO WS-RECORD-COUNT.
006560     PERFORM 7300-FOLD-CONTROL-HASH THRU 7300-EXIT
006570         VARYING WS-PIECE-SUB FROM 1 BY 1
006580         UNTIL WS-PIECE-SUB > 12.
006590     MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO XSL-EVENT-TYPE.
006600     MOVE WS-FINGERPRINT TO XSL-FINGERPRINT.
006610     MOVE WS-CYCLE-ID TO XSL-CYCLE-ID.
006620     MOVE WS-RUN-TIMESTAMP TO XSL-SENT-AT.
006630     MOVE WS-EVENT-REF TO XSL-EVENT-REF.
006640     IF WS-LEDGER-HIT
006650         REWRITE XSL-RECORD
006660             INVALID KEY
006670                 ADD 1 TO WS-LEDGER-FAILS
006680         END-REWRITE
006690     ELSE
006700         WRITE XSL-RECORD
006710             INVALID KEY
006720                 ADD 1 TO WS-LEDGER-FAILS
006730         END-WRITE
006740     END-IF.
006750 7000-EXIT.
006760     EXIT.
006770 7100-FINGERPRINT.
006780     MOVE "SHA256" TO WS-HASH-ALGORITHM.
006790     MOVE ZEROS TO WS-FINGERPRINT.
006800     MOVE ZERO TO WS-FOLD-RC.
006810     PERFORM 7150-FOLD-EVENT-PIECE THRU 7150-EXIT
006820         VARYING WS-PIECE-SUB FROM 1 BY 1
006830         UNTIL WS-PIECE-SUB > 9
006840            OR WS-FOLD-RC NOT = ZERO.
006850 7100-EXIT.
006860     EXIT.
006870 7150-FOLD-EVENT-PIECE.
006880     MOVE WS-FINGERPRINT TO WS-FOLD-INPUT(1:64).
006890     MOVE WS-EVENT-PIECE(WS-PIECE-SUB) TO WS-FOLD-INPUT(65:36).
006900     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-FOLD-INPUT
006910         WS-FOLD-HASH WS-FOLD-RC.
006920     MOVE WS-FOLD-HASH(1:64) TO WS-FINGERPRINT.
006930 7150-EXIT.
006940     EXIT.
006950 7200-CHECK-ALREADY-SENT.
006960*    A LEDGER RECORD COUNTS AS SENT WHEN ITS CYCLE IS ON SENDCTL,
006970*    OR WHEN THIS EXTRACT WROTE IT (A REPEATED EXCEPTION LINE).
006980*    ONE LEFT BY AN EXTRACT THAT NEVER COMPLETED DOES NOT.
006990     MOVE "N" TO WS-CYCLE-SENT-SWITCH.
007000     IF XSL-CYCLE-ID = WS-CYCLE-ID
007010         AND XSL-SENT-AT = WS-RUN-TIMESTAMP
007020         SET WS-CYCLE-WAS-SENT TO TRUE
007030         GO TO 7200-EXIT.
007040     PERFORM 7250-FIND-SENT-CYCLE THRU 7250-EXIT
007050         VARYING WS-CYCLE-SUB FROM 1 BY 1
007060         UNTIL WS-CYCLE-SUB > WS-SENT-CYCLE-COUNT
007070            OR WS-CYCLE-WAS-SENT.
007080     IF WS-SENT-TABLE-FULL AND NOT WS-CYCLE-WAS-SENT
007090         SET WS-CYCLE-WAS-SENT TO TRUE.
007100 7200-EXIT.
007110     EXIT.
007120 7250-FIND-SENT-CYCLE.
007130     IF WS-SENT-CYCLE(WS-CYCLE-SUB) = XSL-CYCLE-ID
007140         SET WS-CYCLE-WAS-SENT TO TRUE.
007150 7250-EXIT.
007160     EXIT.
007170 7300-FOLD-CONTROL-HASH.
007180     IF NOT WS-CONTROL-HASH-GOOD
007190         GO TO 7300-EXIT.
007200     MOVE "SHA256" TO WS-HASH-ALGORITHM.
007210     MOVE WS-CONTROL-HASH TO WS-FOLD-INPUT(1:64).
007220     MOVE XTR-PIECE(WS-PIECE-SUB) TO WS-FOLD-INPUT(65:36).
007230     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-FOLD-INPUT
007240         WS-FOLD-HASH WS-FOLD-RC.
007250     IF WS-FOLD-RC NOT = ZERO
007260         MOVE "N" TO WS-CONTROL-HASH-SWITCH
007270         GO TO 7300-EXIT.
007280     MOVE WS-FOLD-HASH(1:64) TO WS-CONTROL-HASH.
007290 7300-EXIT.
007300     EXIT.
007310 7500-APPEND-FIELD.
007320*    ADD "|" AND WS-FIELD-TEXT(1:WS-FIELD-WIDTH), TRAILING BLANKS
007330*    DROPPED, TO THE LINE BEING BUILT IN XTR-LINE.
007340     INSPECT WS-FIELD-TEXT REPLACING ALL "|" BY "/".
007350     MOVE WS-FIELD-WIDTH TO WS-FIELD-LEN.
007360     MOVE "N" TO WS-TRIM-SWITCH.
007370     PERFORM 7510-TRIM-ONE-CHAR THRU 7510-EXIT
007380         UNTIL WS-FIELD-LEN = ZERO
007390            OR WS-TRIM-DONE.
007400     IF WS-FIELD-LEN = ZERO
007410         STRING "|" DELIMITED BY SIZE
007420             INTO XTR-LINE WITH POINTER WS-XTR-PTR
007430     ELSE
007440         STRING "|" WS-FIELD-TEXT(1:WS-FIELD-LEN)
007450             DELIMITED BY SIZE
007460             INTO XTR-LINE WITH POINTER WS-XTR-PTR.
007470     MOVE SPACES TO WS-FIELD-TEXT.
007480 7500-EXIT.
007490     EXIT.
007500 7510-TRIM-ONE-CHAR.
007510     IF WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
007520         SET WS-TRIM-DONE TO TRUE
007530     ELSE
007540         SUBTRACT 1 FROM WS-FIELD-LEN.
007550 7510-EXIT.
007560     EXIT.
007570 7900-INPUT-MISSING.
007580     ADD 1 TO WS-MISSING-INPUTS.
007590     DISPLAY "INTXTRCT: " WS-INPUT-NAME " NOT AVAILABLE - NO "
007600         WS-TYPE-NAME(WS-TYPE-SUB) " RECORDS SENT".
007610 7900-EXIT.
007620     EXIT.
007660 8000-WRITE-REPORT.
007670     MOVE SPACES TO PRT-REPORT-LINE.
007680     STRING "INTXTRCT OUTBOUND INTEGRITY EXTRACT"
007690         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
007700     WRITE PRT-REPORT-LINE.
007710     MOVE SPACES TO PRT-REPORT-LINE.
007720     STRING "RUN TIMESTAMP : " WS-RUN-TIMESTAMP
007730         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
007740     WRITE PRT-REPORT-LINE.
007750     MOVE SPACES TO PRT-REPORT-LINE.
007760     STRING "CYCLE         : " WS-CYCLE-ID
007770         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
007780     WRITE PRT-REPORT-LINE.
007790     MOVE SPACES TO PRT-REPORT-LINE.
007800     STRING "SOURCE SYSTEM : " WS-SOURCE-SYSTEM
007810         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
007820     WRITE PRT-REPORT-LINE.
007830     IF WS-EXTRACT-REFUSED
007840         MOVE SPACES TO PRT-REPORT-LINE
007850         STRING "VERDICT: NOT SENT - " WS-REFUSE-REASON
007860             DELIMITED BY SIZE INTO PRT-REPORT-LINE
007870         WRITE PRT-REPORT-LINE
007880         GO TO 8000-EXIT.
007890     MOVE SPACES TO PRT-REPORT-LINE.
007900     STRING "TYPE        READ       SENT  ALREADY SENT"
007910         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
007920     WRITE PRT-REPORT-LINE.
007930     PERFORM 8100-PRINT-TYPE-LINE THRU 8100-EXIT
007940         VARYING WS-TYPE-SUB FROM 1 BY 1
007950         UNTIL WS-TYPE-SUB > 4.
007960     IF WS-NO-STAMP-COUNT > ZERO
007970         MOVE WS-NO-STAMP-COUNT TO WS-EDIT-COUNT
007980         MOVE SPACES TO PRT-REPORT-LINE
007990         STRING "HASHHIST RECORDS WITH NO CHANGE STAMP : "
008000             WS-EDIT-COUNT DELIMITED BY SIZE
008010             INTO PRT-REPORT-LINE
008020         WRITE PRT-REPORT-LINE.
008030     IF WS-OTHER-CYCLE-COUNT > ZERO
008040         MOVE WS-OTHER-CYCLE-COUNT TO WS-EDIT-COUNT
008050         MOVE SPACES TO PRT-REPORT-LINE
008060         STRING "OTHER-CYCLE ERRLOG RECORDS SKIPPED    : "
008070             WS-EDIT-COUNT DELIMITED BY SIZE
008080             INTO PRT-REPORT-LINE
008090         WRITE PRT-REPORT-LINE.
008100     IF WS-MISSING-INPUTS > ZERO
008110         MOVE WS-MISSING-INPUTS TO WS-EDIT-COUNT
008120         MOVE SPACES TO PRT-REPORT-LINE
008130         STRING "INPUT FILES NOT AVAILABLE             : "
008140             WS-EDIT-COUNT DELIMITED BY SIZE
008150             INTO PRT-REPORT-LINE
008160         WRITE PRT-REPORT-LINE.
008170     IF WS-FINGERPRINT-FAILS > ZERO
008180         MOVE WS-FINGERPRINT-FAILS TO WS-EDIT-COUNT
008190         MOVE SPACES TO PRT-REPORT-LINE
008200         STRING "EVENTS NOT FINGERPRINTED (NOT SENT)   : "
008210             WS-EDIT-COUNT DELIMITED BY SIZE
008220             INTO PRT-REPORT-LINE
008230         WRITE PRT-REPORT-LINE.
008240     IF WS-LEDGER-FAILS > ZERO
008250         MOVE WS-LEDGER-FAILS TO WS-EDIT-COUNT
008260         MOVE SPACES TO PRT-REPORT-LINE
008270         STRING "EVENTS SENT BUT NOT LEDGERED          : "
008280             WS-EDIT-COUNT DELIMITED BY SIZE
008290             INTO PRT-REPORT-LINE
008300         WRITE PRT-REPORT-LINE.
008310     MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
008320     MOVE SPACES TO PRT-REPORT-LINE.
008330     STRING "DETAIL RECORDS : " WS-EDIT-COUNT
008340         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008350     WRITE PRT-REPORT-LINE.
008360     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
008370     MOVE SPACES TO PRT-REPORT-LINE.
008380     STRING "TOTAL RECORDS  : " WS-EDIT-COUNT
008390         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008400     WRITE PRT-REPORT-LINE.
008410     MOVE SPACES TO PRT-REPORT-LINE.
008420     STRING "CONTROL HASH   : " WS-CONTROL-HASH
008430         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008440     WRITE PRT-REPORT-LINE.
008450     MOVE SPACES TO PRT-REPORT-LINE.
008460     IF NOT WS-EXTRACT-SENT
008470         STRING "VERDICT: NOT SENT - " WS-REFUSE-REASON
008480             DELIMITED BY SIZE INTO PRT-REPORT-LINE
008490     ELSE
008500         IF WS-MISSING-INPUTS > ZERO
008510             OR WS-FINGERPRINT-FAILS > ZERO
008520             OR WS-LEDGER-FAILS > ZERO
008530             STRING "VERDICT: SENT WITH WARNINGS - SEE ABOVE"
008540                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
008550         ELSE
008560             STRING "VERDICT: SENT - RECORDED ON SENDCTL"
008570                 DELIMITED BY SIZE INTO PRT-REPORT-LINE.
008580     WRITE PRT-REPORT-LINE.
008590 8000-EXIT.
008600     EXIT.
008610 8100-PRINT-TYPE-LINE.
008620     MOVE SPACES TO PRT-REPORT-LINE.
008630     MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO PRT-REPORT-LINE(1:3).
008640     MOVE WS-TYPE-READ(WS-TYPE-SUB) TO WS-EDIT-COUNT.
008650     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(5:9).
008660     MOVE WS-TYPE-SENT(WS-TYPE-SUB) TO WS-EDIT-COUNT.
008670     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(16:9).
008680     MOVE WS-TYPE-ALREADY(WS-TYPE-SUB) TO WS-EDIT-COUNT.
008690     MOVE WS-EDIT-COUNT TO PRT-REPORT-LINE(30:9).
008700     WRITE PRT-REPORT-LINE.
008710 8100-EXIT.
008720     EXIT.
008730 9000-TERMINATE.
008740     CLOSE PRINT-FILE.
008750     DISPLAY "INTXTRCT: CYCLE            = " WS-CYCLE-ID.
008760     DISPLAY "INTXTRCT: DETAIL RECORDS   = " WS-DETAIL-COUNT.
008770     DISPLAY "INTXTRCT: ALREADY SENT     = " WS-SUPPRESSED-COUNT.
008780     DISPLAY "INTXTRCT: CONTROL HASH     = " WS-CONTROL-HASH.
008790     IF NOT WS-EXTRACT-SENT
008800         DISPLAY "INTXTRCT: NOT SENT - " WS-REFUSE-REASON
008810         MOVE WS-HOLD-CODE TO RETURN-CODE
008820         GO TO 9000-EXIT.
008830     IF WS-MISSING-INPUTS > ZERO
008840         OR WS-FINGERPRINT-FAILS > ZERO
008850         OR WS-LEDGER-FAILS > ZERO
008860         MOVE WS-WARN-CODE TO RETURN-CODE.
008870 9000-EXIT.
008880     EXIT.
008890 9100-RECORD-CYCLE-STEP.
008900     IF NOT WS-REGISTER-IN-USE
008910         GO TO 9100-EXIT.
008920     SET CYQ-ADVANCE TO TRUE.
008930     MOVE SPACES TO CYQ-NEW-STATE.
008940     MOVE RETURN-CODE TO CYQ-STEP-RC.
008950     CALL "CYCLCHK" USING CYQ-REQUEST.
008960     MOVE CYQ-STEP-RC TO RETURN-CODE.
008970     IF CYQ-RETURN-CODE NOT = ZERO
008980         DISPLAY "INTXTRCT: " CYQ-MESSAGE.
008990 9100-EXIT.
009000     EXIT.
