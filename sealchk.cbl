000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SEALCHK.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - INDEPENDENT AUDIT SEAL
000210*                  VERIFIER.  WALKS AN AUDITLOG (OR, WITH THE DD
000220*                  POINTED AT IT, AN AUDITARC ARCHIVE OR A
000230*                  CONCATENATION OF SEGMENTS) RECORD BY RECORD,
000240*                  RECOMPUTING EVERY SEAL AND CHECKING EVERY
000250*                  LINK THROUGH AUDLINK.  EACH BROKEN LINK IS
000260*                  LISTED WITH ITS POSITION IN THE FILE, ITS
000270*                  SEQUENCE AND SOURCE - A RECORD WHOSE SEAL
000280*                  DOES NOT RECOMPUTE, A GAP IN THE SEQUENCE
000290*                  (RECORDS DELETED), A SEQUENCE THAT REPEATS
000300*                  OR GOES BACK (RECORD INSERTED), A PRIOR SEAL
000310*                  THAT DOES NOT MATCH, OR AN UNSEALED RECORD
000320*                  INSIDE A SEALED CHAIN.  EVERY CHAIN START IS
000330*                  LISTED SO A CONCATENATION'S SEGMENTS CAN BE
000340*                  COUNTED, AND THE SUMMARY GIVES THE FIRST
000350*                  BROKEN LINK, THE LAST GOOD RECORD BEFORE IT
000360*                  AND THE SEQUENCE AND SEAL THE FILE ENDS ON,
000370*                  TO BE MATCHED AGAINST THE WRITING JOB'S LOG.
000380*                  THE JCL PARM MAY NAME A CYCLE (PARMAREA
000390*                  CONVENTION, E.G. PARM='NIGHT001') - EVERY
000400*                  RECORD IS STILL CHECKED, SINCE THE CHAIN RUNS
000410*                  THROUGH ALL OF THEM, BUT THE CYCLE'S RECORDS
000420*                  ARE COUNTED AND ITS BREAKS SHOWN SEPARATELY.
000430*                  CONDITION CODES: 0 CHAIN INTACT, 4 INTACT BUT
000440*                  UNSEALED RECORDS PRESENT OR THE NAMED CYCLE
000450*                  NOT FOUND, 8 ANY BROKEN LINK, 12 AUDITLOG
000460*                  COULD NOT BE READ.
000461* 2026-10-15 JCM   THE TAIL IS NOW RECONCILED AGAINST SEALEND
000462*                  (SEALEND.CPY), WHERE EVERY SEALING JOB RECORDS
000463*                  THE SEQUENCE AND SEAL IT LEFT THE FILE ENDING
000464*                  ON.  FROM THE FILE'S LAST REWRITE ON, EVERY
000465*                  RECORDED END MUST BE FOUND IN TURN AND THE FILE
000466*                  MUST END ON THE LAST - A RECORDED END NOT FOUND
000467*                  (TAIL CUT OFF, A RUN'S RECORDS DELETED) OR
000468*                  RECORDS AFTER THE LAST RECORDED END ARE LISTED
000469*                  AND END THE STEP WITH CONDITION CODE 8.  NO
000470*                  SEALEND, OR NO END RECORDED FOR THE FILE, GIVES
000471*                  CONDITION CODE 4.  THE PARM MAY CARRY A
000472*                  ";FILE:" CLAUSE NAMING THE FILE THE ENDS ARE
000473*                  RECORDED UNDER WHEN THE DD POINTS AT ANOTHER,
000474*                  E.G. PARM=';FILE:AUDITARC' - AUDITLOG BY
000475*                  DEFAULT.
000476*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-Z.
000510 OBJECT-COMPUTER. IBM-Z.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT PRINT-FILE ASSIGN TO PRTFILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PRINT-STATUS.
000592     SELECT SEAL-END-FILE ASSIGN TO SEALEND
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-SEALEND-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  AUDIT-FILE
000630     RECORDING MODE IS F.
000640 COPY AUDITREC.
000650 FD  PRINT-FILE
000660     RECORDING MODE IS F.
000670 COPY PRTLINE.
000672 FD  SEAL-END-FILE
000674     RECORDING MODE IS F.
000676 COPY SEALEND.
000680 WORKING-STORAGE SECTION.
000690 01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
000700     88 WS-AUDIT-OK                     VALUE "00".
000710     88 WS-AUDIT-EOF                    VALUE "10".
000720 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
000730     88 WS-PRINT-OK                     VALUE "00".
000740 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
000750     88 WS-END-OF-AUDIT                 VALUE "Y".
000760 01  WS-OPEN-SWITCH           PIC X(01) VALUE "N".
000770     88 WS-AUDIT-OPEN                   VALUE "Y".
000771 01  WS-SEALEND-STATUS        PIC X(02) VALUE SPACES.
000772     88 WS-SEALEND-OK                   VALUE "00".
000773 01  WS-SEALEND-EOF-SWITCH    PIC X(01) VALUE "N".
000774     88 WS-END-OF-SEALEND               VALUE "Y".
000775 01  WS-SEALEND-SWITCH        PIC X(01) VALUE "N".
000776     88 WS-SEALEND-IN-USE               VALUE "Y".
000777 01  WS-SLE-FOUND-SWITCH      PIC X(01) VALUE "N".
000778     88 WS-SLE-FOUND                    VALUE "Y".
000779 01  WS-TAIL-SWITCH           PIC X(01) VALUE SPACE.
000780     88 WS-TAIL-RECONCILED              VALUE "R".
000782     88 WS-TAIL-UNRECORDED              VALUE "U".
000784     88 WS-TAIL-MISMATCH                VALUE "M".
000786 COPY AUDLINK.
000790 01  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
000800 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
000803 01  WS-PARM-BASE             PIC X(100) VALUE SPACES.
000806 01  WS-SEAL-FILE             PIC X(08) VALUE "AUDITLOG".
000810 01  WS-RECORDS-READ          PIC 9(09) COMP-5 VALUE ZERO.
000820 01  WS-SEALED-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
000830 01  WS-UNSEALED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
000840 01  WS-CHAIN-COUNT           PIC 9(09) COMP-5 VALUE ZERO.
000850 01  WS-CYCLE-COUNT           PIC 9(09) COMP-5 VALUE ZERO.
000860 01  WS-CYCLE-BREAKS          PIC 9(09) COMP-5 VALUE ZERO.
000870 01  WS-BREAK-COUNT           PIC 9(09) COMP-5 VALUE ZERO.
000880 01  WS-ALTERED-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
000890 01  WS-GAP-COUNT             PIC 9(09) COMP-5 VALUE ZERO.
000900 01  WS-INSERT-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
000910 01  WS-MISMATCH-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
000920 01  WS-MISSING-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
000930 01  WS-PRIOR-SEQ             PIC 9(09) VALUE ZERO.
000940 01  WS-GAP-FROM              PIC 9(09) VALUE ZERO.
000950 01  WS-GAP-THRU              PIC 9(09) VALUE ZERO.
000951 01  WS-SLE-COUNT             PIC 9(09) COMP-5 VALUE ZERO.
000952 01  WS-SLE-ORDINAL           PIC 9(09) COMP-5 VALUE ZERO.
000953 01  WS-SLE-START             PIC 9(09) COMP-5 VALUE ZERO.
000954 01  WS-ENDS-MATCHED          PIC 9(09) COMP-5 VALUE ZERO.
000955 01  WS-ENDS-UNMATCHED        PIC 9(09) COMP-5 VALUE ZERO.
000960 01  WS-BREAK-TEXT            PIC X(40) VALUE SPACES.
000970*    THE FIRST BROKEN LINK AND THE LAST RECORD THAT VERIFIED
000980*    BEFORE IT - WHAT AN AUDITOR NEEDS TO BOUND THE DAMAGE.
000990 01  WS-FIRST-BREAK.
001000     05 WS-FB-POSITION        PIC 9(09) VALUE ZERO.
001010     05 WS-FB-SEQ             PIC 9(09) VALUE ZERO.
001020     05 WS-FB-TIMESTAMP       PIC X(26) VALUE SPACES.
001030     05 WS-FB-SOURCE          PIC X(80) VALUE SPACES.
001040     05 WS-FB-TEXT            PIC X(40) VALUE SPACES.
001050 01  WS-LAST-GOOD.
001060     05 WS-LG-POSITION        PIC 9(09) VALUE ZERO.
001070     05 WS-LG-SEQ             PIC 9(09) VALUE ZERO.
001080     05 WS-LG-TIMESTAMP       PIC X(26) VALUE SPACES.
001090     05 WS-LG-SOURCE          PIC X(80) VALUE SPACES.
001100     05 WS-LG-SEAL            PIC X(64) VALUE SPACES.
001101*    THE LATEST SEALEND CHAIN END FOUND ON THE FILE SO FAR.
001102 01  WS-LAST-END.
001103     05 WS-LE-JOB             PIC X(10) VALUE SPACES.
001104     05 WS-LE-TIMESTAMP       PIC X(26) VALUE SPACES.
001105     05 WS-LE-SEQ             PIC 9(09) VALUE ZERO.
001106     05 WS-LE-SEAL            PIC X(64) VALUE SPACES.
001110 01  WS-UNSEALED-CODE         PIC 9(04) COMP-5 VALUE 4.
001120 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001130 01  WS-UNREADABLE-CODE       PIC 9(04) COMP-5 VALUE 12.
001140 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001150 01  WS-EDIT-POS              PIC ZZZZZZZZ9.
001160 01  WS-EDIT-SEQ              PIC ZZZZZZZZ9.
001170 01  WS-EDIT-THRU             PIC ZZZZZZZZ9.
001180 LINKAGE SECTION.
001190 COPY PARMAREA.
001200 PROCEDURE DIVISION USING LS-PARM-AREA.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
001240         UNTIL WS-END-OF-AUDIT.
001250     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     STOP RUN.
001280 1000-INITIALIZE.
001290     IF LS-PARM-LENGTH > ZERO
001300         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-BASE
001310         UNSTRING WS-PARM-BASE DELIMITED BY ";FILE:"
001320             INTO WS-CYCLE-FILTER WS-SEAL-FILE
001330         IF WS-SEAL-FILE = SPACES
001340             MOVE "AUDITLOG" TO WS-SEAL-FILE
001350         END-IF
001360     END-IF.
001370     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001380     OPEN OUTPUT PRINT-FILE.
001390     IF NOT WS-PRINT-OK
001400         DISPLAY "SEALCHK: UNABLE TO OPEN PRTFILE, STATUS = "
001410             WS-PRINT-STATUS.
001420     MOVE SPACES TO PRT-REPORT-LINE.
001430     STRING "SEALCHK AUDIT SEAL CHAIN VERIFICATION"
001440         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
001450     WRITE PRT-REPORT-LINE.
001460     MOVE SPACES TO PRT-REPORT-LINE.
001470     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
001480         INTO PRT-REPORT-LINE.
001490     WRITE PRT-REPORT-LINE.
001500     MOVE SPACES TO PRT-REPORT-LINE.
001510     IF WS-CYCLE-FILTER = SPACES
001520         STRING "CYCLE        : ALL CYCLES" DELIMITED BY SIZE
001530             INTO PRT-REPORT-LINE
001540     ELSE
001550         STRING "CYCLE        : " WS-CYCLE-FILTER
001560             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
001570     WRITE PRT-REPORT-LINE.
001580     MOVE SPACES TO PRT-REPORT-LINE.
001590     STRING "SEALEND FILE : " WS-SEAL-FILE
001600         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
001610     WRITE PRT-REPORT-LINE.
001620     MOVE SPACES TO PRT-REPORT-LINE.
001630     WRITE PRT-REPORT-LINE.
001640     PERFORM 1100-LOAD-SEAL-ENDS THRU 1100-EXIT.
001650     OPEN INPUT AUDIT-FILE.
001660     IF NOT WS-AUDIT-OK
001670         DISPLAY "SEALCHK: UNABLE TO OPEN AUDITLOG, STATUS = "
001680             WS-AUDIT-STATUS
001690         SET WS-END-OF-AUDIT TO TRUE
001700         GO TO 1000-EXIT.
001710     SET WS-AUDIT-OPEN TO TRUE.
001720     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001730 1000-EXIT.
001740     EXIT.
001750 1100-LOAD-SEAL-ENDS.
001760*    FIRST PASS OVER SEALEND.  COUNT THE CHAIN ENDS RECORDED FOR
001770*    THIS FILE AND FIND ITS LAST REWRITE - EVERY END RECORDED
001780*    BEFORE THAT NO LONGER APPLIES.  THEN REOPEN SEALEND AND STAND
001790*    ON THE FIRST END THAT DOES, READY TO MEET IT IN THE FILE.
001800     OPEN INPUT SEAL-END-FILE.
001810     IF NOT WS-SEALEND-OK
001820         DISPLAY "SEALCHK: UNABLE TO OPEN SEALEND, STATUS = "
001830             WS-SEALEND-STATUS " - TAIL NOT RECONCILED"
001840         GO TO 1100-EXIT.
001850     PERFORM 1150-COUNT-SEAL-END THRU 1150-EXIT
001860         UNTIL WS-END-OF-SEALEND.
001870     CLOSE SEAL-END-FILE.
001880     IF WS-SLE-COUNT = ZERO
001890         DISPLAY "SEALCHK: NO CHAIN END RECORDED FOR "
001900             WS-SEAL-FILE " ON SEALEND - TAIL NOT RECONCILED"
001910         GO TO 1100-EXIT.
001920     IF WS-SLE-START = ZERO
001930         MOVE 1 TO WS-SLE-START.
001940     MOVE "N" TO WS-SEALEND-EOF-SWITCH.
001950     OPEN INPUT SEAL-END-FILE.
001960     IF NOT WS-SEALEND-OK
001970         DISPLAY "SEALCHK: UNABLE TO REOPEN SEALEND, STATUS = "
001980             WS-SEALEND-STATUS " - TAIL NOT RECONCILED"
001990         GO TO 1100-EXIT.
002000     SET WS-SEALEND-IN-USE TO TRUE.
002010     PERFORM 2500-NEXT-SEAL-END THRU 2500-EXIT
002020         UNTIL WS-END-OF-SEALEND
002030            OR WS-SLE-ORDINAL NOT < WS-SLE-START.
002040     PERFORM 2650-PASS-EMPTY-ENDS THRU 2650-EXIT.
002050 1100-EXIT.
002060     EXIT.
002070 1150-COUNT-SEAL-END.
002080     READ SEAL-END-FILE
002090         AT END
002100             SET WS-END-OF-SEALEND TO TRUE
002110             GO TO 1150-EXIT.
002120     IF SLE-AUDIT-FILE NOT = WS-SEAL-FILE
002130         GO TO 1150-EXIT.
002140     ADD 1 TO WS-SLE-COUNT.
002150     IF SLE-FILE-REWRITTEN
002160         MOVE WS-SLE-COUNT TO WS-SLE-START.
002170 1150-EXIT.
002180     EXIT.
002190 2000-CHECK-RECORD.
002200     ADD 1 TO WS-RECORDS-READ.
002210     MOVE ACK-LAST-SEQ TO WS-PRIOR-SEQ.
002220     CALL "AUDLINK" USING AUD-RECORD ACK-LINK-STATE.
002230     IF WS-CYCLE-FILTER NOT = SPACES
002240         AND AUD-CYCLE-ID = WS-CYCLE-FILTER
002250         ADD 1 TO WS-CYCLE-COUNT
002260         IF ACK-LINK-BROKEN
002270             ADD 1 TO WS-CYCLE-BREAKS
002280         END-IF
002290     END-IF.
002300     IF WS-SEALEND-IN-USE
002310         AND NOT WS-END-OF-SEALEND
002320         AND AUD-SEAL NOT = SPACES
002330         PERFORM 2600-MATCH-SEAL-END THRU 2600-EXIT.
002340     EVALUATE TRUE
002350         WHEN ACK-LEGACY-UNSEALED
002360             ADD 1 TO WS-UNSEALED-COUNT
002370         WHEN ACK-CHAIN-STARTED
002380             ADD 1 TO WS-SEALED-COUNT
002390             ADD 1 TO WS-CHAIN-COUNT
002400             PERFORM 2200-NOTE-CHAIN-START THRU 2200-EXIT
002410             PERFORM 2300-NOTE-GOOD-RECORD THRU 2300-EXIT
002420         WHEN ACK-LINK-GOOD
002430             ADD 1 TO WS-SEALED-COUNT
002440             PERFORM 2300-NOTE-GOOD-RECORD THRU 2300-EXIT
002450         WHEN OTHER
002460             PERFORM 2400-NOTE-BREAK THRU 2400-EXIT
002470     END-EVALUATE.
002480     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510 2100-READ-AUDIT.
002520     READ AUDIT-FILE
002530         AT END
002540             SET WS-END-OF-AUDIT TO TRUE.
002550 2100-EXIT.
002560     EXIT.
002570 2200-NOTE-CHAIN-START.
002580     MOVE WS-RECORDS-READ TO WS-EDIT-POS.
002590     MOVE WS-CHAIN-COUNT TO WS-EDIT-COUNT.
002600     MOVE SPACES TO PRT-REPORT-LINE.
002610     STRING "CHAIN " WS-EDIT-COUNT " STARTS AT RECORD "
002620         WS-EDIT-POS "  " AUD-TIMESTAMP "  CYCLE " AUD-CYCLE-ID
002630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002640     WRITE PRT-REPORT-LINE.
002650 2200-EXIT.
002660     EXIT.
002670 2300-NOTE-GOOD-RECORD.
002680*    THE LAST GOOD RECORD IS FROZEN AT THE FIRST BREAK.
002690     IF WS-BREAK-COUNT > ZERO
002700         GO TO 2300-EXIT.
002710     MOVE WS-RECORDS-READ TO WS-LG-POSITION.
002720     MOVE AUD-SEAL-SEQ TO WS-LG-SEQ.
002730     MOVE AUD-TIMESTAMP TO WS-LG-TIMESTAMP.
002740     MOVE AUD-SOURCE-ID TO WS-LG-SOURCE.
002750     MOVE AUD-SEAL TO WS-LG-SEAL.
002760 2300-EXIT.
002770     EXIT.
002780 2400-NOTE-BREAK.
002790     ADD 1 TO WS-BREAK-COUNT.
002800     EVALUATE TRUE
002810         WHEN ACK-SEAL-ALTERED
002820             ADD 1 TO WS-ALTERED-COUNT
002830             MOVE "SEAL DOES NOT RECOMPUTE - RECORD ALTERED"
002840                 TO WS-BREAK-TEXT
002850         WHEN ACK-SEQUENCE-GAP
002860             ADD 1 TO WS-GAP-COUNT
002870             MOVE "SEQUENCE GAP - RECORDS MISSING"
002880                 TO WS-BREAK-TEXT
002890         WHEN ACK-OUT-OF-SEQUENCE
002900             ADD 1 TO WS-INSERT-COUNT
002910             MOVE "SEQUENCE REPEATS - RECORD INSERTED"
002920                 TO WS-BREAK-TEXT
002930         WHEN ACK-LINK-MISMATCH
002940             ADD 1 TO WS-MISMATCH-COUNT
002950             MOVE "PRIOR SEAL MISMATCH - RECORD REPLACED"
002960                 TO WS-BREAK-TEXT
002970         WHEN OTHER
002980             ADD 1 TO WS-MISSING-COUNT
002990             MOVE "UNSEALED RECORD INSIDE SEALED CHAIN"
003000                 TO WS-BREAK-TEXT
003010     END-EVALUATE.
003020     IF WS-BREAK-COUNT = 1
003030         MOVE WS-RECORDS-READ TO WS-FB-POSITION
003040         MOVE AUD-TIMESTAMP TO WS-FB-TIMESTAMP
003050         MOVE AUD-SOURCE-ID TO WS-FB-SOURCE
003060         MOVE WS-BREAK-TEXT TO WS-FB-TEXT
003070         IF ACK-SEAL-MISSING
003080             MOVE ZERO TO WS-FB-SEQ
003090         ELSE
003100             MOVE AUD-SEAL-SEQ TO WS-FB-SEQ
003110         END-IF
003120     END-IF.
003130     MOVE WS-RECORDS-READ TO WS-EDIT-POS.
003140     MOVE SPACES TO PRT-REPORT-LINE.
003150     STRING "BREAK AT RECORD " WS-EDIT-POS ": " WS-BREAK-TEXT
003160         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003170     WRITE PRT-REPORT-LINE.
003180     MOVE SPACES TO PRT-REPORT-LINE.
003190     IF ACK-SEAL-MISSING
003200         STRING "    SOURCE " AUD-SOURCE-ID(1:44) " "
003210             AUD-TIMESTAMP DELIMITED BY SIZE INTO PRT-REPORT-LINE
003220     ELSE
003230         MOVE AUD-SEAL-SEQ TO WS-EDIT-SEQ
003240         STRING "    SEQUENCE " WS-EDIT-SEQ " SOURCE "
003250             AUD-SOURCE-ID(1:44) " " AUD-TIMESTAMP
003260             DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003270     WRITE PRT-REPORT-LINE.
003280     IF NOT ACK-SEQUENCE-GAP
003290         GO TO 2400-EXIT.
003300*    A GAP INSIDE A CHAIN NAMES THE MISSING SEQUENCES; A CHAIN
003310*    WHOSE HEAD IS MISSING IS MISSING EVERYTHING BEFORE IT.
003320     IF AUD-SEAL-SEQ > WS-PRIOR-SEQ
003330         AND WS-SEALED-COUNT > ZERO
003340         COMPUTE WS-GAP-FROM = WS-PRIOR-SEQ + 1
003350     ELSE
003360         MOVE 1 TO WS-GAP-FROM.
003370     COMPUTE WS-GAP-THRU = AUD-SEAL-SEQ - 1.
003380     IF WS-GAP-THRU < WS-GAP-FROM
003390         GO TO 2400-EXIT.
003400     MOVE WS-GAP-FROM TO WS-EDIT-SEQ.
003410     MOVE WS-GAP-THRU TO WS-EDIT-THRU.
003420     MOVE SPACES TO PRT-REPORT-LINE.
003430     STRING "    MISSING SEQUENCES " WS-EDIT-SEQ " THRU "
003440         WS-EDIT-THRU DELIMITED BY SIZE INTO PRT-REPORT-LINE.
003450     WRITE PRT-REPORT-LINE.
003460 2400-EXIT.
003470     EXIT.
003480 2500-NEXT-SEAL-END.
003490*    SEALEND IN STEP WITH THE FILE.  SLE-RECORD HOLDS THE NEXT
003500*    RECORDED END STILL TO BE MET UNTIL SEALEND IS EXHAUSTED.
003510     MOVE "N" TO WS-SLE-FOUND-SWITCH.
003520     PERFORM 2510-READ-SEAL-END THRU 2510-EXIT
003530         UNTIL WS-END-OF-SEALEND
003540            OR WS-SLE-FOUND.
003550 2500-EXIT.
003560     EXIT.
003570 2510-READ-SEAL-END.
003580     READ SEAL-END-FILE
003590         AT END
003600             SET WS-END-OF-SEALEND TO TRUE
003610             GO TO 2510-EXIT.
003620     IF SLE-AUDIT-FILE = WS-SEAL-FILE
003630         ADD 1 TO WS-SLE-ORDINAL
003640         SET WS-SLE-FOUND TO TRUE.
003650 2510-EXIT.
003660     EXIT.
003670 2600-MATCH-SEAL-END.
003680     IF AUD-SEAL-SEQ NOT = SLE-SEAL-SEQ
003690         OR AUD-SEAL NOT = SLE-SEAL
003700         GO TO 2600-EXIT.
003710     PERFORM 2700-NOTE-END-FOUND THRU 2700-EXIT.
003720     PERFORM 2500-NEXT-SEAL-END THRU 2500-EXIT.
003730     PERFORM 2650-PASS-EMPTY-ENDS THRU 2650-EXIT.
003740 2600-EXIT.
003750     EXIT.
003760 2650-PASS-EMPTY-ENDS.
003770*    AN END THAT NEEDS NO RECORD OF ITS OWN - A REWRITE THAT KEPT
003780*    NOTHING, OR THE END JUST MET RECORDED AGAIN - IS MET WHERE
003790*    IT STANDS.
003800     PERFORM 2660-PASS-ONE-END THRU 2660-EXIT
003810         UNTIL WS-END-OF-SEALEND
003820            OR (SLE-SEAL-SEQ NOT = ZERO
003830                AND (SLE-SEAL-SEQ NOT = WS-LE-SEQ
003840                     OR SLE-SEAL NOT = WS-LE-SEAL)).
003850 2650-EXIT.
003860     EXIT.
003870 2660-PASS-ONE-END.
003880     PERFORM 2700-NOTE-END-FOUND THRU 2700-EXIT.
003890     PERFORM 2500-NEXT-SEAL-END THRU 2500-EXIT.
003900 2660-EXIT.
003910     EXIT.
003920 2700-NOTE-END-FOUND.
003930     ADD 1 TO WS-ENDS-MATCHED.
003940     MOVE SLE-JOB-NAME TO WS-LE-JOB.
003950     MOVE SLE-TIMESTAMP TO WS-LE-TIMESTAMP.
003960     MOVE SLE-SEAL-SEQ TO WS-LE-SEQ.
003970     MOVE SLE-SEAL TO WS-LE-SEAL.
003980     MOVE WS-RECORDS-READ TO WS-EDIT-POS.
003990     MOVE SLE-SEAL-SEQ TO WS-EDIT-SEQ.
004000     MOVE SPACES TO PRT-REPORT-LINE.
004010     STRING "RECORDED END AT RECORD " WS-EDIT-POS " SEQUENCE "
004020         WS-EDIT-SEQ "  " SLE-JOB-NAME " " SLE-TIMESTAMP
004030         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004040     WRITE PRT-REPORT-LINE.
004050 2700-EXIT.
004060     EXIT.
004070 3000-WRITE-SUMMARY.
004080     MOVE SPACES TO PRT-REPORT-LINE.
004090     WRITE PRT-REPORT-LINE.
004100     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
004110     MOVE SPACES TO PRT-REPORT-LINE.
004120     STRING "AUDIT RECORDS READ      : " WS-EDIT-COUNT
004130         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004140     WRITE PRT-REPORT-LINE.
004150     MOVE WS-SEALED-COUNT TO WS-EDIT-COUNT.
004160     MOVE SPACES TO PRT-REPORT-LINE.
004170     STRING "SEALED AND VERIFIED     : " WS-EDIT-COUNT
004180         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004190     WRITE PRT-REPORT-LINE.
004200     MOVE WS-UNSEALED-COUNT TO WS-EDIT-COUNT.
004210     MOVE SPACES TO PRT-REPORT-LINE.
004220     STRING "UNSEALED (PRE-SEAL)     : " WS-EDIT-COUNT
004230         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004240     WRITE PRT-REPORT-LINE.
004250     MOVE WS-CHAIN-COUNT TO WS-EDIT-COUNT.
004260     MOVE SPACES TO PRT-REPORT-LINE.
004270     STRING "SEAL CHAINS FOUND       : " WS-EDIT-COUNT
004280         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004290     WRITE PRT-REPORT-LINE.
004300     IF WS-CYCLE-FILTER NOT = SPACES
004310         MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT
004320         MOVE SPACES TO PRT-REPORT-LINE
004330         STRING "RECORDS FOR CYCLE       : " WS-EDIT-COUNT
004340             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004350         WRITE PRT-REPORT-LINE
004360         MOVE WS-CYCLE-BREAKS TO WS-EDIT-COUNT
004370         MOVE SPACES TO PRT-REPORT-LINE
004380         STRING "BREAKS WITHIN CYCLE     : " WS-EDIT-COUNT
004390             DELIMITED BY SIZE INTO PRT-REPORT-LINE
004400         WRITE PRT-REPORT-LINE.
004410     MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT.
004420     MOVE SPACES TO PRT-REPORT-LINE.
004430     STRING "BROKEN LINKS            : " WS-EDIT-COUNT
004440         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004450     WRITE PRT-REPORT-LINE.
004460     MOVE WS-ALTERED-COUNT TO WS-EDIT-COUNT.
004470     MOVE SPACES TO PRT-REPORT-LINE.
004480     STRING "  RECORDS ALTERED       : " WS-EDIT-COUNT
004490         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004500     WRITE PRT-REPORT-LINE.
004510     MOVE WS-GAP-COUNT TO WS-EDIT-COUNT.
004520     MOVE SPACES TO PRT-REPORT-LINE.
004530     STRING "  SEQUENCE GAPS         : " WS-EDIT-COUNT
004540         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004550     WRITE PRT-REPORT-LINE.
004560     MOVE WS-INSERT-COUNT TO WS-EDIT-COUNT.
004570     MOVE SPACES TO PRT-REPORT-LINE.
004580     STRING "  INSERTIONS            : " WS-EDIT-COUNT
004590         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004600     WRITE PRT-REPORT-LINE.
004610     MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT.
004620     MOVE SPACES TO PRT-REPORT-LINE.
004630     STRING "  PRIOR SEAL MISMATCHES : " WS-EDIT-COUNT
004640         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004650     WRITE PRT-REPORT-LINE.
004660     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
004670     MOVE SPACES TO PRT-REPORT-LINE.
004680     STRING "  SEALS MISSING         : " WS-EDIT-COUNT
004690         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
004700     WRITE PRT-REPORT-LINE.
004710     PERFORM 3100-WRITE-FIRST-BREAK THRU 3100-EXIT.
004720     PERFORM 3200-WRITE-LAST-GOOD THRU 3200-EXIT.
004730     PERFORM 3300-WRITE-CHAIN-END THRU 3300-EXIT.
004740     PERFORM 3400-RECONCILE-TAIL THRU 3400-EXIT.
004750     MOVE SPACES TO PRT-REPORT-LINE.
004760     EVALUATE TRUE
004770         WHEN NOT WS-AUDIT-OPEN
004780             STRING "VERDICT: AUDITLOG UNREADABLE - CONDITION "
004790                 "CODE 12" DELIMITED BY SIZE INTO PRT-REPORT-LINE
004800         WHEN WS-BREAK-COUNT > ZERO
004810             STRING "VERDICT: AUDIT TRAIL ALTERED - SEAL CHAIN "
004820                 "BROKEN - CONDITION CODE 8" DELIMITED BY SIZE
004830                 INTO PRT-REPORT-LINE
004840         WHEN WS-TAIL-MISMATCH
004850             STRING "VERDICT: AUDIT TRAIL ALTERED - TAIL DOES "
004860                 "NOT RECONCILE TO SEALEND - CONDITION CODE 8"
004870                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
004880         WHEN WS-UNSEALED-COUNT > ZERO
004890             STRING "VERDICT: SEAL CHAIN INTACT - UNSEALED "
004900                 "RECORDS PRESENT - CONDITION CODE 4"
004910                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
004920         WHEN WS-TAIL-UNRECORDED
004930             STRING "VERDICT: SEAL CHAIN INTACT - TAIL NOT "
004940                 "RECONCILED - CONDITION CODE 4"
004950                 DELIMITED BY SIZE INTO PRT-REPORT-LINE
004960         WHEN WS-CYCLE-FILTER NOT = SPACES
004970             AND WS-CYCLE-COUNT = ZERO
004980             STRING "VERDICT: SEAL CHAIN INTACT - NO RECORDS FOR "
004990                 "CYCLE - CONDITION CODE 4" DELIMITED BY SIZE
005000                 INTO PRT-REPORT-LINE
005010         WHEN OTHER
005020             STRING "VERDICT: SEAL CHAIN INTACT - CONDITION "
005030                 "CODE 0" DELIMITED BY SIZE INTO PRT-REPORT-LINE
005040     END-EVALUATE.
005050     WRITE PRT-REPORT-LINE.
005060 3000-EXIT.
005070     EXIT.
005080 3100-WRITE-FIRST-BREAK.
005090     IF WS-BREAK-COUNT = ZERO
005100         GO TO 3100-EXIT.
005110     MOVE SPACES TO PRT-REPORT-LINE.
005120     WRITE PRT-REPORT-LINE.
005130     MOVE WS-FB-POSITION TO WS-EDIT-POS.
005140     MOVE WS-FB-SEQ TO WS-EDIT-SEQ.
005150     MOVE SPACES TO PRT-REPORT-LINE.
005160     STRING "FIRST BROKEN LINK       : RECORD " WS-EDIT-POS
005170         " SEQUENCE " WS-EDIT-SEQ
005180         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005190     WRITE PRT-REPORT-LINE.
005200     MOVE SPACES TO PRT-REPORT-LINE.
005210     STRING "    " WS-FB-TEXT DELIMITED BY SIZE
005220         INTO PRT-REPORT-LINE.
005230     WRITE PRT-REPORT-LINE.
005240     MOVE SPACES TO PRT-REPORT-LINE.
005250     STRING "    SOURCE " WS-FB-SOURCE(1:44) " " WS-FB-TIMESTAMP
005260         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005270     WRITE PRT-REPORT-LINE.
005280 3100-EXIT.
005290     EXIT.
005300 3200-WRITE-LAST-GOOD.
005310     MOVE SPACES TO PRT-REPORT-LINE.
005320     IF WS-LG-POSITION = ZERO
005330         STRING "LAST GOOD RECORD        : NONE"
005340             DELIMITED BY SIZE INTO PRT-REPORT-LINE
005350         WRITE PRT-REPORT-LINE
005360         GO TO 3200-EXIT.
005370     MOVE WS-LG-POSITION TO WS-EDIT-POS.
005380     MOVE WS-LG-SEQ TO WS-EDIT-SEQ.
005390     STRING "LAST GOOD RECORD        : RECORD " WS-EDIT-POS
005400         " SEQUENCE " WS-EDIT-SEQ
005410         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005420     WRITE PRT-REPORT-LINE.
005430     MOVE SPACES TO PRT-REPORT-LINE.
005440     STRING "    SOURCE " WS-LG-SOURCE(1:44) " " WS-LG-TIMESTAMP
005450         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005460     WRITE PRT-REPORT-LINE.
005470     MOVE SPACES TO PRT-REPORT-LINE.
005480     STRING "    SEAL " WS-LG-SEAL DELIMITED BY SIZE
005490         INTO PRT-REPORT-LINE.
005500     WRITE PRT-REPORT-LINE.
005510 3200-EXIT.
005520     EXIT.
005530 3300-WRITE-CHAIN-END.
005540*    THE SEQUENCE AND SEAL THE FILE ENDS ON - A CHAIN CANNOT
005550*    SHOW ITS OWN TAIL BEING CUT OFF, SO 3400 RECONCILES THEM
005560*    AGAINST THE CHAIN ENDS THE WRITING JOBS RECORDED ON SEALEND.
005570     IF WS-SEALED-COUNT = ZERO
005580         AND WS-BREAK-COUNT = ZERO
005590         GO TO 3300-EXIT.
005600     MOVE ACK-LAST-SEQ TO WS-EDIT-SEQ.
005610     MOVE SPACES TO PRT-REPORT-LINE.
005620     STRING "CHAIN ENDS AT SEQUENCE  : " WS-EDIT-SEQ
005630         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005640     WRITE PRT-REPORT-LINE.
005650     MOVE SPACES TO PRT-REPORT-LINE.
005660     STRING "    SEAL " ACK-LAST-SEAL DELIMITED BY SIZE
005670         INTO PRT-REPORT-LINE.
005680     WRITE PRT-REPORT-LINE.
005690 3300-EXIT.
005700     EXIT.
005710 3400-RECONCILE-TAIL.
005720*    RECONCILE THE TAIL.  EVERY RECORDED END MUST HAVE BEEN MET
005730*    AND THE FILE MUST END ON THE LAST OF THEM.
005740     IF NOT WS-AUDIT-OPEN
005750         GO TO 3400-EXIT.
005760     IF NOT WS-SEALEND-IN-USE
005770         AND WS-SEALED-COUNT = ZERO
005780         AND WS-BREAK-COUNT = ZERO
005790         GO TO 3400-EXIT.
005800     MOVE SPACES TO PRT-REPORT-LINE.
005810     WRITE PRT-REPORT-LINE.
005820     MOVE SPACES TO PRT-REPORT-LINE.
005830     IF NOT WS-SEALEND-IN-USE
005840         SET WS-TAIL-UNRECORDED TO TRUE
005850         STRING "RECORDED CHAIN END      : NONE FOR " WS-SEAL-FILE
005860             " ON SEALEND - TAIL NOT RECONCILED"
005870             DELIMITED BY SIZE INTO PRT-REPORT-LINE
005880         WRITE PRT-REPORT-LINE
005890         GO TO 3400-EXIT.
005900     MOVE WS-ENDS-MATCHED TO WS-EDIT-COUNT.
005910     STRING "RECORDED ENDS FOUND     : " WS-EDIT-COUNT
005920         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
005930     WRITE PRT-REPORT-LINE.
005940     IF NOT WS-END-OF-SEALEND
005950         PERFORM 3450-REPORT-END-MISSING THRU 3450-EXIT
005960         GO TO 3400-EXIT.
005970     MOVE SPACES TO PRT-REPORT-LINE.
005980     MOVE WS-LE-SEQ TO WS-EDIT-SEQ.
005990     IF WS-LE-SEQ = ACK-LAST-SEQ
006000         AND (WS-LE-SEQ = ZERO OR WS-LE-SEAL = ACK-LAST-SEAL)
006010         SET WS-TAIL-RECONCILED TO TRUE
006020         STRING "CHAIN END RECONCILED    : SEQUENCE " WS-EDIT-SEQ
006030             " RECORDED BY " WS-LE-JOB " " WS-LE-TIMESTAMP
006040             DELIMITED BY SIZE INTO PRT-REPORT-LINE
006050         WRITE PRT-REPORT-LINE
006060         GO TO 3400-EXIT.
006070     SET WS-TAIL-MISMATCH TO TRUE.
006080     STRING "UNRECORDED RECORDS AFTER LAST RECORDED END: "
006090         "SEQUENCE " WS-EDIT-SEQ DELIMITED BY SIZE
006100         INTO PRT-REPORT-LINE.
006110     WRITE PRT-REPORT-LINE.
006120     MOVE SPACES TO PRT-REPORT-LINE.
006130     STRING "    RECORDED BY " WS-LE-JOB " " WS-LE-TIMESTAMP
006140         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006150     WRITE PRT-REPORT-LINE.
006160 3400-EXIT.
006170     EXIT.
006180 3450-REPORT-END-MISSING.
006190*    THE FIRST END NOT MET IS SHOWN IN FULL; THE REST ARE COUNTED.
006200     SET WS-TAIL-MISMATCH TO TRUE.
006210     MOVE SLE-SEAL-SEQ TO WS-EDIT-SEQ.
006220     MOVE SPACES TO PRT-REPORT-LINE.
006230     STRING "RECORDED CHAIN END NOT FOUND: SEQUENCE " WS-EDIT-SEQ
006240         "  " SLE-JOB-NAME " " SLE-TIMESTAMP
006250         " CYCLE " SLE-CYCLE-ID DELIMITED BY SIZE
006260         INTO PRT-REPORT-LINE.
006270     WRITE PRT-REPORT-LINE.
006280     MOVE SPACES TO PRT-REPORT-LINE.
006290     STRING "    SEAL " SLE-SEAL DELIMITED BY SIZE
006300         INTO PRT-REPORT-LINE.
006310     WRITE PRT-REPORT-LINE.
006320     PERFORM 3460-COUNT-END-MISSING THRU 3460-EXIT
006330         UNTIL WS-END-OF-SEALEND.
006340     MOVE WS-ENDS-UNMATCHED TO WS-EDIT-COUNT.
006350     MOVE SPACES TO PRT-REPORT-LINE.
006360     STRING "RECORDED ENDS NOT FOUND : " WS-EDIT-COUNT
006370         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
006380     WRITE PRT-REPORT-LINE.
006390 3450-EXIT.
006400     EXIT.
006410 3460-COUNT-END-MISSING.
006420     ADD 1 TO WS-ENDS-UNMATCHED.
006430     PERFORM 2500-NEXT-SEAL-END THRU 2500-EXIT.
006440 3460-EXIT.
006450     EXIT.
006460 9000-TERMINATE.
006470     IF WS-AUDIT-OPEN
006480         CLOSE AUDIT-FILE.
006490     IF WS-SEALEND-IN-USE
006500         CLOSE SEAL-END-FILE.
006510     CLOSE PRINT-FILE.
006520     DISPLAY "SEALCHK: AUDIT RECORDS READ = " WS-RECORDS-READ.
006530     DISPLAY "SEALCHK: BROKEN LINKS       = " WS-BREAK-COUNT.
006540     DISPLAY "SEALCHK: RECORDED ENDS FOUND = " WS-ENDS-MATCHED.
006550     IF WS-ENDS-UNMATCHED > ZERO
006560         DISPLAY "SEALCHK: RECORDED ENDS MISSING = "
006570             WS-ENDS-UNMATCHED.
006580     EVALUATE TRUE
006590         WHEN NOT WS-AUDIT-OPEN
006600             MOVE WS-UNREADABLE-CODE TO RETURN-CODE
006610         WHEN WS-BREAK-COUNT > ZERO
006620             MOVE WS-HOLD-CODE TO RETURN-CODE
006630         WHEN WS-TAIL-MISMATCH
006640             MOVE WS-HOLD-CODE TO RETURN-CODE
006650         WHEN WS-UNSEALED-COUNT > ZERO
006660             MOVE WS-UNSEALED-CODE TO RETURN-CODE
006670         WHEN WS-TAIL-UNRECORDED
006680             MOVE WS-UNSEALED-CODE TO RETURN-CODE
006690         WHEN WS-CYCLE-FILTER NOT = SPACES
006700             AND WS-CYCLE-COUNT = ZERO
006710             MOVE WS-UNSEALED-CODE TO RETURN-CODE
006720     END-EVALUATE.
006730 9000-EXIT.
006740     EXIT.
