000350*                  AND THE STEP ENDS WITH CONDITION CODE 8 SO A
000360*                  BAD DEPLOY CANNOT BECOME THE BASELINE
000370*                  OVERNIGHT.
000371* 2026-10-15 JCM   THE STEP NOW RUNS AGAINST A CYCLE: THE JCL
000371*                  PARM MAY NAME ONE (PARMAREA CONVENTION, E.G.
000371*                  PARM='NIGHT001'), OTHERWISE THE CURRENT OPEN
000372*                  CYCLE IS TAKEN FROM THE CYCLREG CYCLE REGISTER
000372*                  THROUGH CYCLCHK (CYCREQ.CPY).  A CYCLE THAT IS
000373*                  NOT OPEN ON THE REGISTER IS REFUSED WITH
000373*                  CONDITION CODE 8 BEFORE ANYTHING IS READ.  THE
000374*                  OUTCOME IS RECORDED ON THE REGISTER AND A
000374*                  PROMOTION MOVES THE CYCLE TO PROMOTED.  WITHOUT
000375*                  A CYCLREG DD THE STEP RUNS AS BEFORE.
000375* 2026-10-15 JCM   A PROMOTION NOW LEAVES A DATED RECORD OF EACH
000376*                  APPROVAL THAT CLEARED IT - APPRCTL CARDS CARRY
000376*                  NO DATE OR CYCLE.  BEFORE MANBASEN IS WRITTEN,
000377*                  ONE APPRLOG RECORD (APPRLOG.CPY) IS APPENDED
000377*                  FOR EACH CARD THAT ACKNOWLEDGED A CHANGED OR
000378*                  REMOVED EXCEPTION.  IF APPRLOG CANNOT BE OPENED
000378*                  OR WRITTEN THE PROMOTION IS HELD WITH CONDITION
000379*                  CODE 8 - AN UNRECORDED APPROVAL WOULD LEAVE THE
000379*                  CHANGE UNAPPROVED ON THE ATTESTATION.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000480     SELECT APPROVAL-FILE ASSIGN TO APPRCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-APPROVAL-STATUS.
000503     SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
000505         ORGANIZATION IS LINE SEQUENTIAL
000507         FILE STATUS IS WS-APPRLOG-STATUS.
000510     SELECT MANIFEST-OUT ASSIGN TO MANOUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MANOUT-STATUS.
000650 FD  APPROVAL-FILE
000660     RECORDING MODE IS F.
000670 COPY APPRCTL.
000673 FD  APPROVAL-LOG-FILE
000675     RECORDING MODE IS F.
000677 COPY APPRLOG.
000680 FD  MANIFEST-OUT
000690     RECORDING MODE IS F.
000700 COPY MANIREC.
000832     88 WS-EXCEPT-EOF                   VALUE "10".
000840 01  WS-APPROVAL-STATUS       PIC X(02) VALUE SPACES.
000850     88 WS-APPROVAL-OK                  VALUE "00".
000854 01  WS-APPRLOG-STATUS        PIC X(02) VALUE SPACES.
000857     88 WS-APPRLOG-OK                   VALUE "00".
000860 01  WS-MANOUT-STATUS         PIC X(02) VALUE SPACES.
000870     88 WS-MANOUT-OK                    VALUE "00".
000880 01  WS-NEWBASE-STATUS        PIC X(02) VALUE SPACES.
001040         10 WS-APR-NAME       PIC X(20).
001050         10 WS-APR-USED       PIC X(01).
001060             88 WS-APR-IS-USED          VALUE "Y".
001065         10 WS-APR-TYPE       PIC X(10).
001070 01  WS-APPROVAL-FULL-SWITCH  PIC X(01) VALUE "N".
001080     88 WS-APPROVAL-TABLE-FULL           VALUE "Y".
001090 01  WS-EXCEPTIONS-READ       PIC 9(09) COMP-5 VALUE ZERO.
001120 01  WS-UNACKED-COUNT         PIC 9(09) COMP-5 VALUE ZERO.
001130 01  WS-PROMOTED-COUNT        PIC 9(09) COMP-5 VALUE ZERO.
001140 01  WS-UNUSED-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001144 01  WS-LOGGED-COUNT          PIC 9(09) COMP-5 VALUE ZERO.
001147 01  WS-LOG-FAILURES          PIC 9(09) COMP-5 VALUE ZERO.
001150 01  WS-HOLD-CODE             PIC 9(04) COMP-5 VALUE 8.
001160 01  WS-EDIT-COUNT            PIC ZZZZZZZZ9.
001170 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
001172 01  WS-REGISTER-SWITCH       PIC X(01) VALUE "N".
001173     88 WS-REGISTER-IN-USE              VALUE "Y".
001174 COPY CYCREQ.
001176 LINKAGE SECTION.
001177 COPY PARMAREA.
001178 PROCEDURE DIVISION USING LS-PARM-AREA.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     PERFORM 2000-CHECK-EXCEPTION THRU 2000-EXIT
001260         PERFORM 3000-PROMOTE-BASELINE THRU 3000-EXIT.
001270     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001285     PERFORM 9100-RECORD-CYCLE-STEP THRU 9100-EXIT.
001290     STOP RUN.
001300 1000-INITIALIZE.
001303     IF LS-PARM-LENGTH > ZERO
001305         MOVE LS-PARM-TEXT(1:8) TO WS-CYCLE-ID.
001307     PERFORM 1050-VERIFY-CYCLE THRU 1050-EXIT.
001310     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
001320     OPEN OUTPUT PRINT-FILE.
001330     IF NOT WS-PRINT-OK
001410     STRING "RUN TIMESTAMP: " WS-RUN-TIMESTAMP DELIMITED BY SIZE
001420         INTO PRT-REPORT-LINE.
001430     WRITE PRT-REPORT-LINE.
001432     IF WS-CYCLE-ID NOT = SPACES
001434         MOVE SPACES TO PRT-REPORT-LINE
001435         STRING "CYCLE        : " WS-CYCLE-ID
001437             DELIMITED BY SIZE INTO PRT-REPORT-LINE
001438         WRITE PRT-REPORT-LINE.
001440     MOVE SPACES TO PRT-REPORT-LINE.
001450     WRITE PRT-REPORT-LINE.
001460     OPEN INPUT APPROVAL-FILE.
001599             DELIMITED BY SIZE INTO PRT-REPORT-LINE
001600         WRITE PRT-REPORT-LINE.
001601 1000-EXIT.
001602     EXIT.
001602 1050-VERIFY-CYCLE.
001603     SET CYQ-VERIFY TO TRUE.
001603     MOVE "MANPROM" TO CYQ-STEP-NAME.
001604     MOVE WS-CYCLE-ID TO CYQ-CYCLE-ID.
001604     CALL "CYCLCHK" USING CYQ-REQUEST.
001605     IF CYQ-RETURN-CODE > 4
001605         DISPLAY "MANPROM: CYCLE REFUSED - " CYQ-MESSAGE
001606         MOVE WS-HOLD-CODE TO RETURN-CODE
001606         STOP RUN.
001607     IF CYQ-RETURN-CODE = ZERO
001607         SET WS-REGISTER-IN-USE TO TRUE
001608         MOVE CYQ-CYCLE-ID TO WS-CYCLE-ID
001608     ELSE
001609         DISPLAY "MANPROM: " CYQ-MESSAGE.
001609 1050-EXIT.
001610     EXIT.
001620 1100-LOAD-APPROVAL.
001630     READ APPROVAL-FILE
002070 2100-MATCH-ONE-APPROVAL.
002080     IF WS-APR-NAME(WS-APR-IDX) = EXC-NAME
002090         SET WS-MATCH-FOUND TO TRUE
002100         MOVE "Y" TO WS-APR-USED(WS-APR-IDX)
002105         MOVE EXC-TYPE TO WS-APR-TYPE(WS-APR-IDX).
002110 2100-EXIT.
002120     EXIT.
002130 2200-PRINT-UNACKED.
002430         SET WS-END-OF-MANOUT TO TRUE
002440         ADD 1 TO WS-UNACKED-COUNT
002450         GO TO 3000-EXIT.
002452     IF WS-APPROVED-COUNT > ZERO
002453         PERFORM 3200-LOG-APPROVALS THRU 3200-EXIT.
002454     IF WS-UNACKED-COUNT > ZERO
002456         SET WS-END-OF-MANOUT TO TRUE
002457         CLOSE MANIFEST-OUT
002458         GO TO 3000-EXIT.
002460     OPEN OUTPUT NEW-BASELINE-FILE.
002470     IF NOT WS-NEWBASE-OK
002480         DISPLAY "MANPROM: UNABLE TO OPEN MANBASEN, STATUS = "
002650     WRITE NBS-RECORD FROM MAN-RECORD.
002660     ADD 1 TO WS-PROMOTED-COUNT.
002670 3100-EXIT.
002671     EXIT.
002671 3200-LOG-APPROVALS.
002671*    ONE DATED APPRLOG RECORD PER APPRCTL CARD THAT ACKNOWLEDGED
002671*    AN EXCEPTION, WRITTEN BEFORE MANBASEN SO A PROMOTION CANNOT
002671*    GO AHEAD WITHOUT ITS APPROVALS ON RECORD.
002672     OPEN EXTEND APPROVAL-LOG-FILE.
002672     IF NOT WS-APPRLOG-OK
002672         OPEN OUTPUT APPROVAL-LOG-FILE.
002672     IF NOT WS-APPRLOG-OK
002672         DISPLAY "MANPROM: UNABLE TO OPEN APPRLOG, STATUS = "
002673             WS-APPRLOG-STATUS
002673         ADD 1 TO WS-UNACKED-COUNT
002673         MOVE SPACES TO PRT-REPORT-LINE
002673         STRING "APPRLOG COULD NOT BE OPENED - PROMOTION HELD"
002673             DELIMITED BY SIZE INTO PRT-REPORT-LINE
002674         WRITE PRT-REPORT-LINE
002674         GO TO 3200-EXIT.
002674     PERFORM 3210-LOG-ONE-APPROVAL THRU 3210-EXIT
002674         VARYING WS-APR-IDX FROM 1 BY 1
002674         UNTIL WS-APR-IDX > WS-APPROVAL-COUNT.
002675     CLOSE APPROVAL-LOG-FILE.
002675     IF WS-LOG-FAILURES > ZERO
002675         ADD 1 TO WS-UNACKED-COUNT
002675         MOVE SPACES TO PRT-REPORT-LINE
002675         STRING "APPRLOG WRITE FAILED - PROMOTION HELD"
002676             DELIMITED BY SIZE INTO PRT-REPORT-LINE
002676         WRITE PRT-REPORT-LINE.
002676 3200-EXIT.
002676     EXIT.
002676 3210-LOG-ONE-APPROVAL.
002677     IF NOT WS-APR-IS-USED(WS-APR-IDX)
002677         GO TO 3210-EXIT.
002677     MOVE SPACES TO APL-RECORD.
002677     MOVE WS-APR-NAME(WS-APR-IDX) TO APL-MAN-NAME.
002677     MOVE WS-APR-TYPE(WS-APR-IDX) TO APL-EXC-TYPE.
002678     MOVE WS-CYCLE-ID TO APL-CYCLE-ID.
002678     MOVE WS-RUN-TIMESTAMP TO APL-APPROVED-AT.
002678     WRITE APL-RECORD.
002678     IF WS-APPRLOG-OK
002678         ADD 1 TO WS-LOGGED-COUNT
002679     ELSE
002679         DISPLAY "MANPROM: APPRLOG WRITE FAILED, STATUS = "
002679             WS-APPRLOG-STATUS
002679         ADD 1 TO WS-LOG-FAILURES.
002679 3210-EXIT.
002680     EXIT.
002690 4000-WRITE-SUMMARY.
002700     MOVE SPACES TO PRT-REPORT-LINE.
002940     STRING "APPROVALS UNUSED    : " WS-EDIT-COUNT
002950         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002960     WRITE PRT-REPORT-LINE.
002962     MOVE WS-LOGGED-COUNT TO WS-EDIT-COUNT.
002964     MOVE SPACES TO PRT-REPORT-LINE.
002965     STRING "APPROVALS LOGGED    : " WS-EDIT-COUNT
002967         DELIMITED BY SIZE INTO PRT-REPORT-LINE.
002968     WRITE PRT-REPORT-LINE.
002970     MOVE WS-PROMOTED-COUNT TO WS-EDIT-COUNT.
002980     MOVE SPACES TO PRT-REPORT-LINE.
002990     STRING "ENTRIES PROMOTED    : " WS-EDIT-COUNT
003150     DISPLAY "MANPROM: EXCEPTIONS READ = " WS-EXCEPTIONS-READ.
003160     DISPLAY "MANPROM: UNACKNOWLEDGED  = " WS-UNACKED-COUNT.
003170     DISPLAY "MANPROM: PROMOTED        = " WS-PROMOTED-COUNT.
003175     DISPLAY "MANPROM: APPROVALS LOGGED = " WS-LOGGED-COUNT.
003180     IF WS-UNACKED-COUNT > ZERO
003190         MOVE WS-HOLD-CODE TO RETURN-CODE.
003200 9000-EXIT.
003210     EXIT.
003220 9100-RECORD-CYCLE-STEP.
003230     IF NOT WS-REGISTER-IN-USE
003240         GO TO 9100-EXIT.
003250     SET CYQ-ADVANCE TO TRUE.
003260     MOVE "P" TO CYQ-NEW-STATE.
003270     MOVE RETURN-CODE TO CYQ-STEP-RC.
003280     CALL "CYCLCHK" USING CYQ-REQUEST.
003290     MOVE CYQ-STEP-RC TO RETURN-CODE.
003300     IF CYQ-RETURN-CODE NOT = ZERO
003310         DISPLAY "MANPROM: " CYQ-MESSAGE.
003320 9100-EXIT.
003330     EXIT.
