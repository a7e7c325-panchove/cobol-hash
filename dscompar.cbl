000520*                  STEP.  THE COPY SIDE GETS ITS OWN FILE PAIR
000530*                  (CMPSIDE2.CPY/CMPSID2R.CPY) SO BOTH SIDES
000540*                  CAN BE OPEN AT ONCE DURING LOCALIZATION.
000542* 2026-10-15 JCM   EVERY PAIR'S VERDICT IS NOW ALSO APPENDED TO
000543*                  CMPRSLT (CMPRES.CPY) - TIMESTAMP, BOTH DSNAMES,
000544*                  VERDICT, CONDITION CODE AND DIFFERING-RECORD
000545*                  COUNT - SO THE EXCEPTION CASE REGISTER CAN
000546*                  OPEN AND CLEAR CASES FROM COMPARE RESULTS.  A
000547*                  CMPRSLT THAT CANNOT BE OPENED IS REPORTED BUT
000548*                  DOES NOT CHANGE THE CONDITION CODE.
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000770     SELECT PRINT-FILE ASSIGN TO PRTFILE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PRINT-STATUS.
000793     SELECT RESULT-FILE ASSIGN TO CMPRSLT
000795         ORGANIZATION IS LINE SEQUENTIAL
000797         FILE STATUS IS WS-RESULT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CONTROL-FILE
000970 FD  PRINT-FILE
000980     RECORDING MODE IS F.
000990 COPY PRTLINE.
000993 FD  RESULT-FILE
000995     RECORDING MODE IS F.
000997 COPY CMPRES.
001000 WORKING-STORAGE SECTION.
001010 01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001020     88 WS-CONTROL-OK                   VALUE "00".
001150     88 WS-CMP2REC-OK                   VALUE "00".
001160 01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
001170     88 WS-PRINT-OK                     VALUE "00".
001172 01  WS-RESULT-STATUS         PIC X(02) VALUE SPACES.
001174     88 WS-RESULT-OK                    VALUE "00".
001176 01  WS-RESULT-OPEN-SWITCH    PIC X(01) VALUE "N".
001178     88 WS-RESULT-OPEN                  VALUE "Y".
001180 01  WS-CONTROL-EOF-SWITCH    PIC X(01) VALUE "N".
001190     88 WS-END-OF-CONTROL               VALUE "Y".
001200 01  WS-COMPARE-EOF-SWITCH    PIC X(01) VALUE "N".
002130     STRING "ALGORITHM    : " WS-HASH-ALGORITHM DELIMITED BY SIZE
002140         INTO PRT-REPORT-LINE.
002150     WRITE PRT-REPORT-LINE.
002152     OPEN EXTEND RESULT-FILE.
002153     IF NOT WS-RESULT-OK
002154         OPEN OUTPUT RESULT-FILE.
002155     IF WS-RESULT-OK
002156         SET WS-RESULT-OPEN TO TRUE
002157     ELSE
002158         DISPLAY "DSCOMPAR: UNABLE TO OPEN CMPRSLT, STATUS = "
002159             WS-RESULT-STATUS " - RESULTS NOT RECORDED".
002160     OPEN INPUT CONTROL-FILE.
002170     IF NOT WS-CONTROL-OK
002180         DISPLAY "DSCOMPAR: UNABLE TO OPEN CMPCTL, STATUS = "
003230     PERFORM 3900-NOTE-WORST THRU 3900-EXIT.
003240     IF WS-VERDICT-CODE = WS-DIFFER-CODE
003250         PERFORM 3500-LOCALIZE-PAIR THRU 3500-EXIT.
003255     PERFORM 3950-WRITE-RESULT THRU 3950-EXIT.
003260 2500-EXIT.
003270     EXIT.
003280 2000-DIGEST-ONE-DATASET.
006590         MOVE WS-VERDICT-CODE TO WS-OVERALL-CODE.
006600 3900-EXIT.
006610     EXIT.
006611 3950-WRITE-RESULT.
006611     IF NOT WS-RESULT-OPEN
006611         GO TO 3950-EXIT.
006612     MOVE SPACES TO CRS-RECORD.
006612     MOVE WS-RUN-TIMESTAMP TO CRS-TIMESTAMP.
006612     MOVE WS-SOURCE-DSNAME TO CRS-SOURCE-DSNAME.
006613     MOVE WS-COPY-DSNAME TO CRS-COPY-DSNAME.
006613     MOVE WS-VERDICT-CODE TO CRS-CONDITION-CODE.
006614     MOVE ZERO TO CRS-DIFF-COUNT.
006614     EVALUATE WS-VERDICT-CODE
006614         WHEN WS-MATCH-CODE
006615             SET CRS-MATCH TO TRUE
006615         WHEN WS-DIFFER-CODE
006615             SET CRS-DIFFERENT TO TRUE
006616             MOVE WS-DIFF-COUNT TO CRS-DIFF-COUNT
006616         WHEN OTHER
006617             SET CRS-UNREADABLE TO TRUE
006617     END-EVALUATE.
006617     WRITE CRS-RECORD.
006618     IF NOT WS-RESULT-OK
006618         DISPLAY "DSCOMPAR: CMPRSLT WRITE FAILED, STATUS = "
006618             WS-RESULT-STATUS.
006619 3950-EXIT.
006619     EXIT.
006620 8000-WRITE-OVERALL.
006630     MOVE SPACES TO PRT-REPORT-LINE.
006640     WRITE PRT-REPORT-LINE.
006900     IF WS-CONTROL-OK OR WS-CONTROL-EOF
006910         CLOSE CONTROL-FILE.
006930     CLOSE PRINT-FILE.
006934     IF WS-RESULT-OPEN
006937         CLOSE RESULT-FILE.
006940     DISPLAY "DSCOMPAR: PAIRS COMPARED = " WS-PAIR-COUNT.
006950     DISPLAY "DSCOMPAR: OVERALL CODE   = " WS-OVERALL-CODE.
006960     MOVE WS-OVERALL-CODE TO RETURN-CODE.
