000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SRCLOC.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - SHARED SOURCE LOCATOR
000210*                  SUBPROGRAM, TAKEN OUT OF HASHMIGR AND HASHPTRL
000220*                  SO THE TWO FIND A HASH-MASTER ENTRY'S SOURCE
000230*                  THE SAME WAY.  CALLED WITH SLC-FUNCTION "L"
000240*                  ONCE TO LOAD MANIDX AND HASHOUT INTO ITS OWN
000250*                  TABLES, THEN WITH "F" FOR EACH ENTRY TO HAVE
000260*                  THE DATASET NAME AND SRCDIGST MODE FOR IT
000270*                  FILLED IN (SRCLOC.CPY).  A MANIFEST ENTRY IS
000280*                  FOUND BY MFI-NAME, LINE OR RECORD MODE FROM
000290*                  MFI-RECORD-MODE; A HASHBATCH ENTRY BY
000300*                  HB-OUT-RECORD-KEY, THE LATEST HASHOUT RECORD
000310*                  FOR A KEY WINNING, WITH A RECORD-MODE KEY
000320*                  TURNED BACK INTO A RECORD NUMBER WITHIN ITS
000330*                  OWN DATASET.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-Z.
000380 OBJECT-COMPUTER. IBM-Z.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT INDEX-FILE ASSIGN TO MANIDX
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-INDEX-STATUS.
000440     SELECT HASH-OUTPUT-FILE ASSIGN TO HASHOUT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HASHOUT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  INDEX-FILE
000500     RECORDING MODE IS F.
000510 COPY MANIDX.
000520 FD  HASH-OUTPUT-FILE
000530     RECORDING MODE IS F.
000540 COPY HASHOUT.
000550 WORKING-STORAGE SECTION.
000560 01  WS-INDEX-STATUS          PIC X(02) VALUE SPACES.
000570     88 WS-INDEX-OK                     VALUE "00".
000580 01  WS-HASHOUT-STATUS        PIC X(02) VALUE SPACES.
000590     88 WS-HASHOUT-OK                   VALUE "00".
000600 01  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE "N".
000610     88 WS-END-OF-INPUT                 VALUE "Y".
000620 01  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
000630     88 WS-LOCATOR-FOUND                VALUE "Y".
000640 01  WS-MAN-FULL-SWITCH       PIC X(01) VALUE "N".
000650     88 WS-MAN-TABLE-FULL               VALUE "Y".
000660 01  WS-OUT-FULL-SWITCH       PIC X(01) VALUE "N".
000670     88 WS-OUT-TABLE-FULL               VALUE "Y".
000680 01  WS-NOT-FOUND-CODE        PIC 9(09) COMP-5 VALUE 4.
000690*    MANIDX LOCATORS FOR MANIFEST ENTRIES, BY MFI-NAME.
000700 01  WS-MAN-COUNT             PIC 9(05) COMP-5 VALUE ZERO.
000710 01  WS-MAN-TABLE.
000720     05 WS-MAN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MAN-IDX.
000730         10 WS-MAN-NAME       PIC X(20).
000740         10 WS-MAN-DSNAME     PIC X(80).
000750         10 WS-MAN-MODE       PIC X(01).
000760*    HASHOUT LOCATORS FOR HASHBATCH ENTRIES BY HB-OUT-RECORD-KEY -
000770*    THE LATEST RECORD FOR A KEY WINS, AS IT DID ON THE LOAD.  A
000780*    RECORD-MODE KEY ("REC" + SEQUENCE) IS NUMBERED ACROSS A WHOLE
000790*    SWEEP, SO IT IS TURNED BACK INTO A RECORD NUMBER WITHIN ITS
000800*    OWN DATASET FROM THE FIRST SEQUENCE SEEN FOR THAT DATASET.
000810 01  WS-OUT-COUNT             PIC 9(05) COMP-5 VALUE ZERO.
000820 01  WS-OUT-TABLE.
000830     05 WS-OUT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OUT-IDX.
000840         10 WS-OUT-KEY        PIC X(20).
000850         10 WS-OUT-DSNAME     PIC X(80).
000860         10 WS-OUT-MODE       PIC X(01).
000870         10 WS-OUT-NUMBER     PIC 9(09).
000880 01  WS-PRIOR-SOURCE-FILE     PIC X(80) VALUE SPACES.
000890 01  WS-PRIOR-REC-SEQ         PIC 9(09) COMP-5 VALUE ZERO.
000900 01  WS-BASE-REC-SEQ          PIC 9(09) COMP-5 VALUE ZERO.
000910 01  WS-REC-KEY-SEQ           PIC 9(09) COMP-5 VALUE ZERO.
000920 01  WS-REC-KEY-SWITCH        PIC X(01) VALUE "N".
000930     88 WS-REC-MODE-KEY                 VALUE "Y".
000940 01  WS-SCAN-SUB              PIC 9(05) COMP-5 VALUE ZERO.
000950 01  WS-HIT-SUB               PIC 9(05) COMP-5 VALUE ZERO.
000960 LINKAGE SECTION.
000970 COPY SRCLOC.
000980 PROCEDURE DIVISION USING SLC-REQUEST.
000990 0000-MAINLINE.
001000     MOVE ZERO TO SLC-RETURN-CODE.
001010     IF SLC-LOAD
001020         PERFORM 1000-LOAD THRU 1000-EXIT
001030     ELSE
001040         PERFORM 2000-LOCATE-SOURCE THRU 2000-EXIT.
001050 0000-EXIT.
001060     EXIT PROGRAM.
001070 1000-LOAD.
001080     MOVE ZERO TO WS-MAN-COUNT.
001090     MOVE ZERO TO WS-OUT-COUNT.
001100     MOVE "N" TO WS-MAN-FULL-SWITCH.
001110     MOVE "N" TO WS-OUT-FULL-SWITCH.
001120     MOVE SPACES TO WS-PRIOR-SOURCE-FILE.
001130     MOVE ZERO TO WS-PRIOR-REC-SEQ.
001140     MOVE ZERO TO WS-BASE-REC-SEQ.
001150     PERFORM 1300-LOAD-MANIDX THRU 1300-EXIT.
001160     PERFORM 1400-LOAD-HASHOUT THRU 1400-EXIT.
001170 1000-EXIT.
001180     EXIT.
001190 1300-LOAD-MANIDX.
001200     OPEN INPUT INDEX-FILE.
001210     IF NOT WS-INDEX-OK
001220         DISPLAY SLC-CALLER ": NO MANIDX - MANIFEST ENTRIES "
001230             "CANNOT BE LOCATED"
001240         GO TO 1300-EXIT.
001250     MOVE "N" TO WS-INPUT-EOF-SWITCH.
001260     PERFORM 1350-READ-INDEX THRU 1350-EXIT
001270         UNTIL WS-END-OF-INPUT.
001280     CLOSE INDEX-FILE.
001290 1300-EXIT.
001300     EXIT.
001310 1350-READ-INDEX.
001320     READ INDEX-FILE
001330         AT END
001340             SET WS-END-OF-INPUT TO TRUE
001350             GO TO 1350-EXIT.
001360     IF MFI-NAME = SPACES
001370         GO TO 1350-EXIT.
001380     IF WS-MAN-COUNT >= 2000
001390         IF NOT WS-MAN-TABLE-FULL
001400             SET WS-MAN-TABLE-FULL TO TRUE
001410             DISPLAY SLC-CALLER ": MANIDX TABLE FULL AT 2000 - "
001420                 MFI-NAME " AND AFTER CANNOT BE LOCATED"
001430         END-IF
001440         GO TO 1350-EXIT.
001450     ADD 1 TO WS-MAN-COUNT.
001460     MOVE MFI-NAME TO WS-MAN-NAME(WS-MAN-COUNT).
001470     MOVE MFI-DSNAME TO WS-MAN-DSNAME(WS-MAN-COUNT).
001480     IF MFI-MODE-RECORD
001490         MOVE "R" TO WS-MAN-MODE(WS-MAN-COUNT)
001500     ELSE
001510         MOVE "L" TO WS-MAN-MODE(WS-MAN-COUNT).
001520 1350-EXIT.
001530     EXIT.
001540 1400-LOAD-HASHOUT.
001550     OPEN INPUT HASH-OUTPUT-FILE.
001560     IF NOT WS-HASHOUT-OK
001570         DISPLAY SLC-CALLER ": NO HASHOUT - HASHBATCH ENTRIES "
001580             "CANNOT BE LOCATED"
001590         GO TO 1400-EXIT.
001600     MOVE "N" TO WS-INPUT-EOF-SWITCH.
001610     PERFORM 1450-READ-HASHOUT THRU 1450-EXIT
001620         UNTIL WS-END-OF-INPUT.
001630     CLOSE HASH-OUTPUT-FILE.
001640 1400-EXIT.
001650     EXIT.
001660 1450-READ-HASHOUT.
001670     READ HASH-OUTPUT-FILE
001680         AT END
001690             SET WS-END-OF-INPUT TO TRUE
001700             GO TO 1450-EXIT.
001710     MOVE "N" TO WS-REC-KEY-SWITCH.
001720     IF HB-OUT-RECORD-KEY(1:3) = "REC"
001730         AND HB-OUT-RECORD-KEY(4:9) IS NUMERIC
001740         AND HB-OUT-RECORD-KEY(13:8) = SPACES
001750         SET WS-REC-MODE-KEY TO TRUE
001760         MOVE HB-OUT-RECORD-KEY(4:9) TO WS-REC-KEY-SEQ
001770*        A NEW DATASET, OR A SEQUENCE THAT WENT BACKWARDS (A NEW
001780*        RUN APPENDED TO THE SAME HASHOUT), STARTS A NEW BASE.
001790         IF HB-OUT-SOURCE-FILE NOT = WS-PRIOR-SOURCE-FILE
001800             OR WS-REC-KEY-SEQ <= WS-PRIOR-REC-SEQ
001810             MOVE WS-REC-KEY-SEQ TO WS-BASE-REC-SEQ
001820         END-IF
001830         MOVE WS-REC-KEY-SEQ TO WS-PRIOR-REC-SEQ
001840     END-IF.
001850     MOVE HB-OUT-SOURCE-FILE TO WS-PRIOR-SOURCE-FILE.
001860     IF HB-OUT-RETURN-CODE NOT = ZERO
001870         OR HB-OUT-RECORD-KEY = SPACES
001880         GO TO 1450-EXIT.
001890     MOVE "N" TO WS-FOUND-SWITCH.
001900     MOVE ZERO TO WS-HIT-SUB.
001910     PERFORM 1460-MATCH-OUT-KEY THRU 1460-EXIT
001920         VARYING WS-SCAN-SUB FROM 1 BY 1
001930         UNTIL WS-SCAN-SUB > WS-OUT-COUNT
001940            OR WS-LOCATOR-FOUND.
001950     IF NOT WS-LOCATOR-FOUND
001960         IF WS-OUT-COUNT >= 5000
001970             IF NOT WS-OUT-TABLE-FULL
001980                 SET WS-OUT-TABLE-FULL TO TRUE
001990                 DISPLAY SLC-CALLER ": HASHOUT TABLE FULL AT "
002000                     "5000 - " HB-OUT-RECORD-KEY " AND AFTER "
002010                     "CANNOT BE LOCATED"
002020             END-IF
002030             GO TO 1450-EXIT
002040         END-IF
002050         ADD 1 TO WS-OUT-COUNT
002060         MOVE WS-OUT-COUNT TO WS-HIT-SUB
002070         MOVE HB-OUT-RECORD-KEY TO WS-OUT-KEY(WS-HIT-SUB).
002080     MOVE HB-OUT-SOURCE-FILE TO WS-OUT-DSNAME(WS-HIT-SUB).
002090     IF WS-REC-MODE-KEY
002100         MOVE "N" TO WS-OUT-MODE(WS-HIT-SUB)
002110         COMPUTE WS-OUT-NUMBER(WS-HIT-SUB) =
002120             WS-REC-KEY-SEQ - WS-BASE-REC-SEQ + 1
002130     ELSE
002140         MOVE "K" TO WS-OUT-MODE(WS-HIT-SUB)
002150         MOVE ZERO TO WS-OUT-NUMBER(WS-HIT-SUB).
002160 1450-EXIT.
002170     EXIT.
002180 1460-MATCH-OUT-KEY.
002190     IF WS-OUT-KEY(WS-SCAN-SUB) = HB-OUT-RECORD-KEY
002200         SET WS-LOCATOR-FOUND TO TRUE
002210         MOVE WS-SCAN-SUB TO WS-HIT-SUB.
002220 1460-EXIT.
002230     EXIT.
002240 2000-LOCATE-SOURCE.
002250     MOVE "N" TO WS-FOUND-SWITCH.
002260     MOVE ZERO TO WS-HIT-SUB.
002270     MOVE SPACES TO SLC-DSNAME.
002280     MOVE SPACES TO SLC-MODE.
002290     MOVE ZERO TO SLC-RECORD-NUMBER.
002300     EVALUATE SLC-SOURCE-TYPE
002310         WHEN "M"
002320             PERFORM 2010-MATCH-MAN-NAME THRU 2010-EXIT
002330                 VARYING WS-SCAN-SUB FROM 1 BY 1
002340                 UNTIL WS-SCAN-SUB > WS-MAN-COUNT
002350                    OR WS-LOCATOR-FOUND
002360             IF WS-LOCATOR-FOUND
002370                 MOVE WS-MAN-DSNAME(WS-HIT-SUB) TO SLC-DSNAME
002380                 MOVE WS-MAN-MODE(WS-HIT-SUB) TO SLC-MODE
002390             END-IF
002400         WHEN "B"
002410             PERFORM 2020-MATCH-OUT-KEY THRU 2020-EXIT
002420                 VARYING WS-SCAN-SUB FROM 1 BY 1
002430                 UNTIL WS-SCAN-SUB > WS-OUT-COUNT
002440                    OR WS-LOCATOR-FOUND
002450             IF WS-LOCATOR-FOUND
002460                 MOVE WS-OUT-DSNAME(WS-HIT-SUB) TO SLC-DSNAME
002470                 MOVE WS-OUT-MODE(WS-HIT-SUB) TO SLC-MODE
002480                 MOVE WS-OUT-NUMBER(WS-HIT-SUB)
002490                     TO SLC-RECORD-NUMBER
002500             END-IF
002510     END-EVALUATE.
002520     IF NOT WS-LOCATOR-FOUND
002530         MOVE WS-NOT-FOUND-CODE TO SLC-RETURN-CODE.
002540 2000-EXIT.
002550     EXIT.
002560 2010-MATCH-MAN-NAME.
002570     IF WS-MAN-NAME(WS-SCAN-SUB) = SLC-KEY
002580         SET WS-LOCATOR-FOUND TO TRUE
002590         MOVE WS-SCAN-SUB TO WS-HIT-SUB.
002600 2010-EXIT.
002610     EXIT.
002620 2020-MATCH-OUT-KEY.
002630     IF WS-OUT-KEY(WS-SCAN-SUB) = SLC-KEY
002640         SET WS-LOCATOR-FOUND TO TRUE
002650         MOVE WS-SCAN-SUB TO WS-HIT-SUB.
002660 2020-EXIT.
002670     EXIT.
