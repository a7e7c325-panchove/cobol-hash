000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SRCDIGST.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - SHARED SOURCE RE-DIGEST
000210*                  SUBPROGRAM.  GIVEN AN ALGORITHM, A DATASET
000220*                  NAME AND A MODE (SRCDIG.CPY), RECOMPUTES THE
000230*                  DIGEST THE ORIGINATING PROGRAM WOULD HAVE
000240*                  PRODUCED FOR IT: MANIFEST'S CHAINED MEMBER
000250*                  DIGEST OVER EVERY LINE OR 100-BYTE RECORD, OR
000260*                  HASHBATCH'S DIGEST OF ONE KEYED LINE OR ONE
000270*                  NUMBERED RECORD.  THE CHAINING IS THE SAME AS
000280*                  MANIFEST'S 2020-HASH-ONE-LINE - FIRST LINE
000290*                  HASHED ALONE, EACH LATER LINE'S HASH FOLDED
000300*                  INTO THE RUNNING DIGEST THROUGH THE 100-BYTE
000310*                  COMBINE BUFFER SPLIT 50/50 AND CAPPED TO THE
000320*                  DIGEST LENGTH, AN EMPTY MEMBER HASHED AS ONE
000330*                  BLANK LINE - SO THE TWO MUST BE CHANGED
000340*                  TOGETHER.  CALLED BY HASHMIGR TO RE-VERIFY A
000344*                  MASTER ENTRY BEFORE MIGRATING ITS ALGORITHM, BY
000348*                  HASHPTRL TO PATROL AN ENTRY AGAINST ITS SOURCE,
000352*                  AND BY RCPTVER TO RE-DIGEST A PARTNER'S DATASET
000356*                  AS IT IS RECEIVED.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-Z.
000400 OBJECT-COMPUTER. IBM-Z.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MEMBER-FILE ASSIGN TO WS-DYN-DSNAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MEMBER-STATUS.
000460     SELECT MEMBER-REC-FILE ASSIGN TO WS-DYN-DSNAME
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-MEMREC-STATUS.
000490     SELECT KEYED-FILE ASSIGN TO WS-DYN-DSNAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-KEYED-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MEMBER-FILE
000550     RECORDING MODE IS F.
000560 COPY DYNREC.
000570 FD  MEMBER-REC-FILE
000580     RECORDING MODE IS F.
000590 COPY RECMODE.
000600 FD  KEYED-FILE
000610     RECORDING MODE IS F.
000620 COPY HASHREC.
000630 WORKING-STORAGE SECTION.
000640 01  WS-MEMBER-STATUS         PIC X(02) VALUE SPACES.
000650     88 WS-MEMBER-OK                    VALUE "00".
000660     88 WS-MEMBER-TOOLONG               VALUE "04".
000670     88 WS-MEMBER-SPLIT                 VALUE "06".
000680 01  WS-MEMREC-STATUS         PIC X(02) VALUE SPACES.
000690     88 WS-MEMREC-OK                    VALUE "00".
000700 01  WS-KEYED-STATUS          PIC X(02) VALUE SPACES.
000710     88 WS-KEYED-OK                     VALUE "00".
000720     88 WS-KEYED-TOOLONG                VALUE "04".
000730     88 WS-KEYED-SPLIT                  VALUE "06".
000740 01  WS-RECORD-MODE-SWITCH    PIC X(01) VALUE "N".
000750     88 WS-RECORD-MODE                  VALUE "Y".
000760 01  WS-LENGTH-REJECT-SWITCH  PIC X(01) VALUE "N".
000770     88 WS-LENGTH-REJECTED              VALUE "Y".
000780 01  WS-MEMBER-EOF-SWITCH     PIC X(01) VALUE "N".
000790     88 WS-END-OF-MEMBER                VALUE "Y".
000800 01  WS-MATCH-SWITCH          PIC X(01) VALUE "N".
000810     88 WS-MATCH-FOUND                  VALUE "Y".
000820 01  WS-MATCH-REJECT-SWITCH   PIC X(01) VALUE "N".
000830     88 WS-MATCH-REJECTED               VALUE "Y".
000840 01  WS-DYN-DSNAME            PIC X(80) VALUE SPACES.
000850 COPY HASHALG.
000860 01  WS-RETURN-CODE           PIC 9(09) COMP-5 VALUE ZERO.
000870 01  WS-LINE-COUNT            PIC 9(09) COMP-5 VALUE ZERO.
000880 01  WS-LENGTH-RETURN-CODE    PIC 9(09) COMP-5 VALUE 50.
000890 01  WS-OPEN-RETURN-CODE      PIC 9(09) COMP-5 VALUE 20.
000900 01  WS-NOT-FOUND-CODE        PIC 9(09) COMP-5 VALUE 30.
000910 01  WS-RUNNING-DIGEST        PIC X(129) VALUE SPACES.
000920 01  WS-LINE-HASH             PIC X(129) VALUE SPACES.
000930 01  WS-COMBINE-BUFFER        PIC X(100) VALUE SPACES.
000940 01  WS-DIGEST-LEN            PIC 9(03) COMP-5 VALUE 64.
000950 01  WS-HALF-LEN              PIC 9(03) COMP-5 VALUE 50.
000960 01  WS-MATCH-TEXT            PIC X(100) VALUE SPACES.
000970 LINKAGE SECTION.
000980 COPY SRCDIG.
000990 PROCEDURE DIVISION USING SDG-REQUEST.
001000 0000-MAINLINE.
001010     MOVE SPACES TO SDG-DIGEST.
001020     MOVE ZERO TO SDG-RECORD-COUNT.
001030     MOVE ZERO TO WS-RETURN-CODE.
001040     MOVE ZERO TO WS-LINE-COUNT.
001050     MOVE SPACES TO WS-RUNNING-DIGEST.
001060     MOVE "N" TO WS-LENGTH-REJECT-SWITCH.
001070     MOVE "N" TO WS-MEMBER-EOF-SWITCH.
001080     MOVE "N" TO WS-MATCH-SWITCH.
001090     MOVE "N" TO WS-MATCH-REJECT-SWITCH.
001100     MOVE SDG-ALGORITHM TO WS-HASH-ALGORITHM.
001110     MOVE SDG-DSNAME TO WS-DYN-DSNAME.
001120     PERFORM 1050-SET-DIGEST-LEN THRU 1050-EXIT.
001130     EVALUATE TRUE
001140         WHEN SDG-WHOLE-LINES
001150             MOVE "N" TO WS-RECORD-MODE-SWITCH
001160             PERFORM 1000-DIGEST-WHOLE THRU 1000-EXIT
001170         WHEN SDG-WHOLE-RECORDS
001180             SET WS-RECORD-MODE TO TRUE
001190             PERFORM 1000-DIGEST-WHOLE THRU 1000-EXIT
001200         WHEN SDG-KEYED-LINE
001210             PERFORM 3000-DIGEST-KEYED-LINE THRU 3000-EXIT
001220         WHEN SDG-NUMBERED-RECORD
001230             PERFORM 4000-DIGEST-NUMBERED-REC THRU 4000-EXIT
001240         WHEN OTHER
001250             MOVE WS-NOT-FOUND-CODE TO WS-RETURN-CODE
001260     END-EVALUATE.
001270     IF WS-RETURN-CODE = ZERO
001280         MOVE WS-RUNNING-DIGEST TO SDG-DIGEST.
001290     MOVE WS-LINE-COUNT TO SDG-RECORD-COUNT.
001300     MOVE WS-RETURN-CODE TO SDG-RETURN-CODE.
001310 0000-EXIT.
001320     EXIT PROGRAM.
001330 1000-DIGEST-WHOLE.
001340     IF WS-RECORD-MODE
001350         OPEN INPUT MEMBER-REC-FILE
001360         MOVE WS-MEMREC-STATUS TO WS-MEMBER-STATUS
001370     ELSE
001380         OPEN INPUT MEMBER-FILE.
001390     IF NOT WS-MEMBER-OK
001400         MOVE WS-OPEN-RETURN-CODE TO WS-RETURN-CODE
001410         GO TO 1000-EXIT.
001420     PERFORM 2010-READ-MEMBER-LINE THRU 2010-EXIT.
001430     PERFORM 2020-HASH-ONE-LINE THRU 2020-EXIT
001440         UNTIL WS-END-OF-MEMBER.
001450     IF WS-LINE-COUNT = ZERO AND NOT WS-LENGTH-REJECTED
001460         MOVE SPACES TO DYN-INPUT-RECORD
001470         CALL "HASHDISP" USING WS-HASH-ALGORITHM
001480                 DYN-INPUT-RECORD WS-RUNNING-DIGEST
001490                 WS-RETURN-CODE.
001500     IF WS-RECORD-MODE
001510         CLOSE MEMBER-REC-FILE
001520     ELSE
001530         CLOSE MEMBER-FILE.
001540 1000-EXIT.
001550     EXIT.
001560 1050-SET-DIGEST-LEN.
001570     EVALUATE TRUE
001580         WHEN ALG-MD5
001590             MOVE 32 TO WS-DIGEST-LEN
001600         WHEN ALG-SHA1
001610             MOVE 40 TO WS-DIGEST-LEN
001620         WHEN ALG-SHA512
001630             MOVE 128 TO WS-DIGEST-LEN
001640         WHEN OTHER
001650             MOVE 64 TO WS-DIGEST-LEN
001660     END-EVALUATE.
001670     IF WS-DIGEST-LEN > 50
001680         MOVE 50 TO WS-HALF-LEN
001690     ELSE
001700         MOVE WS-DIGEST-LEN TO WS-HALF-LEN.
001710 1050-EXIT.
001720     EXIT.
001730 2010-READ-MEMBER-LINE.
001740     IF WS-RECORD-MODE
001750         PERFORM 2012-READ-MEMBER-REC THRU 2012-EXIT
001760         GO TO 2010-CHECK.
001770     READ MEMBER-FILE
001780         AT END
001790             SET WS-END-OF-MEMBER TO TRUE
001800             GO TO 2010-EXIT.
001810 2010-CHECK.
001820     IF WS-END-OF-MEMBER
001830         GO TO 2010-EXIT.
001840     IF WS-MEMBER-TOOLONG
001850         SET WS-LENGTH-REJECTED TO TRUE
001860     ELSE
001870         IF WS-MEMBER-SPLIT
001880             SET WS-LENGTH-REJECTED TO TRUE
001890             PERFORM 2030-DRAIN-SPLIT-LINE THRU 2030-EXIT
001900                 UNTIL NOT WS-MEMBER-SPLIT
001910         END-IF
001920     END-IF.
001930 2010-EXIT.
001940     EXIT.
001950 2012-READ-MEMBER-REC.
001960     READ MEMBER-REC-FILE
001970         AT END
001980             SET WS-END-OF-MEMBER TO TRUE
001990             GO TO 2012-EXIT.
002000     MOVE WS-MEMREC-STATUS TO WS-MEMBER-STATUS.
002010     MOVE REC-INPUT-RECORD TO DYN-INPUT-RECORD.
002020 2012-EXIT.
002030     EXIT.
002040 2020-HASH-ONE-LINE.
002050     IF WS-LENGTH-REJECTED
002060         MOVE WS-LENGTH-RETURN-CODE TO WS-RETURN-CODE
002070         SET WS-END-OF-MEMBER TO TRUE
002080         GO TO 2020-EXIT.
002090     ADD 1 TO WS-LINE-COUNT.
002100     IF WS-LINE-COUNT = 1
002110         CALL "HASHDISP" USING WS-HASH-ALGORITHM
002120                 DYN-INPUT-RECORD WS-RUNNING-DIGEST
002130                 WS-RETURN-CODE
002140     ELSE
002150         CALL "HASHDISP" USING WS-HASH-ALGORITHM
002160                 DYN-INPUT-RECORD WS-LINE-HASH
002170                 WS-RETURN-CODE
002180         MOVE SPACES TO WS-COMBINE-BUFFER
002190         MOVE WS-RUNNING-DIGEST(1:WS-HALF-LEN) TO
002200                 WS-COMBINE-BUFFER(1:WS-HALF-LEN)
002210         MOVE WS-LINE-HASH(1:WS-HALF-LEN) TO
002220                 WS-COMBINE-BUFFER(51:WS-HALF-LEN)
002230         CALL "HASHDISP" USING WS-HASH-ALGORITHM
002240                 WS-COMBINE-BUFFER WS-RUNNING-DIGEST
002250                 WS-RETURN-CODE
002260     END-IF.
002270     PERFORM 2010-READ-MEMBER-LINE THRU 2010-EXIT.
002280 2020-EXIT.
002290     EXIT.
002300 2030-DRAIN-SPLIT-LINE.
002310     READ MEMBER-FILE
002320         AT END
002330             SET WS-END-OF-MEMBER TO TRUE
002340             MOVE "00" TO WS-MEMBER-STATUS.
002350 2030-EXIT.
002360     EXIT.
002370 3000-DIGEST-KEYED-LINE.
002380     OPEN INPUT KEYED-FILE.
002390     IF NOT WS-KEYED-OK
002400         MOVE WS-OPEN-RETURN-CODE TO WS-RETURN-CODE
002410         GO TO 3000-EXIT.
002420     PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT
002430         UNTIL WS-END-OF-MEMBER.
002440     CLOSE KEYED-FILE.
002450     IF NOT WS-MATCH-FOUND
002460         MOVE WS-NOT-FOUND-CODE TO WS-RETURN-CODE
002470         GO TO 3000-EXIT.
002480*    HASHBATCH REJECTS AN OVER-LENGTH LINE WITH CODE 50 RATHER
002490*    THAN HASHING ITS TRUNCATED TEXT - SO DOES THIS.
002500     IF WS-MATCH-REJECTED
002510         MOVE WS-LENGTH-RETURN-CODE TO WS-RETURN-CODE
002520         GO TO 3000-EXIT.
002530     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-MATCH-TEXT
002540         WS-RUNNING-DIGEST WS-RETURN-CODE.
002550 3000-EXIT.
002560     EXIT.
002570 3100-SCAN-ONE-LINE.
002580     READ KEYED-FILE
002590         AT END
002600             SET WS-END-OF-MEMBER TO TRUE
002610             GO TO 3100-EXIT.
002620     ADD 1 TO WS-LINE-COUNT.
002630     IF HB-RECORD-KEY = SDG-RECORD-KEY
002640         SET WS-MATCH-FOUND TO TRUE
002650         MOVE HB-INPUT-TEXT TO WS-MATCH-TEXT
002660         IF WS-KEYED-TOOLONG OR WS-KEYED-SPLIT
002670             SET WS-MATCH-REJECTED TO TRUE
002680         ELSE
002690             MOVE "N" TO WS-MATCH-REJECT-SWITCH
002700         END-IF
002710     END-IF.
002720     IF WS-KEYED-SPLIT
002730         PERFORM 3150-DRAIN-SPLIT-KEYED THRU 3150-EXIT
002740             UNTIL NOT WS-KEYED-SPLIT.
002750 3100-EXIT.
002760     EXIT.
002770 3150-DRAIN-SPLIT-KEYED.
002780     READ KEYED-FILE
002790         AT END
002800             SET WS-END-OF-MEMBER TO TRUE
002810             MOVE "00" TO WS-KEYED-STATUS.
002820 3150-EXIT.
002830     EXIT.
002840 4000-DIGEST-NUMBERED-REC.
002850     OPEN INPUT MEMBER-REC-FILE.
002860     IF NOT WS-MEMREC-OK
002870         MOVE WS-OPEN-RETURN-CODE TO WS-RETURN-CODE
002880         GO TO 4000-EXIT.
002890     IF SDG-RECORD-NUMBER > ZERO
002900         PERFORM 4100-READ-ONE-RECORD THRU 4100-EXIT
002910             UNTIL WS-END-OF-MEMBER
002920                OR WS-LINE-COUNT = SDG-RECORD-NUMBER.
002930     CLOSE MEMBER-REC-FILE.
002940     IF SDG-RECORD-NUMBER = ZERO
002950         OR WS-LINE-COUNT NOT = SDG-RECORD-NUMBER
002960         MOVE WS-NOT-FOUND-CODE TO WS-RETURN-CODE
002970         GO TO 4000-EXIT.
002980     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-MATCH-TEXT
002990         WS-RUNNING-DIGEST WS-RETURN-CODE.
003000 4000-EXIT.
003010     EXIT.
003020 4100-READ-ONE-RECORD.
003030     READ MEMBER-REC-FILE
003040         AT END
003050             SET WS-END-OF-MEMBER TO TRUE
003060             GO TO 4100-EXIT.
003070     ADD 1 TO WS-LINE-COUNT.
003075     MOVE REC-INPUT-RECORD TO WS-MATCH-TEXT.
003080 4100-EXIT.
003090     EXIT.
