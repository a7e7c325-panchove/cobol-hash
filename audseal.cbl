000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDSEAL.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - SHARED AUDIT RECORD SEALING
000210*                  SUBPROGRAM.  CALLED BY EVERY PROGRAM THAT
000220*                  WRITES AN AUDIT RECORD (SHA256Test, HASHBATCH,
000230*                  MANIFEST, HASHFIX, RETPURGE) JUST BEFORE THE
000240*                  WRITE, AND BY SEALCHK AND HASHMRGE TO
000250*                  RECOMPUTE A SEAL, SO THE SEAL ARITHMETIC LIVES
000260*                  IN ONE PLACE.  STAMPS AUD-SEAL-SEQ WITH THE
000270*                  NEXT SEQUENCE AND AUD-PREV-SEAL WITH THE PRIOR
000280*                  SEAL FROM THE CALLER'S CHAIN STATE
000290*                  (AUDCHAIN.CPY), THEN FOLDS THE RECORD CONTENT
000300*                  INTO THE PRIOR SEAL 36 BYTES AT A TIME THROUGH
000310*                  HASHDISP UNDER SHA-256 - THE SAME RUNNING-
000320*                  DIGEST COMBINE MANIFEST USES FOR ITS LINE
000330*                  HASHES, BUT CARRYING THE FULL 64-CHARACTER
000340*                  DIGEST.  THE RESULT GOES TO AUD-SEAL AND BACK
000350*                  INTO THE CHAIN STATE FOR THE NEXT RECORD.
000360*-----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-Z.
000400 OBJECT-COMPUTER. IBM-Z.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430 COPY HASHALG.
000440 01  WS-SEAL-CONTENT.
000450     05 WS-SC-TIMESTAMP       PIC X(26).
000460     05 WS-SC-SOURCE-ID       PIC X(80).
000470     05 WS-SC-HASH            PIC X(129).
000480     05 WS-SC-RETURN-CODE     PIC 9(09).
000490     05 WS-SC-CYCLE-ID        PIC X(08).
000500     05 WS-SC-SEAL-SEQ        PIC 9(09).
000510     05 FILLER                PIC X(27) VALUE SPACES.
000520 01  WS-SEAL-PIECES REDEFINES WS-SEAL-CONTENT.
000530     05 WS-SEAL-PIECE         PIC X(36) OCCURS 8 TIMES.
000540 01  WS-PIECE-SUB             PIC 9(04) COMP-5 VALUE ZERO.
000550 01  WS-SEAL-RUNNING          PIC X(64) VALUE SPACES.
000560 01  WS-SEAL-INPUT            PIC X(100) VALUE SPACES.
000570 01  WS-SEAL-HASH             PIC X(129) VALUE SPACES.
000580 01  WS-SEAL-RC               PIC 9(09) COMP-5 VALUE ZERO.
000590 LINKAGE SECTION.
000600 COPY AUDITREC.
000610 01  LS-CHAIN-STATE.
000620     05 LS-LAST-SEQ           PIC 9(09).
000630     05 LS-LAST-SEAL          PIC X(64).
000640 PROCEDURE DIVISION USING AUD-RECORD LS-CHAIN-STATE.
000650 0000-MAINLINE.
000660     MOVE "SHA256" TO WS-HASH-ALGORITHM.
000670     ADD 1 TO LS-LAST-SEQ.
000680     MOVE LS-LAST-SEQ TO AUD-SEAL-SEQ.
000690     MOVE LS-LAST-SEAL TO AUD-PREV-SEAL.
000700     MOVE AUD-TIMESTAMP TO WS-SC-TIMESTAMP.
000710     MOVE AUD-SOURCE-ID TO WS-SC-SOURCE-ID.
000720     MOVE AUD-HASH TO WS-SC-HASH.
000730     MOVE AUD-RETURN-CODE TO WS-SC-RETURN-CODE.
000740     MOVE AUD-CYCLE-ID TO WS-SC-CYCLE-ID.
000750     MOVE AUD-SEAL-SEQ TO WS-SC-SEAL-SEQ.
000760     MOVE AUD-PREV-SEAL TO WS-SEAL-RUNNING.
000770     MOVE ZERO TO WS-SEAL-RC.
000780     PERFORM 1000-FOLD-ONE-PIECE THRU 1000-EXIT
000790         VARYING WS-PIECE-SUB FROM 1 BY 1
000800         UNTIL WS-PIECE-SUB > 8
000810            OR WS-SEAL-RC NOT = ZERO.
000820*    A SEAL THAT COULD NOT BE COMPUTED IS LEFT BLANK - SEALCHK
000830*    REPORTS IT AS A BROKEN LINK RATHER THAN TRUSTING IT.
000840     IF WS-SEAL-RC NOT = ZERO
000850         MOVE SPACES TO WS-SEAL-RUNNING.
000860     MOVE WS-SEAL-RUNNING TO AUD-SEAL.
000870     MOVE WS-SEAL-RUNNING TO LS-LAST-SEAL.
000880 0000-EXIT.
000890     EXIT PROGRAM.
000900 1000-FOLD-ONE-PIECE.
000910     MOVE WS-SEAL-RUNNING TO WS-SEAL-INPUT(1:64).
000920     MOVE WS-SEAL-PIECE(WS-PIECE-SUB) TO WS-SEAL-INPUT(65:36).
000930     CALL "HASHDISP" USING WS-HASH-ALGORITHM WS-SEAL-INPUT
000940         WS-SEAL-HASH WS-SEAL-RC.
000950     MOVE WS-SEAL-HASH(1:64) TO WS-SEAL-RUNNING.
000960 1000-EXIT.
000970     EXIT.
