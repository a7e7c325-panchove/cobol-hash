000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDLINK.
000120 AUTHOR. J MCALLISTER.
000130 INSTALLATION. DATA INTEGRITY GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  -----------------------------------------------
000200* 2026-10-15 JCM   INITIAL VERSION - SHARED AUDIT SEAL CHAIN
000210*                  LINK CHECK.  CALLED ONCE PER AUDIT RECORD
000220*                  READ BY SEALCHK, HASHMRGE, HASHFIX AND
000230*                  RETPURGE SO THE CHAIN RULES LIVE IN ONE
000240*                  PLACE.  RECOMPUTES THE RECORD'S SEAL THROUGH
000250*                  AUDSEAL FROM ITS OWN AUD-PREV-SEAL AND
000260*                  SEQUENCE, THEN CHECKS THE LINK TO THE RECORD
000270*                  BEFORE IT (AUDLINK.CPY STATE) AND SETS
000280*                  ACK-RESULT:
000290*                    G  GOOD LINK TO THE PRIOR RECORD
000300*                    S  A NEW CHAIN STARTS (SEQUENCE 1, ALL-ZERO
000310*                       PRIOR SEAL) - ONE PER WRITING RUN, SO A
000320*                       CONCATENATION CARRIES SEVERAL
000330*                    U  UNSEALED RECORD AHEAD OF ANY SEALED ONE -
000340*                       WRITTEN BEFORE THE SEAL EXISTED
000350*                    A  SEAL DOES NOT RECOMPUTE - RECORD ALTERED
000360*                    P  SEQUENCE JUMPS FORWARD - RECORDS MISSING
000370*                    I  SEQUENCE REPEATS OR GOES BACK - RECORD
000380*                       INSERTED OR DUPLICATED
000390*                    B  SEQUENCE FOLLOWS BUT THE PRIOR SEAL DOES
000400*                       NOT - PRIOR RECORD REPLACED
000410*                    N  UNSEALED RECORD INSIDE A SEALED CHAIN
000420*                  AFTER A BREAK THE STATE RESYNCHRONIZES ON THE
000430*                  RECORD JUST READ, SO ONE BAD RECORD IS NOT
000440*                  REPORTED AGAIN FOR EVERY RECORD AFTER IT.
000450*-----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-Z.
000490 OBJECT-COMPUTER. IBM-Z.
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520 01  WS-WORK-RECORD           PIC X(389) VALUE SPACES.
000530 01  WS-WORK-STATE.
000540     05 WS-WORK-SEQ           PIC 9(09) VALUE ZERO.
000550     05 WS-WORK-SEAL          PIC X(64) VALUE SPACES.
000560 01  WS-NEXT-SEQ              PIC 9(09) VALUE ZERO.
000570 LINKAGE SECTION.
000580 COPY AUDITREC.
000590 01  LS-LINK-STATE.
000600     05 LS-LAST-SEQ           PIC 9(09).
000610     05 LS-LAST-SEAL          PIC X(64).
000620     05 LS-SEALED-SWITCH      PIC X(01).
000630         88 LS-SEALED-SEEN              VALUE "Y".
000640     05 LS-RESULT             PIC X(01).
000650 PROCEDURE DIVISION USING AUD-RECORD LS-LINK-STATE.
000660 0000-MAINLINE.
000670     IF AUD-SEAL = SPACES
000680         OR AUD-SEAL-SEQ NOT NUMERIC
000690         IF LS-SEALED-SEEN
000700             MOVE "N" TO LS-RESULT
000710         ELSE
000720             MOVE "U" TO LS-RESULT
000730         END-IF
000740         GO TO 0000-EXIT.
000750*    RECOMPUTE THE SEAL FROM THE RECORD'S OWN CLAIMED PRIOR SEAL
000760*    AND SEQUENCE - ANY CHANGE TO CONTENT, SEQUENCE, PRIOR SEAL
000770*    OR SEAL MAKES THE RECOMPUTED IMAGE DIFFER FROM THE STORED.
000780     MOVE AUD-RECORD TO WS-WORK-RECORD.
000790     MOVE AUD-PREV-SEAL TO WS-WORK-SEAL.
000800     IF AUD-SEAL-SEQ > ZERO
000810         COMPUTE WS-WORK-SEQ = AUD-SEAL-SEQ - 1
000820     ELSE
000830         MOVE ZERO TO WS-WORK-SEQ.
000840     CALL "AUDSEAL" USING WS-WORK-RECORD WS-WORK-STATE.
000850     COMPUTE WS-NEXT-SEQ = LS-LAST-SEQ + 1.
000860     EVALUATE TRUE
000870         WHEN WS-WORK-RECORD NOT = AUD-RECORD
000880             MOVE "A" TO LS-RESULT
000890         WHEN AUD-CHAIN-START AND AUD-SEAL-SEQ = 1
000900             MOVE "S" TO LS-RESULT
000910         WHEN NOT LS-SEALED-SEEN
000920             MOVE "P" TO LS-RESULT
000930         WHEN AUD-SEAL-SEQ > WS-NEXT-SEQ
000940             MOVE "P" TO LS-RESULT
000950         WHEN AUD-SEAL-SEQ < WS-NEXT-SEQ
000960             MOVE "I" TO LS-RESULT
000970         WHEN AUD-PREV-SEAL NOT = LS-LAST-SEAL
000980             MOVE "B" TO LS-RESULT
000990         WHEN OTHER
001000             MOVE "G" TO LS-RESULT
001010     END-EVALUATE.
001020     MOVE AUD-SEAL-SEQ TO LS-LAST-SEQ.
001030     MOVE AUD-SEAL TO LS-LAST-SEAL.
001040     MOVE "Y" TO LS-SEALED-SWITCH.
001050 0000-EXIT.
001060     EXIT PROGRAM.
