000300*                  ENDS WITH RETURN CODE 0 WHEN AT LEAST ONE
000310*                  ENTRY MATCHED AND 4 WHEN NONE DID - THE SAME
000320*                  FOUND/NOT-FOUND CONVENTION HASHINQ USES.
000323* 2026-10-15 JCM   ENTRIES LOADED BY RCPTVER FROM A PARTNER'S
000325*                  VERIFIED TRANSMISSION (SOURCE TYPE "P") ARE
000327*                  LABELLED PARTNER (RCVCTL).
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001780             MOVE "HASHBATCH (HASHOUT)" TO WS-SOURCE-LABEL
001790         WHEN HMR-FROM-MANIFEST
001800             MOVE "MANIFEST (MANOUT)" TO WS-SOURCE-LABEL
001804         WHEN HMR-FROM-PARTNER
001807             MOVE "PARTNER (RCVCTL)" TO WS-SOURCE-LABEL
001810         WHEN OTHER
001820             MOVE "UNKNOWN" TO WS-SOURCE-LABEL
001830     END-EVALUATE.
