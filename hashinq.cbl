000260*                  TO PRTFILE AND ECHOED TO THE JOB LOG.  A KEY
000270*                  NOT ON THE MASTER ENDS WITH RETURN CODE 4 SO
000280*                  THE INQUIRY JOB STEP SHOWS THE MISS.
000282* 2026-10-15 JCM   SHOWS WHETHER THE ENTRY IS FROZEN BY HASHMNT.
000284* 2026-10-15 JCM   ENTRIES LOADED BY RCPTVER FROM A PARTNER'S
000286*                  VERIFIED TRANSMISSION (SOURCE TYPE "P") ARE
000288*                  LABELLED PARTNER (RCVCTL).
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001160             MOVE "HASHBATCH (HASHOUT)" TO WS-SOURCE-LABEL
001170         WHEN HMR-FROM-MANIFEST
001180             MOVE "MANIFEST (MANOUT)" TO WS-SOURCE-LABEL
001184         WHEN HMR-FROM-PARTNER
001187             MOVE "PARTNER (RCVCTL)" TO WS-SOURCE-LABEL
001190         WHEN OTHER
001200             MOVE "UNKNOWN" TO WS-SOURCE-LABEL
001210     END-EVALUATE.
001430     STRING "SOURCE       : " WS-SOURCE-LABEL DELIMITED BY SIZE
001440         INTO PRT-REPORT-LINE.
001450     WRITE PRT-REPORT-LINE.
001452     MOVE SPACES TO PRT-REPORT-LINE.
001453     IF HMR-FROZEN
001454         STRING "FROZEN       : YES - DIGEST PROTECTED FROM LOADS"
001455             DELIMITED BY SIZE INTO PRT-REPORT-LINE
001456     ELSE
001457         STRING "FROZEN       : NO" DELIMITED BY SIZE
001458             INTO PRT-REPORT-LINE.
001459     WRITE PRT-REPORT-LINE.
001460     DISPLAY "HASHINQ: KEY " WS-INQUIRY-KEY.
001470     DISPLAY "HASHINQ: HASH " HMR-HASH.
001480     DISPLAY "HASHINQ: ALG " HMR-ALGORITHM
