      ******************************************************************
      *  PATCTL.CPY
      *  PATROL CONTROL CARD FOR HASHPTRL (PATCTL).  ONE CARD PER
      *  RECORD - EITHER OR BOTH MAY BE GIVEN, AND THE SLICE ENDS AT
      *  WHICHEVER IS REACHED FIRST:
      *      LIMIT:<n>        MOST MASTER ENTRIES ONE RUN WILL
      *                       RE-DIGEST.  DEFAULT 500.
      *      TIME:<n>         ELAPSED-TIME BUDGET IN MINUTES - NO NEW
      *                       ENTRY IS STARTED ONCE THE RUN HAS BEEN
      *                       GOING THIS LONG.  DEFAULT NONE.
      *  A MISSING PATCTL DD TAKES THE DEFAULTS.  THE WHOLE MASTER IS
      *  COVERED ONCE EVERY (ENTRIES / LIMIT) NIGHTS, ROUNDED UP.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - PATROL CONTROL CARD.
      ******************************************************************
       01 PTC-CONTROL-RECORD          PIC X(100).
