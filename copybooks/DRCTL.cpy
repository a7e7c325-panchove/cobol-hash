      ******************************************************************
      *  DRCTL.CPY
      *  TOLERANCE CARD FOR DRRECON (DRCTL).  ONE CARD PER RECORD -
      *  EITHER OR BOTH MAY BE GIVEN:
      *      HOURS:<n>        HOW FAR ONE SITE'S HMR-TIMESTAMP MAY BE
      *                       BEHIND THE OTHER'S FOR THE SAME KEY
      *                       BEFORE THE ENTRY IS STALE.  DEFAULT 24.
      *      RUNS:<n>         HOW MANY RUNS ONE SITE'S HMR-RUN-ID MAY
      *                       BE BEHIND THE OTHER'S.  DEFAULT 1.  RUN
      *                       IDS ARE COMPARED ONLY WHEN BOTH CARRY THE
      *                       SAME PREFIX AND A TRAILING RUN NUMBER
      *                       (NIGHT007 IS TWO RUNS BEHIND NIGHT009).
      *  A MISSING DRCTL DD TAKES THE DEFAULTS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - DR RECONCILIATION TOLERANCE.
      ******************************************************************
       01 DRC-CONTROL-RECORD          PIC X(100).
