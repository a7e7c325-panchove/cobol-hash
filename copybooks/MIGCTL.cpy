      ******************************************************************
      *  MIGCTL.CPY
      *  ALGORITHM MIGRATION CONTROL CARD FOR HASHMIGR (MIGCTL).  ONE
      *  CARD PER RECORD:
      *      TARGET:<name>    ALGORITHM THE WEAK ENTRIES ARE MOVED TO -
      *                       SHA256 OR SHA512.  DEFAULT SHA256.
      *      LIMIT:<n>        MOST MASTER ENTRIES ONE RUN WILL TRY TO
      *                       MIGRATE (EACH ONE RE-READS ITS SOURCE
      *                       DATASET TWICE), SO THE WORK CAN BE SPREAD
      *                       OVER AS MANY NIGHTS AS THE BATCH WINDOW
      *                       NEEDS.  DEFAULT 500.
      *  A MISSING MIGCTL DD TAKES BOTH DEFAULTS.  FROZEN ENTRIES ARE
      *  NOT TRIED AND DO NOT COUNT AGAINST THE LIMIT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - MIGRATION CONTROL CARD.
      ******************************************************************
       01 MGC-CONTROL-RECORD          PIC X(100).
