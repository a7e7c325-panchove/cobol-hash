      ******************************************************************
      *  FIXLOG.CPY
      *  REPAIR LOG RECORD FOR HASHFIX (FIXLOG) - ONE PER RECEXCPT
      *  KEY HASHFIX ATTEMPTED, APPENDED RUN AFTER RUN:
      *      FXL-OUTCOME   REPAIRED   DIGEST RECOMPUTED AND HASHMAST
      *                               REWRITTEN
      *                    FROZEN     DIGEST RECOMPUTED BUT THE HASHMAST
      *                               ENTRY IS FROZEN - LEFT AS IT WAS
      *                    FAILED     THE SOURCE COULD NOT BE
      *                               RE-DIGESTED, OR HASHMAST WAS NOT
      *                               OPEN OR COULD NOT BE WRITTEN
      *                    NOT FOUND  NO HASHMAST RECORD FOR THE KEY
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - HASHFIX REPAIR LOG.
      *  2026-10-15 JCM   FROZEN OUTCOME; REPAIRED ONLY WHEN WRITTEN.
      ******************************************************************
       01 FXL-RECORD.
           05 FXL-KEY                  PIC X(20).
           05 FXL-TIMESTAMP            PIC X(26).
           05 FXL-RUN-ID               PIC X(08).
           05 FXL-CYCLE-ID             PIC X(08).
           05 FXL-OUTCOME              PIC X(10).
              88 FXL-REPAIRED                    VALUE "REPAIRED".
              88 FXL-FROZEN                      VALUE "FROZEN".
              88 FXL-FAILED                      VALUE "FAILED".
              88 FXL-NOT-FOUND                   VALUE "NOT FOUND".
