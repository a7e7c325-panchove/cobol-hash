      ******************************************************************
      *  CYCREG.CPY
      *  CYCLE REGISTER RECORD (CYCLREG).  THE REGISTER IS THE ONE
      *  PLACE A PROCESSING CYCLE'S IDENTIFIER COMES FROM.  CYCLCTL
      *  APPENDS A RECORD WHEN IT OPENS OR CLOSES A CYCLE; EVERY JOB
      *  STEP THAT RUNS AGAINST A CYCLE APPENDS ONE THROUGH CYCLCHK
      *  WHEN IT ENDS.  NOTHING IS EVER REWRITTEN - THE LAST RECORD
      *  FOR A CYCLE IS ITS CURRENT STATE, THE SAME CONVENTION AS
      *  RESTARTF AND MIGPOS, AND THE RECORDS BEFORE IT ARE THE
      *  CYCLE'S HISTORY.  THE STATE ONLY EVER MOVES FORWARD:
      *      O  OPEN        CYCLCTL HAS ISSUED THE IDENTIFIER
      *      H  HASHED      HASHBATCH (OR HASHMRGE) HAS RUN CLEAN
      *      R  RECONCILED  RECONCHK FOUND NO EXCEPTIONS
      *      G  GATED       RUNCHECK RELEASED THE STREAM
      *      P  PROMOTED    MANPROM PROMOTED THE NEW BASELINE
      *      C  CLOSED      CYCLCTL HAS CLOSED IT - NEVER REOPENED
      *  A STEP THAT ENDS WITH A CONDITION CODE ABOVE 4 IS STILL
      *  RECORDED, WITH ITS CODE, BUT THE STATE STAYS WHERE IT WAS.
      *  A STEP THAT ONLY REPORTS ON A CYCLE (ERRSCAN, STATTREND,
      *  INTXTRCT, RCPTVER) IS RECORDED WITHOUT MOVING THE STATE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - CYCLE REGISTER RECORD.
      ******************************************************************
       01 CYR-RECORD.
          05 CYR-CYCLE-ID            PIC X(08).
          05 CYR-STATE               PIC X(01).
             88 CYR-OPEN                      VALUE "O".
             88 CYR-HASHED                    VALUE "H".
             88 CYR-RECONCILED                VALUE "R".
             88 CYR-GATED                     VALUE "G".
             88 CYR-PROMOTED                  VALUE "P".
             88 CYR-CLOSED                    VALUE "C".
          05 CYR-TIMESTAMP           PIC X(26).
          05 CYR-STEP-NAME           PIC X(08).
          05 CYR-STEP-RC             PIC 9(09).
