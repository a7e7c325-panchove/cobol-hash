      ******************************************************************
      *  EXCJRN.CPY
      *  CASE JOURNAL RECORD (EXCJRNL) - APPENDED BY EXCREG FOR EVERY
      *  CHANGE IT MAKES TO A CASE, SO THE REGISTER'S HISTORY OUTLIVES
      *  THE GENERATIONS OF EXCREG ITSELF:
      *      OPENED    CASE OPENED FROM ITS SOURCE
      *      ASSIGNED  OWNER SET BY AN ASSIGN CARD
      *      NOTE      NOTE ADDED BY A NOTE CARD
      *      CLOSED    CLOSED - EJR-TEXT CARRIES THE RESOLUTION CODE
      *      ARCHIVED  CLOSED CASE MOVED TO EXCARC
      *  EJR-BY IS THE OPERATOR FROM THE CARD'S BY: CLAUSE, OR EXCREG
      *  FOR ITS OWN ACTIONS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - CASE JOURNAL RECORD.
      ******************************************************************
       01 EJR-RECORD.
          05 EJR-CASE-ID             PIC 9(07).
          05 EJR-TIMESTAMP           PIC X(26).
          05 EJR-ACTION              PIC X(08).
          05 EJR-BY                  PIC X(08).
          05 EJR-TEXT                PIC X(80).
