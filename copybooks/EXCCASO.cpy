      ******************************************************************
      *  EXCCASO.CPY
      *  EXCEPTION CASE RECORD AS WRITTEN TO EXCREGN - THE SAME LAYOUT
      *  AS EXCCASE.CPY UNDER ITS OWN PREFIX, SO EXCREG CAN HAVE THE
      *  PRIOR AND UPDATED REGISTERS OPEN TOGETHER.  KEEP THE TWO IN
      *  STEP.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - UPDATED CASE REGISTER.
      ******************************************************************
       01 ECO-RECORD.
          05 ECO-CASE-ID             PIC 9(07).
          05 ECO-SOURCE              PIC X(08).
             88 ECO-FROM-RECONCHK             VALUE "RECONCHK".
             88 ECO-FROM-MANIFEST             VALUE "MANIFEST".
             88 ECO-FROM-DSCOMPAR             VALUE "DSCOMPAR".
             88 ECO-FROM-ERRSCAN              VALUE "ERRSCAN".
             88 ECO-FROM-RUNCHECK             VALUE "RUNCHECK".
          05 ECO-CASE-KEY            PIC X(80).
          05 ECO-EXC-TYPE            PIC X(13).
          05 ECO-STATUS              PIC X(01).
             88 ECO-OPEN                      VALUE "O".
             88 ECO-CLOSED                    VALUE "C".
          05 ECO-OPENED-AT           PIC X(26).
          05 ECO-LAST-SEEN           PIC X(26).
          05 ECO-TIMES-SEEN          PIC 9(05).
          05 ECO-CYCLE-ID            PIC X(08).
          05 ECO-OWNER               PIC X(08).
          05 ECO-ASSIGNED-AT         PIC X(26).
          05 ECO-CLOSED-AT           PIC X(26).
          05 ECO-RESOLUTION          PIC X(04).
             88 ECO-RES-FIXED                 VALUE "FIXD".
             88 ECO-RES-APPROVED              VALUE "APRV".
             88 ECO-RES-FALSE-ALARM           VALUE "FALS".
             88 ECO-RES-DUPLICATE             VALUE "DUPL".
             88 ECO-RES-ACCEPTED              VALUE "ACPT".
             88 ECO-RES-CLEARED               VALUE "CLRD".
             88 ECO-RES-HASHFIX               VALUE "HFIX".
             88 ECO-RES-PROMOTED              VALUE "MPRM".
             88 ECO-RES-RERUN                 VALUE "RRUN".
             88 ECO-RES-CYCLE-CLOSED          VALUE "CCLS".
             88 ECO-RES-SUPPRESSES            VALUE "FALS" "ACPT".
          05 ECO-CLOSED-BY           PIC X(08).
          05 ECO-NOTE-COUNT          PIC 9(03).
          05 ECO-LAST-NOTE           PIC X(60).
          05 ECO-DETAIL              PIC X(60).
