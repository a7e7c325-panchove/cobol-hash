      ******************************************************************
      *  EXCCASE.CPY
      *  EXCEPTION CASE RECORD (EXCREG) - THE CASE REGISTER EXCREG
      *  MAINTAINS.  ONE RECORD PER CASE, IN CASE-ID ORDER.  EXCREG
      *  READS THE PRIOR REGISTER ON EXCREG AND WRITES THE UPDATED ONE
      *  TO EXCREGN (EXCCASO.CPY) - RUN THE TWO DDS AGAINST SUCCESSIVE
      *  GENERATIONS OF ONE GDG, AS WITH ERRHIST/ERRHISTO.  A CASE IS
      *  ONE EXCEPTION CONDITION - A SOURCE PLUS THE KEY IT WAS
      *  RAISED AGAINST:
      *      RECONCHK  RECEXCPT RXC-KEY
      *      MANIFEST  MANEXCPT EXC-NAME
      *      DSCOMPAR  CMPRSLT COPY DSNAME
      *      ERRSCAN   ERRHIST SOURCE ID OF AN ESCALATED SOURCE
      *      RUNCHECK  THE CYCLE ID RUNCHECK HELD
      *  ECR-TIMES-SEEN COUNTS THE INTAKES THAT REPORTED IT.  THE
      *  RESOLUTION CODE SAYS HOW IT WAS CLOSED - BY AN OPERATOR:
      *      FIXD  FIXED        APRV  CHANGE APPROVED
      *      FALS  FALSE ALARM  DUPL  DUPLICATE OF ANOTHER CASE
      *      ACPT  RISK ACCEPTED
      *  OR BY EXCREG WHEN THE CONDITION CLEARED:
      *      CLRD  NO LONGER REPORTED BY ITS SOURCE
      *      HFIX  HASHFIX REPAIRED THE KEY (FIXLOG)
      *      MPRM  MANPROM PROMOTED THE APPROVED CHANGE
      *      RRUN  RUNCHECK RERAN CLEAN FOR THE CYCLE
      *      CCLS  THE HELD CYCLE WAS CLOSED
      *  WHILE A CASE CLOSED FALS OR ACPT STAYS ON THE REGISTER, A
      *  REPEAT OF THE SAME SOURCE AND KEY IS SUPPRESSED RATHER THAN
      *  OPENED AGAIN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - EXCEPTION CASE RECORD.
      ******************************************************************
       01 ECR-RECORD.
          05 ECR-CASE-ID             PIC 9(07).
          05 ECR-SOURCE              PIC X(08).
             88 ECR-FROM-RECONCHK             VALUE "RECONCHK".
             88 ECR-FROM-MANIFEST             VALUE "MANIFEST".
             88 ECR-FROM-DSCOMPAR             VALUE "DSCOMPAR".
             88 ECR-FROM-ERRSCAN              VALUE "ERRSCAN".
             88 ECR-FROM-RUNCHECK             VALUE "RUNCHECK".
          05 ECR-CASE-KEY            PIC X(80).
          05 ECR-EXC-TYPE            PIC X(13).
          05 ECR-STATUS              PIC X(01).
             88 ECR-OPEN                      VALUE "O".
             88 ECR-CLOSED                    VALUE "C".
          05 ECR-OPENED-AT           PIC X(26).
          05 ECR-LAST-SEEN           PIC X(26).
          05 ECR-TIMES-SEEN          PIC 9(05).
          05 ECR-CYCLE-ID            PIC X(08).
          05 ECR-OWNER               PIC X(08).
          05 ECR-ASSIGNED-AT         PIC X(26).
          05 ECR-CLOSED-AT           PIC X(26).
          05 ECR-RESOLUTION          PIC X(04).
             88 ECR-RES-FIXED                 VALUE "FIXD".
             88 ECR-RES-APPROVED              VALUE "APRV".
             88 ECR-RES-FALSE-ALARM           VALUE "FALS".
             88 ECR-RES-DUPLICATE             VALUE "DUPL".
             88 ECR-RES-ACCEPTED              VALUE "ACPT".
             88 ECR-RES-CLEARED               VALUE "CLRD".
             88 ECR-RES-HASHFIX               VALUE "HFIX".
             88 ECR-RES-PROMOTED              VALUE "MPRM".
             88 ECR-RES-RERUN                 VALUE "RRUN".
             88 ECR-RES-CYCLE-CLOSED          VALUE "CCLS".
             88 ECR-RES-SUPPRESSES            VALUE "FALS" "ACPT".
          05 ECR-CLOSED-BY           PIC X(08).
          05 ECR-NOTE-COUNT          PIC 9(03).
          05 ECR-LAST-NOTE           PIC X(60).
          05 ECR-DETAIL              PIC X(60).
