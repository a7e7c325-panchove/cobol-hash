      ******************************************************************
      *  EXCCTL.CPY
      *  CONTROL CARD FOR EXCREG (EXCCTL) - THE STANDING POLICY DECK
      *  AND THE DAY'S UPDATE DECK CONCATENATED.  ONE CARD PER
      *  RECORD, CLAUSES SEPARATED BY ";" (SO NO TEXT MAY HOLD ONE):
      *      SLA:<source>;DAYS:<n>     DAYS A CASE FROM THE SOURCE MAY
      *                                STAY OPEN.  DEFAULTS: RECONCHK
      *                                3, MANIFEST 5, DSCOMPAR 3,
      *                                ERRSCAN 2, RUNCHECK 1
      *      KEEP:<n>                  DAYS A CLOSED CASE STAYS ON THE
      *                                REGISTER BEFORE IT IS MOVED TO
      *                                EXCARC - DEFAULT 90
      *      ASSIGN:<case>;OWNER:<id>[;BY:<id>]
      *      NOTE:<case>;TEXT:<text>[;BY:<id>]
      *      CLOSE:<case>;RES:<code>[;TEXT:<text>][;BY:<id>]
      *  CLOSE TAKES AN OPERATOR RESOLUTION CODE - FIXD, APRV, FALS,
      *  DUPL OR ACPT (SEE EXCCASE.CPY).  ASSIGN AND CLOSE NEED AN
      *  OPEN CASE; A NOTE MAY BE ADDED TO A CLOSED ONE.  BY DEFAULTS
      *  TO OPER.  UPDATE CARDS ARE APPLIED AFTER THE DAY'S INTAKE,
      *  SO THEY MAY NAME A CASE OPENED BY THE SAME RUN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - CASE REGISTER CONTROL CARD.
      ******************************************************************
       01 ECC-CONTROL-RECORD          PIC X(100).
