      ******************************************************************
      *  DREXC.CPY
      *  EXCEPTION RECORD FOR DRRECON (DREXCPT) - ONE PER HASHMAST KEY
      *  THAT DOES NOT RECONCILE BETWEEN THE PRODUCTION AND DR
      *  EXTRACTS:
      *      DIGEST DIFFER SAME KEY AND ALGORITHM, DIFFERENT HMR-HASH
      *      ALG DIFFERS   SAME KEY, DIFFERENT HMR-ALGORITHM - THE
      *                    DIGESTS CANNOT BE COMPARED UNTIL ONE SITE
      *                    IS RE-DIGESTED
      *      PROD ONLY     KEY ON THE PRODUCTION EXTRACT ONLY
      *      DR ONLY       KEY ON THE DR EXTRACT ONLY
      *      STALE AT PROD PRODUCTION'S ENTRY IS BEHIND DR'S BY MORE
      *      STALE AT DR   (OR DR'S BEHIND PRODUCTION'S) THAN THE
      *                    DRCTL TOLERANCE ALLOWS
      *  THE SIDE AN ENTRY IS MISSING FROM IS LEFT BLANK.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - DR RECONCILIATION EXCEPTION.
      ******************************************************************
       01 DRX-RECORD.
           05 DRX-TYPE                 PIC X(13).
              88 DRX-DIGEST-DIFFERS             VALUE "DIGEST DIFFER".
              88 DRX-ALG-DIFFERS                VALUE "ALG DIFFERS".
              88 DRX-PROD-ONLY                  VALUE "PROD ONLY".
              88 DRX-DR-ONLY                    VALUE "DR ONLY".
              88 DRX-STALE-AT-PROD              VALUE "STALE AT PROD".
              88 DRX-STALE-AT-DR                VALUE "STALE AT DR".
           05 DRX-KEY                  PIC X(20).
           05 DRX-PROD-HASH            PIC X(129).
           05 DRX-PROD-ALGORITHM       PIC X(08).
           05 DRX-PROD-TIMESTAMP       PIC X(26).
           05 DRX-PROD-RUN-ID          PIC X(08).
           05 DRX-DR-HASH              PIC X(129).
           05 DRX-DR-ALGORITHM         PIC X(08).
           05 DRX-DR-TIMESTAMP         PIC X(26).
           05 DRX-DR-RUN-ID            PIC X(08).
