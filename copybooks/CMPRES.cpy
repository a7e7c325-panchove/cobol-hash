      ******************************************************************
      *  CMPRES.CPY
      *  COMPARE RESULT RECORD FOR DSCOMPAR (CMPRSLT) - ONE PER
      *  SOURCE/COPY PAIR, APPENDED RUN AFTER RUN SO THE VERDICTS
      *  OUTLIVE THE PRINTED REPORT:
      *      CRS-VERDICT   MATCH, DIFFERENT OR UNREADABLE
      *      CRS-CONDITION-CODE  THE PAIR'S CONDITION CODE (0/8/12)
      *      CRS-DIFF-COUNT      DIFFERING RECORDS FOUND WHEN A
      *                          DIFFERENT PAIR WAS LOCALIZED, ELSE 0
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - DATASET COMPARE RESULT.
      ******************************************************************
       01 CRS-RECORD.
           05 CRS-TIMESTAMP            PIC X(26).
           05 CRS-SOURCE-DSNAME        PIC X(80).
           05 CRS-COPY-DSNAME          PIC X(80).
           05 CRS-VERDICT              PIC X(10).
              88 CRS-MATCH                       VALUE "MATCH".
              88 CRS-DIFFERENT                   VALUE "DIFFERENT".
              88 CRS-UNREADABLE                  VALUE "UNREADABLE".
           05 CRS-CONDITION-CODE       PIC 9(04).
           05 CRS-DIFF-COUNT           PIC 9(09).
