      ******************************************************************
      *  XTRREC.CPY
      *  OUTBOUND INTEGRITY EXTRACT LINE (INTXOUT), WRITTEN BY
      *  INTXTRCT ONCE PER CYCLE FOR THE SECURITY MONITORING SIDE.
      *  EVERY LINE IS "|"-DELIMITED WITH TRAILING BLANKS DROPPED FROM
      *  EACH FIELD; THE FIRST FIELD IS THE RECORD TYPE:
      *      HDR  CYCLE ID | EXTRACT DATE (YYYYMMDD) | EXTRACT
      *           TIMESTAMP | SOURCE SYSTEM | LAYOUT VERSION
      *      MST  HASH-MASTER CHANGE FROM HASHHIST - KEY | CHANGED AT
      *           | ACTION | CHANGE RUN ID | SOURCE TYPE | OLD
      *           ALGORITHM | OLD DIGEST | NEW ALGORITHM | NEW DIGEST
      *           | REASON CODE | REQUESTER
      *      MEX  MANIFEST EXCEPTION FROM MANEXCPT - NAME | TYPE |
      *           OLD DIGEST | NEW DIGEST
      *      REX  RECONCHK EXCEPTION FROM RECEXCPT - TYPE | KEY |
      *           HASHOUT DIGEST | AUDITLOG DIGEST
      *      ERR  ERRLOG FAILURE - TIMESTAMP | SOURCE ID | RETURN
      *           CODE | MESSAGE | CYCLE ID | INPUT TEXT
      *      TRL  CYCLE ID | MST COUNT | MEX COUNT | REX COUNT | ERR
      *           COUNT | DETAIL COUNT | RECORD COUNT (HDR AND TRL
      *           INCLUDED) | CONTROL HASH
      *  THE CONTROL HASH IS A SHA-256 RUNNING DIGEST OVER THE DETAIL
      *  LINES IN FILE ORDER: STARTING FROM 64 ZEROS, EACH DETAIL LINE
      *  (SPACE-FILLED TO 432 BYTES) IS FOLDED IN 36 BYTES AT A TIME,
      *  THE RUNNING DIGEST PLUS THE NEXT 36 BYTES BEING HASHED TO
      *  GIVE THE NEW RUNNING DIGEST - THE SAME COMBINE AUDSEAL USES.
      *  A "|" INSIDE A FREE-TEXT FIELD (SOURCE ID, MESSAGE, INPUT
      *  TEXT) IS SENT AS "/".
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - OUTBOUND EXTRACT LINE.
      ******************************************************************
       01 XTR-RECORD.
          05 XTR-LINE                PIC X(432).
          05 XTR-PIECES REDEFINES XTR-LINE.
             10 XTR-PIECE            PIC X(36) OCCURS 12 TIMES.
