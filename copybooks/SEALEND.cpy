      ******************************************************************
      *  SEALEND.CPY
      *  AUDIT SEAL CHAIN-END CONTROL RECORD.  APPENDED TO SEALEND
      *  (OPENED EXTEND) BY EVERY PROGRAM THAT SEALS AUDIT RECORDS
      *  THROUGH AUDSEAL - SHA256TEST, MANIFEST, HASHBATCH, RCPTVER,
      *  HASHFIX AND RETPURGE - AFTER IT HAS CLOSED THE AUDIT FILE,
      *  ONE RECORD PER AUDIT FILE THE RUN SEALED INTO.  IT CARRIES THE
      *  SEQUENCE AND SEAL THE RUN LEFT THE FILE ENDING ON, SO A TAIL
      *  CUT OFF OR A WHOLE RUN'S RECORDS DELETED - NEITHER OF WHICH A
      *  SEAL CHAIN CAN SHOW ON ITS OWN - IS FOUND BY SEALCHK, WHICH
      *  WALKS THE AUDIT FILE AND THESE RECORDS TOGETHER AND EXPECTS
      *  EVERY RECORDED CHAIN END IN TURN AND THE FILE TO END ON THE
      *  LAST.
      *
      *  SLE-AUDIT-FILE NAMES THE AUDIT FILE THE CHAIN BELONGS TO ONCE
      *  THE STREAM HAS FINISHED.  A RUN THAT STARTS AUDITLOG AFRESH -
      *  SHA256TEST, MANIFEST AND A FRESH HASHBATCH, WHICH OPEN IT
      *  OUTPUT, AND HASHFIX AND RETPURGE, WHICH WRITE A NEW GENERATION
      *  THROUGH AUDITNEW - RECORDS IT WITH SLE-FILE-REWRITTEN SET, AND
      *  EVERY EARLIER RECORD FOR THAT FILE NO LONGER APPLIES; ONLY A
      *  HASHBATCH RESTART, WHICH OPENS AUDITLOG EXTEND, RECORDS
      *  SLE-CHAIN-APPENDED.  FOR HASHFIX AND RETPURGE THE RECORD
      *  IS WRITTEN ONLY WHEN THE NEW GENERATION IS FIT TO SWAP IN; AN
      *  AUDITLOG LEFT UNSWAPPED AFTER IT IS REPORTED BY SEALCHK AS
      *  MISSING ITS RECORDED END.  A REWRITE THAT KEPT NO RECORDS
      *  CARRIES SEQUENCE ZERO AND A BLANK SEAL.
      *
      *  A PARALLEL HASHSPLT SLICE'S HASHBATCH FILES ITS RECORD UNDER
      *  THE SEGMENT NAME ITS PARM GIVES (";FILE:AUDSEG1" - AUDSEG8)
      *  RATHER THAN AUDITLOG, SO THE SLICES DO NOT REPLACE EACH
      *  OTHER'S END.  HASHMRGE MATCHES EVERY CHAIN IN THE MERGED
      *  CONCATENATION AGAINST THESE SEGMENT ENDS FOR ITS CYCLE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SEAL CHAIN-END CONTROL.
      ******************************************************************
       01 SLE-RECORD.
          05 SLE-JOB-NAME            PIC X(10).
          05 SLE-TIMESTAMP           PIC X(26).
          05 SLE-CYCLE-ID            PIC X(08).
          05 SLE-AUDIT-FILE          PIC X(08).
          05 SLE-ACTION              PIC X(01).
             88 SLE-CHAIN-APPENDED             VALUE "A".
             88 SLE-FILE-REWRITTEN             VALUE "R".
          05 SLE-RECORDS-SEALED      PIC 9(09).
          05 SLE-SEAL-SEQ            PIC 9(09).
          05 SLE-SEAL                PIC X(64).
