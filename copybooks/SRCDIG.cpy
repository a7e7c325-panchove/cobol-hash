      ******************************************************************
      *  SRCDIG.CPY
      *  REQUEST/REPLY BLOCK FOR THE SRCDIGST SUBPROGRAM, WHICH
      *  RE-DIGESTS A SOURCE DATASET EXACTLY THE WAY THE PROGRAM THAT
      *  FIRST HASHED IT DID, SO A FRESH DIGEST CAN BE COMPARED WITH
      *  THE ONE CARRIED ON THE HASH-MASTER FILE.  THE CALLER FILLS IN
      *  THE ALGORITHM, DATASET NAME AND MODE (PLUS THE KEY OR RECORD
      *  NUMBER FOR THE SINGLE-RECORD MODES):
      *      L  WHOLE DATASET, LINE MODE - MANIFEST'S CHAINED MEMBER
      *         DIGEST OVER EVERY LINE (A BLANK MFI-RECORD-MODE ENTRY)
      *      R  WHOLE DATASET, RECORD MODE - THE SAME CHAINED DIGEST
      *         OVER FIXED 100-BYTE RECORDS (MFI-RECORD-MODE "R")
      *      K  ONE KEYED LINE - HASHBATCH'S DIGEST OF HB-INPUT-TEXT
      *         FOR THE LINE WHOSE KEY COLUMN MATCHES SDG-RECORD-KEY
      *         (THE LAST SUCH LINE, AS THE LAST ONE LOADED WINS)
      *      N  ONE NUMBERED RECORD - HASHBATCH ;MODE:REC DIGEST OF
      *         THE SDG-RECORD-NUMBER'TH 100-BYTE RECORD
      *  SRCDIGST RETURNS THE DIGEST, THE NUMBER OF LINES OR RECORDS
      *  IT READ, AND A RETURN CODE FROM ERRTAB.CPY - 0 DIGEST
      *  COMPUTED, 20 DATASET WOULD NOT OPEN, 30 KEYED OR NUMBERED
      *  RECORD NOT IN THE DATASET, 50 LINE TOO LONG, OR WHATEVER
      *  HASHDISP ITSELF RETURNED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SOURCE RE-DIGEST REQUEST.
      ******************************************************************
       01 SDG-REQUEST.
          05 SDG-ALGORITHM           PIC X(08).
          05 SDG-DSNAME              PIC X(80).
          05 SDG-MODE                PIC X(01).
             88 SDG-WHOLE-LINES               VALUE "L".
             88 SDG-WHOLE-RECORDS             VALUE "R".
             88 SDG-KEYED-LINE                VALUE "K".
             88 SDG-NUMBERED-RECORD           VALUE "N".
             88 SDG-MODE-VALID                VALUE "L" "R" "K" "N".
          05 SDG-RECORD-KEY          PIC X(20).
          05 SDG-RECORD-NUMBER       PIC 9(09).
          05 SDG-DIGEST              PIC X(129).
          05 SDG-RECORD-COUNT        PIC 9(09).
          05 SDG-RETURN-CODE         PIC 9(09) COMP-5.
