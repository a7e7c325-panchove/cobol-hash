      ******************************************************************
      *  AUDLINK.CPY
      *  AUDIT SEAL CHAIN CHECK STATE.  HELD IN WORKING-STORAGE BY
      *  EVERY PROGRAM THAT READS AN AUDIT FILE AND MUST PROVE ITS
      *  SEAL CHAIN (SEALCHK, HASHMRGE, HASHFIX, RETPURGE) AND PASSED
      *  TO AUDLINK WITH EACH RECORD READ.  AUDLINK RECOMPUTES THE
      *  RECORD'S SEAL, CHECKS ITS SEQUENCE AND PRIOR SEAL AGAINST THE
      *  RECORD BEFORE IT, AND LEAVES ITS VERDICT IN ACK-RESULT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SEAL CHAIN CHECK STATE.
      ******************************************************************
       01 ACK-LINK-STATE.
          05 ACK-LAST-SEQ            PIC 9(09) VALUE ZERO.
          05 ACK-LAST-SEAL           PIC X(64) VALUE ZEROS.
          05 ACK-SEALED-SWITCH       PIC X(01) VALUE "N".
             88 ACK-SEALED-SEEN                VALUE "Y".
          05 ACK-RESULT              PIC X(01) VALUE SPACE.
             88 ACK-LINK-GOOD                  VALUE "G".
             88 ACK-CHAIN-STARTED              VALUE "S".
             88 ACK-LEGACY-UNSEALED            VALUE "U".
             88 ACK-SEAL-ALTERED               VALUE "A".
             88 ACK-SEQUENCE-GAP               VALUE "P".
             88 ACK-OUT-OF-SEQUENCE            VALUE "I".
             88 ACK-LINK-MISMATCH              VALUE "B".
             88 ACK-SEAL-MISSING               VALUE "N".
             88 ACK-LINK-BROKEN                VALUE "A" "P" "I"
                                                     "B" "N".
