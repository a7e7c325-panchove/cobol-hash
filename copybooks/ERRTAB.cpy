      *                   INPUT DATASET/MEMBER" CASE - IT HAD BEEN
      *                   REUSING CODE 8, WHICH IS AN INVALID-INPUT
      *                   HASHING FAILURE, NOT AN OPEN FAILURE.
      *  2026-10-15 JCM   ADDED CODE 30 FOR SRCDIGST'S "KEYED OR
      *                   NUMBERED RECORD NOT FOUND" CASE - THE SOURCE
      *                   DATASET OPENED BUT NO LONGER CARRIES THE
      *                   RECORD THE HASH-MASTER ENTRY WAS BUILT FROM.
      *  2026-10-15 JCM   ADDED CODE 40 FOR RCPTVER - A RECEIVED DATASET
      *                   DOES NOT HOLD THE NUMBER OF RECORDS ITS
      *                   PARTNER'S CONTROL FILE DECLARED.
      ******************************************************************
       01 ERR-TABLE-DATA.
           05 FILLER PIC X(69)
               VALUE "000000016SEVERE ERROR - UNABLE TO COMPUTE HASH".
           05 FILLER PIC X(69)
               VALUE "000000020UNABLE TO OPEN INPUT DATASET OR MEMBER".
           05 FILLER PIC X(69)
               VALUE "000000030SOURCE RECORD NOT FOUND IN DATASET".
           05 FILLER PIC X(69)
               VALUE "000000040RECORD COUNT DOES NOT MATCH CONTROL".
           05 FILLER PIC X(69)
               VALUE "000000050INPUT EXCEEDS MAXIMUM SUPPORTED LENGTH".
           05 FILLER PIC X(69)
           05 FILLER PIC X(69)
               VALUE "999999999HASH VERIFICATION MISMATCH".
       01 ERR-TABLE REDEFINES ERR-TABLE-DATA.
           05 ERR-ENTRY OCCURS 11 TIMES.
               10 ERR-CODE          PIC 9(09).
               10 ERR-MESSAGE       PIC X(60).
