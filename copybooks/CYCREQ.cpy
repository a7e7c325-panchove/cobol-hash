      ******************************************************************
      *  CYCREQ.CPY
      *  REQUEST/REPLY BLOCK FOR THE CYCLCHK SUBPROGRAM, WHICH EVERY
      *  CYCLE-AWARE JOB STEP CALLS TO GET ITS CYCLE IDENTIFIER FROM
      *  THE CYCLE REGISTER (CYCREG.CPY) AND TO RECORD ITSELF THERE.
      *      V  VERIFY - AT THE START OF THE STEP.  A CYCLE NAMED IN
      *         CYQ-CYCLE-ID MUST BE ON THE REGISTER AND NOT CLOSED;
      *         A BLANK CYQ-CYCLE-ID IS FILLED IN WITH THE CURRENT
      *         CYCLE - THE ONE MOST RECENTLY OPENED - IF IT IS
      *         STILL OPEN.  CYQ-STATE RETURNS ITS STATE.
      *      A  ADVANCE - AT THE END OF THE STEP.  APPENDS A REGISTER
      *         RECORD FOR THE STEP AND ITS CONDITION CODE, MOVING
      *         THE CYCLE TO CYQ-NEW-STATE IF THE CODE IS 4 OR LESS
      *         AND THAT IS FURTHER ON THAN WHERE IT IS.  A BLANK
      *         CYQ-NEW-STATE RECORDS THE STEP WITHOUT MOVING IT.
      *  CYQ-RETURN-CODE:
      *      0   CYCLE VERIFIED / STEP RECORDED
      *      4   NO REGISTER (CYCLREG NOT ALLOCATED) - THE STEP RUNS
      *          ON THE CYCLE ITS PARM NAMED, UNCHECKED, AS BEFORE
      *      8   REFUSED - NO OPEN CYCLE, CYCLE NOT ON THE REGISTER,
      *          CYCLE CLOSED, OR A REGISTER THAT IS ALLOCATED BUT
      *          WILL NOT OPEN; CYQ-MESSAGE SAYS WHICH
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - CYCLE REGISTER REQUEST.
      *  2026-10-15 JCM   RETURN CODE 4 ONLY FOR A MISSING REGISTER.
      ******************************************************************
       01 CYQ-REQUEST.
          05 CYQ-FUNCTION            PIC X(01).
             88 CYQ-VERIFY                    VALUE "V".
             88 CYQ-ADVANCE                   VALUE "A".
          05 CYQ-STEP-NAME           PIC X(08).
          05 CYQ-CYCLE-ID            PIC X(08).
          05 CYQ-NEW-STATE           PIC X(01).
          05 CYQ-STEP-RC             PIC 9(09) COMP-5.
          05 CYQ-STATE               PIC X(01).
          05 CYQ-RETURN-CODE         PIC 9(09) COMP-5.
          05 CYQ-MESSAGE             PIC X(60).
