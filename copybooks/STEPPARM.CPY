      * STEPPARM.CPY - parameter area for the common step routine
      * STEPDONE. Each NIGHTLY step's program CALLs "STEPDONE" USING
      * STEP-PARM twice:
      *   - STEP-FUNCTION S once the business date is known: STEPDONE
      *     logs a STEP=START entry on AUDITLOG at STEP-RUN-TIME;
      *   - STEP-FUNCTION E at its normal end: STEPDONE sets the
      *     step's completion flag on the RUNCTL record for
      *     STEP-RUN-DATE (the business date the program worked on)
      *     and logs a STEP=END RC=nnnn entry at the current time.
      * The START/END pair is what the batch-window report WINDRPT
      * times each step by. STEPDONE gives the caller its own return
      * code back; a RUNCTL or AUDITLOG problem is only displayed -
      * it never changes the step's outcome. STEP-RECORDED comes back
      * Y when the RUNCTL flag was set.
       01 STEP-PARM.
           05 STEP-FUNCTION PIC X.
               88 STEP-STARTING VALUE "S".
               88 STEP-ENDING VALUE "E".
           05 STEP-PROGRAM PIC X(8).
           05 STEP-RUN-DATE PIC X(8).
           05 STEP-RUN-TIME PIC X(8).
           05 STEP-OPERATOR-ID PIC X(8).
           05 STEP-TERMINAL-ID PIC X(8).
           05 STEP-RETURN-CODE PIC S9(4).
           05 STEP-RECORDED PIC X.
