      * MODEPARM.CPY - parameter area for the common run-mode routine
      * GETMODE. Every program the NIGHTLY deck runs, and the common
      * routines STEPDONE, FILERR and ALERTWR, CALL "GETMODE" USING
      * MODE-PARM before they touch a file. GETMODE reads the RUNMODE
      * cards of the step (none at all is an ordinary production
      * run) and returns:
      *   MODE-REHEARSAL    Y on a REHEARSAL yyyymmdd card - the run
      *                     is a rehearsal of the night for the test
      *                     business date in MODE-TEST-DATE: RUNCTL is
      *                     read but never updated, no feed is
      *                     registered and reports carry a banner
      *   MODE-UNATTENDED   Y on an UNATTENDED card - nobody at the
      *                     console to answer a prompt
      *   MODE-RECORD-MARK  T on a rehearsal, space otherwise - moved
      *                     to the run-mode byte of every audit,
      *                     history and usage record the run writes,
      *                     so a rehearsal record is marked as test
      *                     wherever it ends up
      *   MODE-SIGNOFF      Y on a SIGNOFF card - HELLWORLD takes the
      *                     end-of-shift sign-off and handover notes
      *                     instead of signing operators on
       01 MODE-PARM.
           05 MODE-REHEARSAL PIC X.
               88 MODE-IS-REHEARSAL VALUE "Y".
           05 MODE-UNATTENDED PIC X.
               88 MODE-IS-UNATTENDED VALUE "Y".
           05 MODE-TEST-DATE PIC X(8).
           05 MODE-RECORD-MARK PIC X.
           05 MODE-SIGNOFF PIC X.
               88 MODE-IS-SIGNOFF VALUE "Y".
