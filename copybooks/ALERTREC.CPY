      * ALERTREC.CPY - standard alert record on the shared alert file
      * ALERTS, written only through the common routine ALERTWR (see
      * ALRTPARM.CPY) and read by the daily forwarding run ALRTFWD,
      * which clears the file once every alert on it is forwarded or
      * suppressed. Business date is the date the raising program
      * worked on; raised date and time are the wall clock.
       01 ALERT-RECORD.
           05 ALR-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 ALR-RAISED-DATE PIC X(8).
           05 FILLER PIC X.
           05 ALR-RAISED-TIME PIC X(8).
           05 FILLER PIC X.
           05 ALR-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 ALR-SEVERITY PIC X.
               88 ALR-CRITICAL VALUE "C".
               88 ALR-ERROR VALUE "E".
               88 ALR-WARNING VALUE "W".
           05 FILLER PIC X.
           05 ALR-CODE PIC X(16).
           05 FILLER PIC X.
           05 ALR-SUBJECT PIC X(20).
           05 FILLER PIC X.
           05 ALR-TEXT PIC X(60).
      *    T on an alert raised by a rehearsal run (MODEPARM.CPY) -
      *    ALRTFWD never forwards one to the production console.
           05 FILLER PIC X.
           05 ALR-RUN-MODE PIC X.
               88 ALR-REHEARSAL VALUE "T".
