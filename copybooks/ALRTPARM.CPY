      * ALRTPARM.CPY - parameter area for the common alert routine
      * ALERTWR. A program that finds something the operators must
      * act on fills every field and CALLs "ALERTWR" USING ALRT-PARM;
      * ALERTWR appends one standard alert record (ALERTREC.CPY) to
      * the shared alert file ALERTS, which the daily forwarding run
      * ALRTFWD hands on to the monitoring console.
      *   ALRT-SEVERITY C = critical (the night or a run has failed)
      *                 E = error, needs action today
      *                 W = warning, look at it during the day
      *   ALRT-CODE     the kind of alert (NIGHT-FAILED, FILE-FATAL..)
      *   ALRT-SUBJECT  what it is about - the night, feed, shift or
      *                 program/file. Source program, code and subject
      *                 together identify the alert: the same three
      *                 raised again while the first is still open
      *                 are suppressed as a duplicate by ALRTFWD.
      * An ALERTS problem is only displayed - raising an alert never
      * changes the caller's outcome. ALRT-WRITTEN comes back Y when
      * the record was written.
       01 ALRT-PARM.
           05 ALRT-BUSINESS-DATE PIC X(8).
           05 ALRT-PROGRAM PIC X(8).
           05 ALRT-SEVERITY PIC X.
               88 ALRT-CRITICAL VALUE "C".
               88 ALRT-ERROR VALUE "E".
               88 ALRT-WARNING VALUE "W".
           05 ALRT-CODE PIC X(16).
           05 ALRT-SUBJECT PIC X(20).
           05 ALRT-TEXT PIC X(60).
           05 ALRT-WRITTEN PIC X.
