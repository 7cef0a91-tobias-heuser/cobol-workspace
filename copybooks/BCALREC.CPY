      * BCALREC.CPY - business calendar record (BUSCAL, indexed on
      * CAL-DATE). One record per calendar date, maintained by
      * CALMNT: whether the date is a working (processing) day, the
      * holiday name when it is not, and the month-end and
      * quarter-end flags the month-end reports take their period
      * from. Retention windows and aging in the suite count only
      * working days through the common routine BUSDAYS; a date the
      * calendar does not carry counts as a working day.
       01 CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-WORKING PIC X.
               88 CAL-WORKING-DAY VALUE "Y".
               88 CAL-NON-WORKING VALUE "N".
           05 FILLER PIC X.
           05 CAL-HOLIDAY-NAME PIC X(30).
           05 FILLER PIC X.
           05 CAL-MONTH-END PIC X.
               88 CAL-IS-MONTH-END VALUE "Y".
           05 FILLER PIC X.
           05 CAL-QUARTER-END PIC X.
               88 CAL-IS-QUARTER-END VALUE "Y".
           05 FILLER PIC X.
           05 CAL-UPD-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAL-UPD-OPER PIC X(8).
