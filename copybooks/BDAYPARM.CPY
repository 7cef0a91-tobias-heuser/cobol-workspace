      * BDAYPARM.CPY - parameter area for the common business-day
      * routine BUSDAYS. The caller sets BDAY-FUNCTION and the input
      * fields it needs and CALLs "BUSDAYS" USING BDAY-PARM:
      *   B = back: BDAY-TO-DATE is the date BDAY-DAYS working days
      *       before BDAY-FROM-DATE (retention and window cutoffs)
      *   C = count: BDAY-DAYS is the number of working days after
      *       BDAY-FROM-DATE up to and including BDAY-TO-DATE (ages)
      *   D = day: BDAY-WORKING, BDAY-HOLIDAY-NAME and the month-end
      *       and quarter-end flags of BDAY-FROM-DATE
      *   M = month-end: BDAY-TO-DATE is the newest date flagged
      *       month-end on or before BDAY-FROM-DATE (spaces if none
      *       within the two months before it)
      * A date the calendar does not carry counts as a working day;
      * with no BUSCAL at all every day counts, which is exactly the
      * plain calendar-day arithmetic. BDAY-CAL-AVAILABLE says which
      * of the two the answer is based on.
       01 BDAY-PARM.
           05 BDAY-FUNCTION PIC X.
               88 BDAY-BACK VALUE "B".
               88 BDAY-COUNT VALUE "C".
               88 BDAY-DAY-INFO VALUE "D".
               88 BDAY-LAST-MONTH-END VALUE "M".
           05 BDAY-FROM-DATE PIC X(8).
           05 BDAY-TO-DATE PIC X(8).
           05 BDAY-DAYS PIC 9(5).
           05 BDAY-WORKING PIC X.
           05 BDAY-HOLIDAY-NAME PIC X(30).
           05 BDAY-MONTH-END PIC X.
           05 BDAY-QUARTER-END PIC X.
           05 BDAY-DATE-FOUND PIC X.
           05 BDAY-CAL-AVAILABLE PIC X.
