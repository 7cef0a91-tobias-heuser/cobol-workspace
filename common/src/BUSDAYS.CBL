       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAYS.
      *****************************************************************
      * Common business-day routine for the suite. Retention windows,
      * inactivity windows, feed aging and password expiry used to be
      * plain calendar-day arithmetic, so Christmas and weekends ate
      * into every window the same as a working day. Every such
      * calculation now CALLs this routine, which steps through the
      * business calendar BUSCAL (maintained by CALMNT) one day at a
      * time and counts only working days - one place holds the rule
      * for every caller. See BDAYPARM.CPY for the functions.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY BCALREC.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-CAL-OPEN PIC X VALUE "N".
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).
       01 WS-STEP-COUNT PIC 9(5).
       01 WS-DAY-WORKING PIC X.
       01 WS-DAY-MONTH-END PIC X.
      *    A calendar marked non-working for years on end must not
      *    send a caller into an endless walk - ten years of steps is
      *    the most any window in the suite asks for.
       01 WS-STEP-LIMIT PIC 9(5) VALUE 3660.
       01 WS-STEPS-TAKEN PIC 9(5).

       LINKAGE SECTION.
           COPY BDAYPARM.

       PROCEDURE DIVISION USING BDAY-PARM.
           PERFORM OPEN-CALENDAR
           EVALUATE TRUE
               WHEN BDAY-BACK
                   PERFORM STEP-BACK-DAYS
               WHEN BDAY-COUNT
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN BDAY-DAY-INFO
                   PERFORM GET-DAY-INFO
               WHEN BDAY-LAST-MONTH-END
                   PERFORM FIND-LAST-MONTH-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CAL-OPEN = "Y"
               CLOSE CALENDAR-FILE
           END-IF
           GOBACK.

       OPEN-CALENDAR SECTION.
      *    No BUSCAL is not an error: the answer then falls back to
      *    calendar days, and the caller can tell from
      *    BDAY-CAL-AVAILABLE.
           MOVE "N" TO WS-CAL-OPEN
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE "Y" TO WS-CAL-OPEN
           END-IF
           MOVE WS-CAL-OPEN TO BDAY-CAL-AVAILABLE
           EXIT.

       STEP-BACK-DAYS SECTION.
      *    Walks back from the starting date until BDAY-DAYS working
      *    days have been passed; the date reached is the cutoff.
      *    With every day working this is exactly the old
      *    INTEGER-OF-DATE minus days.
           MOVE BDAY-FROM-DATE TO BDAY-TO-DATE
           IF BDAY-FROM-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE BDAY-FROM-DATE TO WS-DATE-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 0 TO WS-STEP-COUNT WS-STEPS-TAKEN
           PERFORM UNTIL WS-STEP-COUNT >= BDAY-DAYS
                   OR WS-STEPS-TAKEN >= WS-STEP-LIMIT
                   OR WS-DAY-INT <= 1
               SUBTRACT 1 FROM WS-DAY-INT
               ADD 1 TO WS-STEPS-TAKEN
               PERFORM CHECK-ONE-DAY
               IF WS-DAY-WORKING = "Y"
                   ADD 1 TO WS-STEP-COUNT
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
           MOVE WS-DATE-X TO BDAY-TO-DATE
           EXIT.

       COUNT-BUSINESS-DAYS SECTION.
      *    Working days after the start date up to and including the
      *    end date, so the same day is age zero and a Friday feed
      *    looked at on Monday is one working day old.
           MOVE 0 TO BDAY-DAYS
           IF BDAY-FROM-DATE NOT NUMERIC OR BDAY-TO-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF BDAY-TO-DATE <= BDAY-FROM-DATE
               EXIT SECTION
           END-IF
           MOVE BDAY-TO-DATE TO WS-DATE-X
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE BDAY-FROM-DATE TO WS-DATE-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 0 TO WS-STEPS-TAKEN
           PERFORM UNTIL WS-DAY-INT >= WS-END-INT
                   OR WS-STEPS-TAKEN >= WS-STEP-LIMIT
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-STEPS-TAKEN
               PERFORM CHECK-ONE-DAY
               IF WS-DAY-WORKING = "Y"
                   ADD 1 TO BDAY-DAYS
               END-IF
           END-PERFORM
           EXIT.

       GET-DAY-INFO SECTION.
           MOVE "Y" TO BDAY-WORKING
           MOVE "N" TO BDAY-MONTH-END BDAY-QUARTER-END
           MOVE "N" TO BDAY-DATE-FOUND
           MOVE SPACES TO BDAY-HOLIDAY-NAME
           IF WS-CAL-OPEN NOT = "Y" OR BDAY-FROM-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE BDAY-FROM-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO BDAY-DATE-FOUND
                   IF CAL-NON-WORKING
                       MOVE "N" TO BDAY-WORKING
                   END-IF
                   MOVE CAL-HOLIDAY-NAME TO BDAY-HOLIDAY-NAME
                   IF CAL-IS-MONTH-END
                       MOVE "Y" TO BDAY-MONTH-END
                   END-IF
                   IF CAL-IS-QUARTER-END
                       MOVE "Y" TO BDAY-QUARTER-END
                   END-IF
           END-READ
           EXIT.

       FIND-LAST-MONTH-END SECTION.
      *    The month-end reports run in the days after the flagged
      *    date (or on it); two months back is as far as a late
      *    rerun would ever reach.
           MOVE SPACES TO BDAY-TO-DATE
           IF WS-CAL-OPEN NOT = "Y" OR BDAY-FROM-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE BDAY-FROM-DATE TO WS-DATE-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 0 TO WS-STEPS-TAKEN
           MOVE "N" TO WS-DAY-MONTH-END
           PERFORM CHECK-ONE-DAY
           PERFORM UNTIL WS-DAY-MONTH-END = "Y"
                   OR WS-STEPS-TAKEN >= 62
               SUBTRACT 1 FROM WS-DAY-INT
               ADD 1 TO WS-STEPS-TAKEN
               PERFORM CHECK-ONE-DAY
           END-PERFORM
           IF WS-DAY-MONTH-END = "Y"
               MOVE WS-DATE-X TO BDAY-TO-DATE
           END-IF
           EXIT.

       CHECK-ONE-DAY SECTION.
      *    Looks up the day WS-DAY-INT; leaves WS-DATE-X set to it.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
           MOVE "Y" TO WS-DAY-WORKING
           MOVE "N" TO WS-DAY-MONTH-END
           IF WS-CAL-OPEN = "Y"
               MOVE WS-DATE-X TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-NON-WORKING
                           MOVE "N" TO WS-DAY-WORKING
                       END-IF
                       IF CAL-IS-MONTH-END
                           MOVE "Y" TO WS-DAY-MONTH-END
                       END-IF
               END-READ
           END-IF
           EXIT.

       END PROGRAM BUSDAYS.
