       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
      *****************************************************************
      * Applies the supervisor transaction file (generate a year,
      * add, change, delete a date) to the business calendar master
      * BUSCAL and prints an update report with before/after images,
      * applied counts and rejected transactions, same arrangement
      * as OPERMNT on the operator master. The calendar says which
      * dates are working days, names the holidays, and carries the
      * month-end and quarter-end flags: HELLWORLD will not register
      * a night for a non-working date, the retention and aging
      * programs count working days only (through BUSDAYS), and
      * DIABILL and NIGHTSUM take their month from the flags.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT TRAN-FILE ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY BCALREC.

       FD  TRAN-FILE.
      *    One transaction per line from the supervisor: action
      *    G=generate year A=add C=change D=delete, the date (on a G
      *    only the year, YYYY), working flag Y/N, holiday name,
      *    month-end and quarter-end flags Y/N, and the supervisor
      *    ID that goes on the record's update stamp. On a change a
      *    blank flag or blank name means "leave as is"; changing a
      *    date back to working clears its holiday name. A generate
      *    adds every date of the year not already on file: Saturday
      *    and Sunday non-working, month-end on the last day of each
      *    month, quarter-end on the last day of March, June,
      *    September and December - holidays are then keyed as C.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-GENERATE VALUE "G".
               88 TRAN-ADD VALUE "A".
               88 TRAN-CHANGE VALUE "C".
               88 TRAN-DELETE VALUE "D".
           05 FILLER PIC X.
           05 TRAN-DATE PIC X(8).
           05 FILLER PIC X.
           05 TRAN-WORKING PIC X.
           05 FILLER PIC X.
           05 TRAN-HOLIDAY-NAME PIC X(30).
           05 FILLER PIC X.
           05 TRAN-MONTH-END PIC X.
           05 FILLER PIC X.
           05 TRAN-QUARTER-END PIC X.
           05 FILLER PIC X.
           05 TRAN-SUPERVISOR PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRAN-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(30).
       01 WS-GEN-COUNT PIC 9(5) VALUE 0.
       01 WS-GEN-SKIPPED PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT PIC 999 VALUE 0.
       01 WS-CHANGE-COUNT PIC 999 VALUE 0.
       01 WS-DELETE-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-NEXT-NUM PIC 9(8).
       01 WS-NEXT-X REDEFINES WS-NEXT-NUM PIC X(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).
       01 WS-WEEKDAY PIC 9.
       01 WS-GEN-YEAR PIC X(4).
       01 WS-YEAR-ADDED PIC 9(3).
       01 WS-YEAR-SKIPPED PIC 9(3).

       01 WS-HEAD-1.
           05 FILLER PIC X(40)
               VALUE "BUSINESS CALENDAR UPDATE REPORT - RUN OF".
           05 FILLER PIC X VALUE SPACE.
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(77) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CALMNT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-TRAN-LINE.
           05 FILLER PIC X(7) VALUE "TRAN:  ".
           05 WS-TRN-ACTION PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-WORKING PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-HOLIDAY PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-MONTH-END PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-TRN-QUARTER-END PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-SUPERVISOR PIC X(8).
           05 FILLER PIC X(64) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 FILLER PIC X(8) VALUE "WORKING ".
           05 WS-IMG-WORKING PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-HOLIDAY PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MONTH-END ".
           05 WS-IMG-MONTH-END PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 FILLER PIC X(12) VALUE "QUARTER-END ".
           05 WS-IMG-QUARTER-END PIC X.
           05 FILLER PIC X(46) VALUE SPACES.
       01 WS-GEN-LINE.
           05 FILLER PIC X(15) VALUE "GENERATED YEAR ".
           05 WS-GNL-YEAR PIC X(4).
           05 FILLER PIC XX VALUE ": ".
           05 WS-GNL-ADDED PIC ZZ9.
           05 FILLER PIC X(15) VALUE " DATES ADDED,  ".
           05 WS-GNL-SKIPPED PIC ZZ9.
           05 FILLER PIC X(90)
               VALUE " ALREADY ON FILE AND LEFT AS THEY WERE".
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(24).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(103) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-CALENDAR-MASTER
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM READ-TRAN-FILE
               PERFORM APPLY-TRANSACTION UNTIL WS-TRAN-EOF = "Y"
               CLOSE TRAN-FILE
           ELSE
               MOVE "CALTRAN NOT AVAILABLE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE CALENDAR-FILE
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "CALMNT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       OPEN-CALENDAR-MASTER SECTION.
      *    First-ever run creates the master, same 35-fallback the
      *    suite uses for its other files.
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               MOVE "BUSCAL NOT AVAILABLE, NO UPDATES APPLIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       READ-TRAN-FILE SECTION.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF
           END-READ
           EXIT.

       APPLY-TRANSACTION SECTION.
           PERFORM WRITE-TRAN-LINE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN TRAN-GENERATE
                       PERFORM APPLY-GENERATE
                   WHEN TRAN-ADD
                       PERFORM APPLY-ADD
                   WHEN TRAN-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN TRAN-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       EDIT-TRANSACTION SECTION.
      *    A usable action and a real date, flags that are strictly
      *    Y or N where given, and the supervisor ID - it is the
      *    audit trail on the record.
           IF NOT (TRAN-GENERATE OR TRAN-ADD OR TRAN-CHANGE
                   OR TRAN-DELETE)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-GENERATE
               AND (TRAN-DATE (1:4) NOT NUMERIC
                   OR TRAN-DATE (1:4) < "1601")
               MOVE "BAD YEAR" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-GENERATE
               PERFORM EDIT-TRAN-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-ADD
               AND TRAN-WORKING NOT = "Y"
               AND TRAN-WORKING NOT = "N"
               MOVE "BAD WORKING FLAG" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-CHANGE
               AND TRAN-WORKING NOT = SPACE
               AND TRAN-WORKING NOT = "Y"
               AND TRAN-WORKING NOT = "N"
               MOVE "BAD WORKING FLAG" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TRAN-ADD OR TRAN-CHANGE)
               AND ((TRAN-MONTH-END NOT = SPACE
                       AND TRAN-MONTH-END NOT = "Y"
                       AND TRAN-MONTH-END NOT = "N")
                   OR (TRAN-QUARTER-END NOT = SPACE
                       AND TRAN-QUARTER-END NOT = "Y"
                       AND TRAN-QUARTER-END NOT = "N"))
               MOVE "BAD MONTH/QUARTER-END FLAG" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
           END-IF
           EXIT.

       EDIT-TRAN-DATE SECTION.
           IF TRAN-DATE NOT NUMERIC
               MOVE "BAD DATE" TO WS-REJECT-REASON
           ELSE
               MOVE TRAN-DATE TO WS-DATE-X
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "BAD DATE" TO WS-REJECT-REASON
               END-IF
           END-IF
           EXIT.

       APPLY-GENERATE SECTION.
      *    Dates already on file are left alone, so a generate can be
      *    rerun after holidays were keyed without losing them.
           MOVE TRAN-DATE (1:4) TO WS-GEN-YEAR
           MOVE 0 TO WS-YEAR-ADDED WS-YEAR-SKIPPED
           STRING WS-GEN-YEAR "0101" DELIMITED BY SIZE INTO WS-DATE-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           STRING WS-GEN-YEAR "1231" DELIMITED BY SIZE INTO WS-DATE-X
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM GENERATE-ONE-DATE
               UNTIL WS-DAY-INT > WS-END-INT
           ADD WS-YEAR-ADDED TO WS-GEN-COUNT
           ADD WS-YEAR-SKIPPED TO WS-GEN-SKIPPED
           MOVE WS-GEN-YEAR TO WS-GNL-YEAR
           MOVE WS-YEAR-ADDED TO WS-GNL-ADDED
           MOVE WS-YEAR-SKIPPED TO WS-GNL-SKIPPED
           MOVE WS-GEN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       GENERATE-ONE-DATE SECTION.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
           MOVE WS-DATE-X TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM BUILD-GENERATED-DATE
                   WRITE CALENDAR-RECORD
                   IF WS-CAL-STATUS = "00"
                       ADD 1 TO WS-YEAR-ADDED
                   ELSE
                       MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-YEAR-SKIPPED
           END-READ
           ADD 1 TO WS-DAY-INT
           EXIT.

       BUILD-GENERATED-DATE SECTION.
      *    Day 1 of the integer-date scale (1 January 1601) was a
      *    Monday, so the remainder by 7 gives 6 for a Saturday and
      *    0 for a Sunday.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-DATE-X TO CAL-DATE
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE "N" TO CAL-WORKING
           ELSE
               MOVE "Y" TO CAL-WORKING
           END-IF
           MOVE "N" TO CAL-MONTH-END CAL-QUARTER-END
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
               TO WS-NEXT-NUM
           IF WS-NEXT-X (5:2) NOT = WS-DATE-X (5:2)
               MOVE "Y" TO CAL-MONTH-END
               IF WS-DATE-X (5:2) = "03" OR "06" OR "09" OR "12"
                   MOVE "Y" TO CAL-QUARTER-END
               END-IF
           END-IF
           MOVE RUNHDR-RUN-DATE TO CAL-UPD-DATE
           MOVE TRAN-SUPERVISOR TO CAL-UPD-OPER
           EXIT.

       APPLY-ADD SECTION.
           MOVE TRAN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE TRAN-DATE TO CAL-DATE
                   MOVE TRAN-WORKING TO CAL-WORKING
                   IF CAL-NON-WORKING
                       MOVE TRAN-HOLIDAY-NAME TO CAL-HOLIDAY-NAME
                   END-IF
                   MOVE "N" TO CAL-MONTH-END CAL-QUARTER-END
                   IF TRAN-MONTH-END = "Y"
                       MOVE "Y" TO CAL-MONTH-END
                   END-IF
                   IF TRAN-QUARTER-END = "Y"
                       MOVE "Y" TO CAL-QUARTER-END
                   END-IF
                   MOVE RUNHDR-RUN-DATE TO CAL-UPD-DATE
                   MOVE TRAN-SUPERVISOR TO CAL-UPD-OPER
                   WRITE CALENDAR-RECORD
                   IF WS-CAL-STATUS = "00"
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE "DUPLICATE ADD - USE CHANGE"
                       TO WS-REJECT-REASON
           END-READ
           EXIT.

       APPLY-CHANGE SECTION.
           MOVE TRAN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "CHANGE TO UNKNOWN DATE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-BEFORE-IMAGE
                   IF TRAN-WORKING NOT = SPACE
                       MOVE TRAN-WORKING TO CAL-WORKING
                   END-IF
                   IF CAL-WORKING-DAY
                       MOVE SPACES TO CAL-HOLIDAY-NAME
                   ELSE
                       IF TRAN-HOLIDAY-NAME NOT = SPACES
                           MOVE TRAN-HOLIDAY-NAME TO CAL-HOLIDAY-NAME
                       END-IF
                   END-IF
                   IF TRAN-MONTH-END NOT = SPACE
                       MOVE TRAN-MONTH-END TO CAL-MONTH-END
                   END-IF
                   IF TRAN-QUARTER-END NOT = SPACE
                       MOVE TRAN-QUARTER-END TO CAL-QUARTER-END
                   END-IF
                   MOVE RUNHDR-RUN-DATE TO CAL-UPD-DATE
                   MOVE TRAN-SUPERVISOR TO CAL-UPD-OPER
                   REWRITE CALENDAR-RECORD
                   IF WS-CAL-STATUS = "00"
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           EXIT.

       APPLY-DELETE SECTION.
      *    A deleted date counts as a working day again to BUSDAYS,
      *    the same as any date the calendar does not carry.
           MOVE TRAN-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "DELETE OF UNKNOWN DATE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-BEFORE-IMAGE
                   DELETE CALENDAR-FILE
                   IF WS-CAL-STATUS = "00"
                       ADD 1 TO WS-DELETE-COUNT
                   ELSE
                       MOVE "MASTER DELETE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           EXIT.

       WRITE-TRAN-LINE SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRAN-ACTION TO WS-TRN-ACTION
           MOVE TRAN-DATE TO WS-TRN-DATE
           MOVE TRAN-WORKING TO WS-TRN-WORKING
           MOVE TRAN-HOLIDAY-NAME TO WS-TRN-HOLIDAY
           MOVE TRAN-MONTH-END TO WS-TRN-MONTH-END
           MOVE TRAN-QUARTER-END TO WS-TRN-QUARTER-END
           MOVE TRAN-SUPERVISOR TO WS-TRN-SUPERVISOR
           MOVE WS-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
           MOVE "BEFORE " TO WS-IMG-TAG
           PERFORM WRITE-IMAGE-LINE
           EXIT.

       WRITE-AFTER-IMAGE SECTION.
           MOVE "AFTER  " TO WS-IMG-TAG
           PERFORM WRITE-IMAGE-LINE
           EXIT.

       WRITE-IMAGE-LINE SECTION.
           MOVE CAL-DATE TO WS-IMG-DATE
           MOVE CAL-WORKING TO WS-IMG-WORKING
           MOVE CAL-HOLIDAY-NAME TO WS-IMG-HOLIDAY
           MOVE CAL-MONTH-END TO WS-IMG-MONTH-END
           MOVE CAL-QUARTER-END TO WS-IMG-QUARTER-END
           MOVE WS-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-REJECT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 4 TO RETURN-CODE
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATES GENERATED       : " TO WS-CNT-LABEL
           MOVE WS-GEN-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  ALREADY ON FILE     : " TO WS-CNT-LABEL
           MOVE WS-GEN-SKIPPED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATES ADDED           : " TO WS-CNT-LABEL
           MOVE WS-ADD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATES CHANGED         : " TO WS-CNT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATES DELETED         : " TO WS-CNT-LABEL
           MOVE WS-DELETE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TRANSACTIONS REJECTED : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM CALMNT.
