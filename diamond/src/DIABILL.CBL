      * (date, department, request number, printed/rejected, DIAPRT
      * lines) by department: requests printed, requests rejected and
      * print lines produced - the numbers finance bills on instead
      * of absorbing the service as overhead. The month is the one
      * closed by the latest month-end on the business calendar
      * (BUSCAL); a DIABCTL card (YYYYMM) overrides it for a rerun
      * of an earlier month. Each department is shown with the cost
      * center the department master DEPTMST books it to. Every
      * printed request billed is marked billed, with the month, on
      * the request-status master DIASTAT. RC 4 = DIASTAT not
      * available or a printed request not marked billed; RC 8 = no
      * DIAUSAGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "DIABLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT STATUS-MASTER ASSIGN TO "DIASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-REQNO
               FILE STATUS IS WS-STS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD  DEPARTMENT-MASTER.
           COPY DEPTREC.

       FD  STATUS-MASTER.
           COPY DIASTREC.

       WORKING-STORAGE SECTION.
       01 WS-USAGE-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-DEPT-OPEN PIC X VALUE "N".
       01 WS-STS-STATUS PIC XX.
       01 WS-STS-OK PIC X VALUE "N".
       01 WS-BILLED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNTRACKED-COUNT PIC 9(5) VALUE 0.
       01 WS-USAGE-EOF PIC X VALUE "N".
       01 WS-REPORT-MONTH PIC X(6).
       01 WS-DEPT-IDX PIC 99.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(12) VALUE "DEPARTMENT".
           05 FILLER PIC X(12) VALUE "COST CENTER".
           05 FILLER PIC X(10) VALUE "PRINTED".
           05 FILLER PIC X(10) VALUE "REJECTED".
           05 FILLER PIC X(88) VALUE "PRINT LINES".
       01 WS-DEPT-LINE.
           05 WS-DPL-NAME PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DPL-COST-CENTER PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DPL-PRINTED PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DPL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DPL-LINES PIC ZZZZZZZZ9.
           05 FILLER PIC X(79) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE "TOTAL".
           05 FILLER PIC X(16) VALUE SPACES.
           05 WS-TTL-PRINTED PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-TTL-REJECTED PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-TTL-LINES PIC ZZZZZZZZ9.
           05 FILLER PIC X(79) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-CALENDAR-PERIOD
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-STATUS-MASTER
           PERFORM SCAN-USAGE-FILE
           IF WS-STS-OK = "Y"
               CLOSE STATUS-MASTER
           END-IF
           PERFORM WRITE-DEPARTMENT-BLOCK
           PERFORM WRITE-STATUS-BLOCK
           IF RETURN-CODE = 0
               AND (WS-STS-OK NOT = "Y" OR WS-UNTRACKED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

           MOVE RUNHDR-RUN-DATE (1:6) TO WS-REPORT-MONTH
           EXIT.

       GET-CALENDAR-PERIOD SECTION.
      *    The month closed by the latest business-calendar month-end
      *    on or before the run date is the one reported, so a run in
      *    the first days of September still reports August. With no
      *    calendar (or no flagged month-end) the current month
      *    stands, as it always did.
           MOVE "M" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           CALL "BUSDAYS" USING BDAY-PARM
           IF BDAY-TO-DATE NOT = SPACES
               MOVE BDAY-TO-DATE (1:6) TO WS-REPORT-MONTH
           END-IF
           EXIT.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
           END-IF
           EXIT.

       OPEN-STATUS-MASTER SECTION.
      *    The chargeback itself does not depend on DIASTAT; without
      *    it the report still runs and says the requests were not
      *    marked billed.
           OPEN I-O STATUS-MASTER
           IF WS-STS-STATUS = "00"
               MOVE "Y" TO WS-STS-OK
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "DIASTAT NOT AVAILABLE, STATUS=" DELIMITED BY SIZE
                       WS-STS-STATUS DELIMITED BY SIZE
                       " - REQUESTS NOT MARKED BILLED" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       SCAN-USAGE-FILE SECTION.
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS NOT = "00"
           EXIT.

       TALLY-USAGE-RECORD SECTION.
      *    A record a rehearsal wrote is test usage - never billed.
           IF USG-RUN-DATE (1:6) = WS-REPORT-MONTH
               AND NOT USG-REHEARSAL
               PERFORM FIND-DEPARTMENT-SLOT
               IF WS-MATCH-IDX > 0
                   IF USG-PRINTED
                       ADD 1 TO WS-DPT-PRINTED (WS-MATCH-IDX)
                       ADD 1 TO WS-TOT-PRINTED
                       PERFORM MARK-REQUEST-BILLED
                   ELSE
                       ADD 1 TO WS-DPT-REJECTED (WS-MATCH-IDX)
                       ADD 1 TO WS-TOT-REJECTED
           PERFORM READ-USAGE-FILE
           EXIT.

       MARK-REQUEST-BILLED SECTION.
      *    A rerun for the same month leaves the first billing date;
      *    a request printed again on a later night and billed in a
      *    later month takes the later month.
           IF WS-STS-OK NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE USG-REQNO TO STS-REQNO
           READ STATUS-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNTRACKED-COUNT
                   EXIT SECTION
           END-READ
           IF STS-BILLED AND STS-BILLED-MONTH = WS-REPORT-MONTH
               EXIT SECTION
           END-IF
           MOVE "B" TO STS-STATUS
           MOVE WS-REPORT-MONTH TO STS-BILLED-MONTH
           MOVE RUNHDR-RUN-DATE TO STS-BILLED-DATE
           MOVE RUNHDR-PROGRAM-NAME TO STS-LAST-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STS-LAST-DATE
           REWRITE REQUEST-STATUS-RECORD
           IF WS-STS-STATUS = "00"
               ADD 1 TO WS-BILLED-COUNT
           ELSE
               DISPLAY "DIASTAT REWRITE FAILED FOR " STS-REQNO
                   " STATUS " WS-STS-STATUS
               ADD 1 TO WS-UNTRACKED-COUNT
           END-IF
           EXIT.

       FIND-DEPARTMENT-SLOT SECTION.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
           EXIT.

       WRITE-DEPARTMENT-BLOCK SECTION.
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
               MOVE "Y" TO WS-DEPT-OPEN
           END-IF
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DPT-NAME (WS-DEPT-IDX) TO WS-DPL-NAME
               PERFORM LOOKUP-COST-CENTER
               MOVE WS-DPT-PRINTED (WS-DEPT-IDX) TO WS-DPL-PRINTED
               MOVE WS-DPT-REJECTED (WS-DEPT-IDX) TO WS-DPL-REJECTED
               MOVE WS-DPT-LINES (WS-DEPT-IDX) TO WS-DPL-LINES
               MOVE WS-DEPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-DEPT-OPEN = "Y"
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-DEPT-COUNT = 0
               MOVE "NO USAGE RECORDED THIS MONTH" TO REPORT-RECORD
               WRITE REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       LOOKUP-COST-CENTER SECTION.
      *    Usage under a code that is not (or no longer) on the
      *    master still bills, flagged so finance can book it by
      *    hand.
           IF WS-DEPT-OPEN NOT = "Y"
               MOVE "(NO MSTR)" TO WS-DPL-COST-CENTER
               EXIT SECTION
           END-IF
           MOVE WS-DPT-NAME (WS-DEPT-IDX) TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "(UNKNOWN)" TO WS-DPL-COST-CENTER
               NOT INVALID KEY
                   MOVE DEPT-COST-CENTER TO WS-DPL-COST-CENTER
           END-READ
           EXIT.

       WRITE-STATUS-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MARKED BILLED ON DIASTAT  : " TO WS-CNT-LABEL
           MOVE WS-BILLED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PRINTED, NOT MARKED BILLED: " TO WS-CNT-LABEL
           MOVE WS-UNTRACKED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE WS-REPORT-MONTH TO WS-HEAD-MONTH
           MOVE WS-HEAD-1 TO REPORT-RECORD
