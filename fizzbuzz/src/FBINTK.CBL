       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBINTK.
      *****************************************************************
      * Daytime intake for the classification request queue, the
      * FIZZBUZZ counterpart of DIAINTK. Validates the raw FBRQST
      * requests the departments queued (department, number range,
      * reference text), assigns each accepted request the next
      * request number from FBNBRS, and writes the accepted queue to
      * FBVALID for the night FIZZ step, which classifies each
      * request as a unit and tags its FIZZOUT rows with the number.
      * Rejects go on a per-department notice (FBNOTIC) the same
      * afternoon, so a bad range is fixed and resubmitted before
      * the night. Once the night's queue is full, further requests
      * are rejected QUEUE FULL for the next day's intake.
      * RC 4 = one or more requests rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-REQUEST-FILE ASSIGN TO "FBRQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT VALID-REQUEST-FILE ASSIGN TO "FBVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.
           SELECT NUMBER-FILE ASSIGN TO "FBNBRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NBR-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "FBNOTIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-REQUEST-FILE.
      *    One queued classification request per line as the
      *    departments key them: requesting department, first and
      *    last number of the range, and a free reference text the
      *    department wants to see on the delivery report.
       01 RAW-REQUEST-RECORD.
           05 RAW-DEPT PIC X(8).
           05 FILLER PIC X.
           05 RAW-START PIC X(7).
           05 FILLER PIC X.
           05 RAW-END PIC X(7).
           05 FILLER PIC X.
           05 RAW-REFERENCE PIC X(30).

       FD  VALID-REQUEST-FILE.
           COPY FBRQREC.

       FD  NUMBER-FILE.
      *    Single-record next-number control, same arrangement as
      *    DIAINTK's DIANBRS: read at start, rewritten with the next
      *    free number at end. A series of its own, so a quoted
      *    number always names one service.
       01 NUMBER-RECORD.
           05 NBR-NEXT-REQNO PIC 9(6).

       FD  NOTICE-FILE.
       01 NOTICE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS PIC XX.
       01 WS-VALID-STATUS PIC XX.
       01 WS-NBR-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-RAW-EOF PIC X VALUE "N".
       01 WS-NEXT-REQNO PIC 9(6) VALUE 1.
       01 WS-RQ-OK PIC X.
       01 WS-RQ-REASON PIC X(30).
       01 WS-START-NUM PIC 9(7).
       01 WS-END-NUM PIC 9(7).
       01 WS-RANGE-SIZE PIC 9(7).
      *    Largest range one request may ask for - a night's FIZZOUT
      *    allocation has to carry every queued request plus the
      *    operations range.
       01 WS-MAX-RANGE PIC 9(7) VALUE 100000.
      *    Most requests one night's queue may hold - the size of the
      *    FIZZBUZZ queue table. FBVALID is rebuilt by every intake,
      *    so the queue is what this run accepts.
       01 WS-MAX-QUEUE PIC 999 VALUE 100.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPT-IDX PIC 99.
       01 WS-DEPT-COUNT PIC 99 VALUE 0.
       01 WS-MATCH-IDX PIC 99.
       01 WS-REJ-IDX PIC 999.
       01 WS-REJ-TOTAL PIC 999 VALUE 0.
      *    Per-department accepted/rejected tallies for the notice.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
               10 WS-DPT-NAME PIC X(8).
               10 WS-DPT-ACCEPTED PIC 999.
               10 WS-DPT-REJECTED PIC 999.
      *    The rejects themselves, itemized under each department on
      *    the notice so the submitter sees exactly what to fix.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 100 TIMES.
               10 WS-REJ-DEPT PIC X(8).
               10 WS-REJ-START PIC X(7).
               10 WS-REJ-END PIC X(7).
               10 WS-REJ-REFERENCE PIC X(30).
               10 WS-REJ-REASON PIC X(30).

       01 WS-HEAD-1.
           05 FILLER PIC X(43)
               VALUE "CLASSIFICATION REQUEST NOTICES - RUN OF    ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(75) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FBINTK".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-DEPT-HEAD.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DPH-NAME PIC X(8).
           05 FILLER PIC X(12) VALUE "   ACCEPTED ".
           05 WS-DPH-ACCEPTED PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   REJECTED ".
           05 WS-DPH-REJECTED PIC ZZ9.
           05 FILLER PIC X(83) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(20) VALUE "  *** REJECTED ***  ".
           05 FILLER PIC X(6) VALUE "RANGE=".
           05 WS-RJL-START PIC X(7).
           05 FILLER PIC X VALUE "-".
           05 WS-RJL-END PIC X(7).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RJL-REASON PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RJL-REFERENCE PIC X(30).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-NEXT-NUMBER
           OPEN OUTPUT NOTICE-FILE
           PERFORM WRITE-NOTICE-HEADING
           OPEN INPUT RAW-REQUEST-FILE
           IF WS-RAW-STATUS NOT = "00"
               MOVE "FBRQST NOT AVAILABLE - NOTHING TO VALIDATE"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               CLOSE NOTICE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VALID-REQUEST-FILE
           PERFORM READ-RAW-REQUEST
           PERFORM VALIDATE-ONE-REQUEST UNTIL WS-RAW-EOF = "Y"
           CLOSE RAW-REQUEST-FILE
           CLOSE VALID-REQUEST-FILE
           PERFORM WRITE-DEPARTMENT-NOTICES
           PERFORM WRITE-COUNT-BLOCK
           CLOSE NOTICE-FILE
           PERFORM SAVE-NEXT-NUMBER
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "FBINTK" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-NEXT-NUMBER SECTION.
      *    A missing or empty number file is a first-ever run and
      *    starts the series at 000001.
           OPEN INPUT NUMBER-FILE
           IF WS-NBR-STATUS = "00"
               READ NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NBR-NEXT-REQNO IS NUMERIC
                           AND NBR-NEXT-REQNO > 0
                           MOVE NBR-NEXT-REQNO TO WS-NEXT-REQNO
                       END-IF
               END-READ
               CLOSE NUMBER-FILE
           END-IF
           EXIT.

       SAVE-NEXT-NUMBER SECTION.
           OPEN OUTPUT NUMBER-FILE
           MOVE WS-NEXT-REQNO TO NBR-NEXT-REQNO
           WRITE NUMBER-RECORD
           CLOSE NUMBER-FILE
           EXIT.

       READ-RAW-REQUEST SECTION.
           READ RAW-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-RAW-EOF
           END-READ
           EXIT.

       VALIDATE-ONE-REQUEST SECTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM EDIT-REQUEST
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-RQ-OK = "Y"
               PERFORM WRITE-VALID-REQUEST
           ELSE
               PERFORM RECORD-REJECT
           END-IF
           PERFORM READ-RAW-REQUEST
           EXIT.

       EDIT-REQUEST SECTION.
      *    The department is mandatory (nobody to deliver to without
      *    it); the range must be two numbers, the first at least 1
      *    and not past the last, ending below 9999999, and no bigger
      *    than one request may ask for. A good request past the queue
      *    limit is turned away rather than left unclassified on the
      *    night.
           MOVE "Y" TO WS-RQ-OK
           MOVE SPACES TO WS-RQ-REASON
           IF RAW-DEPT = SPACES
               MOVE "N" TO WS-RQ-OK
               MOVE "MISSING DEPARTMENT" TO WS-RQ-REASON
           END-IF
           IF WS-RQ-OK = "Y"
               AND (RAW-START NOT NUMERIC OR RAW-END NOT NUMERIC)
               MOVE "N" TO WS-RQ-OK
               MOVE "RANGE NOT NUMERIC" TO WS-RQ-REASON
           END-IF
           IF WS-RQ-OK = "Y"
               MOVE RAW-START TO WS-START-NUM
               MOVE RAW-END TO WS-END-NUM
               IF WS-START-NUM = 0
                   MOVE "N" TO WS-RQ-OK
                   MOVE "RANGE MUST START AT 1 OR ABOVE"
                       TO WS-RQ-REASON
               END-IF
           END-IF
           IF WS-RQ-OK = "Y" AND WS-END-NUM < WS-START-NUM
               MOVE "N" TO WS-RQ-OK
               MOVE "RANGE END BEFORE START" TO WS-RQ-REASON
           END-IF
      *    FIZZBUZZ counts past the end of the range, so the end must
      *    leave room for one more in its seven-digit counter.
           IF WS-RQ-OK = "Y" AND WS-END-NUM = 9999999
               MOVE "N" TO WS-RQ-OK
               MOVE "RANGE END TOO HIGH" TO WS-RQ-REASON
           END-IF
           IF WS-RQ-OK = "Y"
               COMPUTE WS-RANGE-SIZE = WS-END-NUM - WS-START-NUM + 1
               IF WS-RANGE-SIZE > WS-MAX-RANGE
                   MOVE "N" TO WS-RQ-OK
                   MOVE "RANGE TOO LARGE FOR ONE REQUEST"
                       TO WS-RQ-REASON
               END-IF
           END-IF
           IF WS-RQ-OK = "Y" AND WS-ACCEPT-COUNT NOT < WS-MAX-QUEUE
               MOVE "N" TO WS-RQ-OK
               MOVE "QUEUE FULL - RESUBMIT NEXT DAY" TO WS-RQ-REASON
           END-IF
           EXIT.

       FIND-DEPARTMENT-SLOT SECTION.
      *    Blank departments are grouped under (NONE) so their
      *    rejects still appear on the notice.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DPT-NAME (WS-DEPT-IDX) = RAW-DEPT
                   MOVE WS-DEPT-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0 AND WS-DEPT-COUNT < 20
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-MATCH-IDX
               MOVE RAW-DEPT TO WS-DPT-NAME (WS-MATCH-IDX)
               MOVE 0 TO WS-DPT-ACCEPTED (WS-MATCH-IDX)
               MOVE 0 TO WS-DPT-REJECTED (WS-MATCH-IDX)
           END-IF
           EXIT.

       WRITE-VALID-REQUEST SECTION.
           MOVE SPACES TO FB-REQUEST-RECORD
           MOVE WS-NEXT-REQNO TO FRQ-REQNO
           MOVE RAW-DEPT TO FRQ-DEPT
           MOVE WS-START-NUM TO FRQ-START
           MOVE WS-END-NUM TO FRQ-END
           MOVE RAW-REFERENCE TO FRQ-REFERENCE
           WRITE FB-REQUEST-RECORD
           ADD 1 TO WS-NEXT-REQNO
           ADD 1 TO WS-ACCEPT-COUNT
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-DPT-ACCEPTED (WS-MATCH-IDX)
           END-IF
           EXIT.

       RECORD-REJECT SECTION.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-DPT-REJECTED (WS-MATCH-IDX)
           END-IF
           IF WS-REJ-TOTAL < 100
               ADD 1 TO WS-REJ-TOTAL
               IF RAW-DEPT = SPACES
                   MOVE "(NONE)" TO WS-REJ-DEPT (WS-REJ-TOTAL)
               ELSE
                   MOVE RAW-DEPT TO WS-REJ-DEPT (WS-REJ-TOTAL)
               END-IF
               MOVE RAW-START TO WS-REJ-START (WS-REJ-TOTAL)
               MOVE RAW-END TO WS-REJ-END (WS-REJ-TOTAL)
               MOVE RAW-REFERENCE TO WS-REJ-REFERENCE (WS-REJ-TOTAL)
               MOVE WS-RQ-REASON TO WS-REJ-REASON (WS-REJ-TOTAL)
           END-IF
           EXIT.

       WRITE-DEPARTMENT-NOTICES SECTION.
      *    One block per department: its accepted/rejected counts,
      *    then its rejects itemized so the submitter can fix and
      *    requeue before the night.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-BLANK-LINE TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               IF WS-DPT-NAME (WS-DEPT-IDX) = SPACES
                   MOVE "(NONE)" TO WS-DPH-NAME
               ELSE
                   MOVE WS-DPT-NAME (WS-DEPT-IDX) TO WS-DPH-NAME
               END-IF
               MOVE WS-DPT-ACCEPTED (WS-DEPT-IDX) TO WS-DPH-ACCEPTED
               MOVE WS-DPT-REJECTED (WS-DEPT-IDX) TO WS-DPH-REJECTED
               MOVE WS-DEPT-HEAD TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM WRITE-DEPARTMENT-REJECTS
           END-PERFORM
           IF WS-DEPT-COUNT = 0
               MOVE "NO REQUESTS QUEUED" TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           EXIT.

       WRITE-DEPARTMENT-REJECTS SECTION.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-TOTAL
               IF (WS-REJ-DEPT (WS-REJ-IDX) =
                       WS-DPT-NAME (WS-DEPT-IDX))
                   OR (WS-REJ-DEPT (WS-REJ-IDX) = "(NONE)"
                       AND WS-DPT-NAME (WS-DEPT-IDX) = SPACES)
                   MOVE WS-REJ-START (WS-REJ-IDX) TO WS-RJL-START
                   MOVE WS-REJ-END (WS-REJ-IDX) TO WS-RJL-END
                   MOVE WS-REJ-REASON (WS-REJ-IDX) TO WS-RJL-REASON
                   MOVE WS-REJ-REFERENCE (WS-REJ-IDX)
                       TO WS-RJL-REFERENCE
                   MOVE WS-REJECT-LINE TO NOTICE-RECORD
                   WRITE NOTICE-RECORD
               END-IF
           END-PERFORM
           EXIT.

       WRITE-NOTICE-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-HEAD-2 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "REQUESTS READ             : " TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "REQUESTS ACCEPTED         : " TO WS-CNT-LABEL
           MOVE WS-ACCEPT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "REQUESTS REJECTED         : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           EXIT.

       END PROGRAM FBINTK.
