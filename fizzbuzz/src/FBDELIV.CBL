       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDELIV.
      *****************************************************************
      * Per-department delivery report for the classification request
      * queue. Reads the accepted FBVALID queue FBINTK built during
      * the day and counts tonight's FIZZOUT detail rows tagged with
      * each request number, then prints every request under its
      * department - range, reference, numbers requested, numbers
      * classified and a status:
      *   DELIVERED       every number in the range is on FIZZOUT
      *   SHORT           some but not all of the range came out
      *   NOT CLASSIFIED  nothing on FIZZOUT for the request
      * with department totals the department is charged on. RC 4 =
      * one or more requests not fully delivered.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALID-REQUEST-FILE ASSIGN TO "FBVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.
           SELECT FIZZBUZZ-OUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBOUT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FBDLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALID-REQUEST-FILE.
           COPY FBRQREC.

       FD  FIZZBUZZ-OUT.
           COPY FBOUTREC.

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VALID-STATUS PIC XX.
       01 WS-FBOUT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-VALID-EOF PIC X VALUE "N".
       01 WS-FBOUT-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X VALUE "N".
       01 WS-BEST-I-DATE PIC X(8) VALUE SPACES.
       01 WS-REQ-IDX PIC 999.
       01 WS-REQ-COUNT PIC 999 VALUE 0.
       01 WS-REQ-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-PRIOR-IDX PIC 999.
       01 WS-LAST-MATCH PIC 999 VALUE 0.
       01 WS-MATCH-IDX PIC 999.
       01 WS-DEPT-DONE PIC X.
       01 WS-CUR-DEPT PIC X(8).
       01 WS-REQUESTED PIC 9(7).
       01 WS-UNTAGGED-COUNT PIC 9(7) VALUE 0.
       01 WS-DPT-REQUESTS PIC 9(5).
       01 WS-DPT-REQUESTED PIC 9(9).
       01 WS-DPT-CLASSIFIED PIC 9(9).
       01 WS-TOT-DEPTS PIC 9(5) VALUE 0.
       01 WS-TOT-REQUESTS PIC 9(5) VALUE 0.
       01 WS-TOT-DELIVERED PIC 9(5) VALUE 0.
       01 WS-TOT-SHORT PIC 9(5) VALUE 0.
       01 WS-TOT-NOT-DONE PIC 9(5) VALUE 0.
       01 WS-TOT-REQUESTED PIC 9(9) VALUE 0.
       01 WS-TOT-CLASSIFIED PIC 9(9) VALUE 0.
      *    The queue as FBINTK accepted it, with tonight's FIZZOUT
      *    detail count per request.
       01 WS-REQUEST-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
               10 WS-REQ-REQNO PIC 9(6).
               10 WS-REQ-DEPT PIC X(8).
               10 WS-REQ-START PIC 9(7).
               10 WS-REQ-END PIC 9(7).
               10 WS-REQ-REFERENCE PIC X(30).
               10 WS-REQ-CLASSIFIED PIC 9(7).

       01 WS-HEAD-1.
           05 FILLER PIC X(44)
               VALUE "CLASSIFICATION REQUEST DELIVERY - NIGHT OF  ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(73) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "FBDELIV".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(12) VALUE "DEPARTMENT".
           05 FILLER PIC X(9) VALUE "REQUEST".
           05 FILLER PIC X(18) VALUE "RANGE".
           05 FILLER PIC X(11) VALUE "REQUESTED".
           05 FILLER PIC X(11) VALUE "CLASSIFIED".
           05 FILLER PIC X(17) VALUE "STATUS".
           05 FILLER PIC X(54) VALUE "REFERENCE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-DEPT PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-REQNO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-START PIC 9(7).
           05 FILLER PIC X VALUE "-".
           05 WS-DTL-END PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-REQUESTED PIC Z(6)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-CLASSIFIED PIC Z(6)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-STATUS PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-REFERENCE PIC X(30).
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "DEPARTMENT TOTAL  ".
           05 WS-DTT-REQUESTS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE " REQUESTS ".
           05 WS-DTT-REQUESTED PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTT-CLASSIFIED PIC Z(8)9.
           05 FILLER PIC X(67) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC Z(8)9.
           05 FILLER PIC X(95) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-REQUEST-TABLE
           PERFORM COUNT-FIZZOUT-ROWS
           PERFORM WRITE-DEPARTMENT-BLOCKS
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           IF WS-TOT-SHORT > 0 OR WS-TOT-NOT-DONE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-STEP-DONE
           STOP RUN.

       RECORD-STEP-START SECTION.
      *    STEP=START entry on AUDITLOG for the batch-window report
      *    (WINDRPT), on the business date just established.
           MOVE "S" TO STEP-FUNCTION
           MOVE RUNHDR-PROGRAM-NAME TO STEP-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STEP-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO STEP-RUN-TIME
           MOVE RUNHDR-OPERATOR-ID TO STEP-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO STEP-TERMINAL-ID
           MOVE 0 TO STEP-RETURN-CODE
           CALL "STEPDONE" USING STEP-PARM
           EXIT.

       RECORD-STEP-DONE SECTION.
      *    Marks this step finished on RUNCTL for the restart planner
      *    (RSTPLAN); the return code goes along so a step that ran
      *    to its end with an error still counts as needing a rerun.
      *    STEPDONE also logs the STEP=END entry WINDRPT times by.
           MOVE "E" TO STEP-FUNCTION
           MOVE RUNHDR-PROGRAM-NAME TO STEP-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STEP-RUN-DATE
           MOVE RUNHDR-OPERATOR-ID TO STEP-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO STEP-TERMINAL-ID
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           CALL "STEPDONE" USING STEP-PARM
           EXIT.

       INIT-RUN-HEADER SECTION.
           MOVE "FBDELIV" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    The night reported is the business date in progress on
      *    RUNCTL, the same one FIZZBUZZ classified under.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               PERFORM READ-RUNCTL-NEXT
               PERFORM SCAN-RUNCTL-DATE UNTIL WS-BD-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF
           IF WS-BEST-I-DATE NOT = SPACES
               MOVE WS-BEST-I-DATE TO RUNHDR-RUN-DATE
           END-IF
           EXIT.

       READ-RUNCTL-NEXT SECTION.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BD-EOF
           END-READ
           EXIT.

       SCAN-RUNCTL-DATE SECTION.
           IF RCTL-RUN-DATE IS NUMERIC AND RCTL-IN-PROGRESS
               IF WS-BEST-I-DATE = SPACES
                   OR RCTL-RUN-DATE > WS-BEST-I-DATE
                   MOVE RCTL-RUN-DATE TO WS-BEST-I-DATE
               END-IF
           END-IF
           PERFORM READ-RUNCTL-NEXT
           EXIT.

       LOAD-REQUEST-TABLE SECTION.
           OPEN INPUT VALID-REQUEST-FILE
           IF WS-VALID-STATUS NOT = "00"
               MOVE "FBVALID NOT AVAILABLE - NO REQUESTS QUEUED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-VALID-REQUEST
           PERFORM TABLE-ONE-REQUEST UNTIL WS-VALID-EOF = "Y"
           CLOSE VALID-REQUEST-FILE
           EXIT.

       READ-VALID-REQUEST SECTION.
           READ VALID-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-VALID-EOF
           END-READ
           EXIT.

       TABLE-ONE-REQUEST SECTION.
           IF FRQ-REQNO IS NUMERIC AND FRQ-START IS NUMERIC
               AND FRQ-END IS NUMERIC
               IF WS-REQ-COUNT < 200
                   ADD 1 TO WS-REQ-COUNT
                   MOVE FRQ-REQNO TO WS-REQ-REQNO (WS-REQ-COUNT)
                   MOVE FRQ-DEPT TO WS-REQ-DEPT (WS-REQ-COUNT)
                   MOVE FRQ-START TO WS-REQ-START (WS-REQ-COUNT)
                   MOVE FRQ-END TO WS-REQ-END (WS-REQ-COUNT)
                   MOVE FRQ-REFERENCE
                       TO WS-REQ-REFERENCE (WS-REQ-COUNT)
                   MOVE 0 TO WS-REQ-CLASSIFIED (WS-REQ-COUNT)
               ELSE
                   ADD 1 TO WS-REQ-OVERFLOW
               END-IF
           END-IF
           PERFORM READ-VALID-REQUEST
           EXIT.

       COUNT-FIZZOUT-ROWS SECTION.
      *    The D rows are counted rather than the per-request T rows:
      *    a request resumed from a checkpoint has D rows from both
      *    attempts but T rows for the second part only.
           IF WS-REQ-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT FIZZBUZZ-OUT
           IF WS-FBOUT-STATUS NOT = "00"
               MOVE "FIZZOUT NOT AVAILABLE - NOTHING CLASSIFIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-FIZZOUT
           PERFORM TALLY-FIZZOUT-ROW UNTIL WS-FBOUT-EOF = "Y"
           CLOSE FIZZBUZZ-OUT
           EXIT.

       READ-FIZZOUT SECTION.
           READ FIZZBUZZ-OUT
               AT END
                   MOVE "Y" TO WS-FBOUT-EOF
           END-READ
           EXIT.

       TALLY-FIZZOUT-ROW SECTION.
           IF FB-REC-TYPE = "D"
               IF FB-REQNO IS NUMERIC AND FB-REQNO > 0
                   PERFORM FIND-REQUEST-SLOT
                   IF WS-MATCH-IDX > 0
                       ADD 1 TO WS-REQ-CLASSIFIED (WS-MATCH-IDX)
                   ELSE
                       ADD 1 TO WS-UNTAGGED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-FIZZOUT
           EXIT.

       FIND-REQUEST-SLOT SECTION.
      *    A request's rows come out together, so the last slot
      *    matched is tried before the table is searched.
           MOVE 0 TO WS-MATCH-IDX
           IF WS-LAST-MATCH > 0
               IF WS-REQ-REQNO (WS-LAST-MATCH) = FB-REQNO
                   MOVE WS-LAST-MATCH TO WS-MATCH-IDX
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               OR WS-MATCH-IDX > 0
               IF WS-REQ-REQNO (WS-REQ-IDX) = FB-REQNO
                   MOVE WS-REQ-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE WS-MATCH-IDX TO WS-LAST-MATCH
           EXIT.

       WRITE-DEPARTMENT-BLOCKS SECTION.
      *    Departments in order of their first request on the queue;
      *    each department's requests are printed together whatever
      *    order they were queued in.
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE "N" TO WS-DEPT-DONE
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-REQ-IDX
                   IF WS-REQ-DEPT (WS-PRIOR-IDX) =
                       WS-REQ-DEPT (WS-REQ-IDX)
                       MOVE "Y" TO WS-DEPT-DONE
                   END-IF
               END-PERFORM
               IF WS-DEPT-DONE = "N"
                   MOVE WS-REQ-DEPT (WS-REQ-IDX) TO WS-CUR-DEPT
                   PERFORM WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           IF WS-REQ-COUNT = 0
               MOVE "NO REQUESTS QUEUED FOR THIS NIGHT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-ONE-DEPARTMENT SECTION.
           ADD 1 TO WS-TOT-DEPTS
           MOVE 0 TO WS-DPT-REQUESTS WS-DPT-REQUESTED
                     WS-DPT-CLASSIFIED
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-MATCH-IDX FROM WS-REQ-IDX BY 1
               UNTIL WS-MATCH-IDX > WS-REQ-COUNT
               IF WS-REQ-DEPT (WS-MATCH-IDX) = WS-CUR-DEPT
                   PERFORM WRITE-REQUEST-LINE
               END-IF
           END-PERFORM
           MOVE WS-DPT-REQUESTS TO WS-DTT-REQUESTS
           MOVE WS-DPT-REQUESTED TO WS-DTT-REQUESTED
           MOVE WS-DPT-CLASSIFIED TO WS-DTT-CLASSIFIED
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REQUEST-LINE SECTION.
           COMPUTE WS-REQUESTED = WS-REQ-END (WS-MATCH-IDX)
               - WS-REQ-START (WS-MATCH-IDX) + 1
           MOVE WS-REQ-DEPT (WS-MATCH-IDX) TO WS-DTL-DEPT
           MOVE WS-REQ-REQNO (WS-MATCH-IDX) TO WS-DTL-REQNO
           MOVE WS-REQ-START (WS-MATCH-IDX) TO WS-DTL-START
           MOVE WS-REQ-END (WS-MATCH-IDX) TO WS-DTL-END
           MOVE WS-REQUESTED TO WS-DTL-REQUESTED
           MOVE WS-REQ-CLASSIFIED (WS-MATCH-IDX) TO WS-DTL-CLASSIFIED
           MOVE WS-REQ-REFERENCE (WS-MATCH-IDX) TO WS-DTL-REFERENCE
           EVALUATE TRUE
               WHEN WS-REQ-CLASSIFIED (WS-MATCH-IDX) = 0
                   MOVE "NOT CLASSIFIED" TO WS-DTL-STATUS
                   ADD 1 TO WS-TOT-NOT-DONE
               WHEN WS-REQ-CLASSIFIED (WS-MATCH-IDX) < WS-REQUESTED
                   MOVE "SHORT" TO WS-DTL-STATUS
                   ADD 1 TO WS-TOT-SHORT
               WHEN OTHER
                   MOVE "DELIVERED" TO WS-DTL-STATUS
                   ADD 1 TO WS-TOT-DELIVERED
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-DPT-REQUESTS WS-TOT-REQUESTS
           ADD WS-REQUESTED TO WS-DPT-REQUESTED WS-TOT-REQUESTED
           ADD WS-REQ-CLASSIFIED (WS-MATCH-IDX)
               TO WS-DPT-CLASSIFIED WS-TOT-CLASSIFIED
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RHB-TEST-DATE
               MOVE REHEARSAL-BANNER TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEPARTMENTS               : " TO WS-CNT-LABEL
           MOVE WS-TOT-DEPTS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "REQUESTS ON QUEUE         : " TO WS-CNT-LABEL
           MOVE WS-TOT-REQUESTS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "REQUESTS DELIVERED        : " TO WS-CNT-LABEL
           MOVE WS-TOT-DELIVERED TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "REQUESTS SHORT            : " TO WS-CNT-LABEL
           MOVE WS-TOT-SHORT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "REQUESTS NOT CLASSIFIED   : " TO WS-CNT-LABEL
           MOVE WS-TOT-NOT-DONE TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "NUMBERS REQUESTED         : " TO WS-CNT-LABEL
           MOVE WS-TOT-REQUESTED TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "NUMBERS CLASSIFIED        : " TO WS-CNT-LABEL
           MOVE WS-TOT-CLASSIFIED TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-UNTAGGED-COUNT > 0
               MOVE "ROWS FOR UNQUEUED REQUESTS: " TO WS-CNT-LABEL
               MOVE WS-UNTAGGED-COUNT TO WS-CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF WS-REQ-OVERFLOW > 0
               MOVE "REQUESTS NOT REPORTED     : " TO WS-CNT-LABEL
               MOVE WS-REQ-OVERFLOW TO WS-CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM FBDELIV.
