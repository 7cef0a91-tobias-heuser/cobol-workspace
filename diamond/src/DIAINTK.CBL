      * Rejects go on a per-department notice (DIANOTIC) the same
      * afternoon, so a mistyped letter is fixed and resubmitted
      * before the night instead of surfacing as a REJECTED banner
      * the next morning. The department must be on the department
      * master DEPTMST and active; a request that would take its
      * department past the monthly quota there (requests printed
      * this month per DIAUSAGE plus those already queued) is held
      * on DIAHOLD instead of queued, and listed on the notice with
      * its hold number. Held requests a supervisor has since
      * released with DEPTMNT are queued first, ahead of the day's
      * new requests. Every request numbered here - queued or
      * rejected, so a reject too has a number the department can
      * quote - starts its record on the request-status master
      * DIASTAT. RC 4 = one or more requests rejected or held, or
      * DIASTAT not available (the queue is still written);
      * RC 12 = DEPTMST or DIAHOLD not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-FILE ASSIGN TO "DIANOTIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT USAGE-FILE ASSIGN TO "DIAUSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "DIAHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STATUS-MASTER ASSIGN TO "DIASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-REQNO
               FILE STATUS IS WS-STS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01 NOTICE-RECORD PIC X(132).

       FD  DEPARTMENT-MASTER.
           COPY DEPTREC.

       FD  USAGE-FILE.
           COPY DIAUSREC.

       FD  HOLD-FILE.
           COPY DIAHLREC.

       FD  STATUS-MASTER.
           COPY DIASTREC.

       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS PIC XX.
       01 WS-VALID-STATUS PIC XX.
       01 WS-NBR-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-USAGE-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-STS-STATUS PIC XX.
       01 WS-STS-OK PIC X VALUE "N".
       01 WS-STS-FAILED PIC X VALUE "N".
       01 WS-RAW-EOF PIC X VALUE "N".
       01 WS-USAGE-EOF PIC X VALUE "N".
       01 WS-HOLD-EOF PIC X VALUE "N".
       01 WS-NEXT-HOLD-NO PIC 9(6) VALUE 1.
       01 WS-RUN-MONTH PIC X(6).
       01 WS-NEXT-REQNO PIC 9(6) VALUE 1.
       01 WS-RQ-OK PIC X.
       01 WS-RQ-REASON PIC X(30).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEM-KIND PIC X.
       01 WS-ITEM-REASON PIC X(40).
       01 WS-ITEM-REQNO PIC 9(6).
      *    Hold the request came through (released-request pass),
      *    zero for the day's new requests.
       01 WS-FROM-HOLD-NO PIC 9(6).
       01 WS-FROM-HOLD-DATE PIC X(8).
       01 WS-FROM-RELEASED-BY PIC X(8).
       01 WS-MON-IDX PIC 999.
       01 WS-MON-COUNT PIC 999 VALUE 0.
       01 WS-MON-MATCH PIC 999.
       01 WS-MON-KEY PIC X(8).
       01 WS-DEPT-IDX PIC 99.
       01 WS-DEPT-COUNT PIC 99 VALUE 0.
       01 WS-MATCH-IDX PIC 99.
               10 WS-DPT-NAME PIC X(8).
               10 WS-DPT-ACCEPTED PIC 999.
               10 WS-DPT-REJECTED PIC 999.
               10 WS-DPT-HELD PIC 999.
      *    The rejects themselves, itemized under each department on
      *    the notice so the submitter sees exactly what to fix -
      *    together with the requests held over quota and the held
      *    ones released and queued today (kind R/H/Q).
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 100 TIMES.
               10 WS-REJ-KIND PIC X.
               10 WS-REJ-DEPT PIC X(8).
               10 WS-REJ-LETTER PIC X.
               10 WS-REJ-PASSES PIC X.
               10 WS-REJ-TITLE PIC X(30).
               10 WS-REJ-REASON PIC X(40).
               10 WS-REJ-REQNO PIC 9(6).
      *    Requests counted against each department's quota this
      *    month: printed per DIAUSAGE, plus what this run queues.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 100 TIMES.
               10 WS-MON-DEPT PIC X(8).
               10 WS-MON-USED PIC 9(5).

       01 WS-HEAD-1.
           05 FILLER PIC X(43)
           05 WS-DPH-ACCEPTED PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   REJECTED ".
           05 WS-DPH-REJECTED PIC ZZ9.
           05 FILLER PIC X(8) VALUE "   HELD ".
           05 WS-DPH-HELD PIC ZZ9.
           05 FILLER PIC X(72) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 WS-RJL-TAG PIC X(20).
           05 FILLER PIC X(7) VALUE "LETTER=".
           05 WS-RJL-LETTER PIC X.
           05 FILLER PIC X(9) VALUE "  PASSES=".
           05 WS-RJL-PASSES PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RJL-REASON PIC X(40).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RJL-TITLE PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RJL-REQUEST PIC X(14).
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-REQUEST-TEXT.
           05 FILLER PIC X(8) VALUE "REQUEST ".
           05 WS-RQT-REQNO PIC 9(6).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DEPARTMENT-MASTER
           PERFORM LOAD-MONTH-USAGE
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-STATUS-MASTER
           OPEN OUTPUT VALID-REQUEST-FILE
           PERFORM QUEUE-RELEASED-REQUEST UNTIL WS-HOLD-EOF = "Y"
           PERFORM READ-RAW-REQUEST
           PERFORM VALIDATE-ONE-REQUEST UNTIL WS-RAW-EOF = "Y"
           CLOSE RAW-REQUEST-FILE
           CLOSE VALID-REQUEST-FILE
           CLOSE HOLD-FILE
           CLOSE DEPARTMENT-MASTER
           IF WS-STS-OK = "Y"
               CLOSE STATUS-MASTER
           END-IF
           PERFORM WRITE-DEPARTMENT-NOTICES
           PERFORM WRITE-COUNT-BLOCK
           CLOSE NOTICE-FILE
           PERFORM SAVE-NEXT-NUMBER
           IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
               OR WS-STS-OK NOT = "Y" OR WS-STS-FAILED = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           MOVE RUNHDR-RUN-DATE (1:6) TO WS-RUN-MONTH
           EXIT.

       OPEN-DEPARTMENT-MASTER SECTION.
      *    Without the master no department can be checked, so
      *    nothing is queued; DIAVALID is left untouched.
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPTMST NOT AVAILABLE - NOTHING VALIDATED"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               CLOSE NOTICE-FILE
               CLOSE RAW-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-MONTH-USAGE SECTION.
      *    Printed requests this calendar month by department, the
      *    same month DIABILL bills them in. No DIAUSAGE yet simply
      *    means nothing used.
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS = "00"
               PERFORM READ-USAGE-FILE
               PERFORM COUNT-USAGE-RECORD UNTIL WS-USAGE-EOF = "Y"
               CLOSE USAGE-FILE
           END-IF
           EXIT.

       READ-USAGE-FILE SECTION.
           READ USAGE-FILE
               AT END
                   MOVE "Y" TO WS-USAGE-EOF
           END-READ
           EXIT.

       COUNT-USAGE-RECORD SECTION.
           IF USG-RUN-DATE (1:6) = WS-RUN-MONTH AND USG-PRINTED
               AND NOT USG-REHEARSAL
               MOVE USG-DEPT TO WS-MON-KEY
               PERFORM FIND-MONTH-SLOT
               IF WS-MON-MATCH > 0
                   ADD 1 TO WS-MON-USED (WS-MON-MATCH)
               END-IF
           END-IF
           PERFORM READ-USAGE-FILE
           EXIT.

       FIND-MONTH-SLOT SECTION.
           MOVE 0 TO WS-MON-MATCH
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-MON-COUNT
               IF WS-MON-DEPT (WS-MON-IDX) = WS-MON-KEY
                   MOVE WS-MON-IDX TO WS-MON-MATCH
               END-IF
           END-PERFORM
           IF WS-MON-MATCH = 0 AND WS-MON-COUNT < 100
               ADD 1 TO WS-MON-COUNT
               MOVE WS-MON-COUNT TO WS-MON-MATCH
               MOVE WS-MON-KEY TO WS-MON-DEPT (WS-MON-MATCH)
               MOVE 0 TO WS-MON-USED (WS-MON-MATCH)
           END-IF
           EXIT.

       OPEN-HOLD-FILE SECTION.
      *    Created on first use. Positioned at the start for the
      *    released-request pass, which also finds the next free
      *    hold number.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "DIAHOLD NOT AVAILABLE - NOTHING VALIDATED"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               CLOSE NOTICE-FILE
               CLOSE RAW-REQUEST-FILE
               CLOSE DEPARTMENT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO HLD-NUMBER
           START HOLD-FILE KEY > HLD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
           END-START
           EXIT.

       OPEN-STATUS-MASTER SECTION.
      *    Created on first use. The status master only tracks the
      *    requests: without it the day's queue is still written, and
      *    the notice says the status was not recorded.
           OPEN I-O STATUS-MASTER
           IF WS-STS-STATUS = "35"
               OPEN OUTPUT STATUS-MASTER
               CLOSE STATUS-MASTER
               OPEN I-O STATUS-MASTER
           END-IF
           IF WS-STS-STATUS = "00"
               MOVE "Y" TO WS-STS-OK
           ELSE
               DISPLAY "DIASTAT NOT AVAILABLE, STATUS=" WS-STS-STATUS
               MOVE "DIASTAT NOT AVAILABLE - STATUS NOT RECORDED"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           EXIT.

       QUEUE-RELEASED-REQUEST SECTION.
      *    A request a supervisor released goes through the normal
      *    edits again and is queued regardless of the quota - it
      *    still counts against it. Should the department have been
      *    deactivated since the release, it is rejected on the
      *    notice and stays released until the department is active
      *    again.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
                   EXIT SECTION
           END-READ
           COMPUTE WS-NEXT-HOLD-NO = HLD-NUMBER + 1
           IF NOT HLD-IS-RELEASED
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-ITEM-REQNO
           MOVE HLD-NUMBER TO WS-FROM-HOLD-NO
           MOVE HLD-HOLD-DATE TO WS-FROM-HOLD-DATE
           MOVE HLD-RELEASED-BY TO WS-FROM-RELEASED-BY
           MOVE SPACES TO RAW-REQUEST-RECORD
           MOVE HLD-LETTER TO RAW-LETTER
           MOVE HLD-PASSES TO RAW-PASSES
           MOVE HLD-DEPT TO RAW-DEPT
           MOVE HLD-TITLE TO RAW-TITLE
           PERFORM EDIT-REQUEST
           IF WS-RQ-OK = "Y"
               PERFORM CHECK-DEPARTMENT
           END-IF
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-RQ-OK NOT = "Y"
               PERFORM RECORD-REJECT
               EXIT SECTION
           END-IF
           MOVE WS-NEXT-REQNO TO HLD-REQNO
           MOVE "Q" TO HLD-STATUS
           MOVE RUNHDR-RUN-DATE TO HLD-QUEUE-DATE
           REWRITE HELD-REQUEST-RECORD
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "DIAHOLD REWRITE FAILED FOR " HLD-NUMBER
                   " STATUS " WS-HOLD-STATUS
           END-IF
           MOVE WS-NEXT-REQNO TO WS-ITEM-REQNO
           PERFORM WRITE-VALID-REQUEST
           ADD 1 TO WS-RELEASED-COUNT
           MOVE SPACES TO WS-ITEM-REASON
           STRING "HOLD " DELIMITED BY SIZE
                   HLD-NUMBER DELIMITED BY SIZE
                   " RELEASED BY " DELIMITED BY SIZE
                   HLD-RELEASED-BY DELIMITED BY SPACE
               INTO WS-ITEM-REASON
           MOVE "Q" TO WS-ITEM-KIND
           PERFORM ADD-NOTICE-ITEM
           EXIT.

       READ-NEXT-NUMBER SECTION.

       VALIDATE-ONE-REQUEST SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE 0 TO WS-ITEM-REQNO WS-FROM-HOLD-NO
           MOVE SPACES TO WS-FROM-HOLD-DATE WS-FROM-RELEASED-BY
           PERFORM EDIT-REQUEST
           IF WS-RQ-OK = "Y"
               PERFORM CHECK-DEPARTMENT
           END-IF
           PERFORM FIND-DEPARTMENT-SLOT
           EVALUATE TRUE
               WHEN WS-RQ-OK NOT = "Y"
                   PERFORM NUMBER-REJECTED-REQUEST
                   PERFORM RECORD-REJECT
               WHEN DEPT-MONTHLY-QUOTA > 0
                   AND WS-MON-MATCH > 0
                   AND WS-MON-USED (WS-MON-MATCH)
                       NOT < DEPT-MONTHLY-QUOTA
                   PERFORM HOLD-REQUEST
               WHEN OTHER
                   PERFORM WRITE-VALID-REQUEST
           END-EVALUATE
           PERFORM READ-RAW-REQUEST
           EXIT.

           END-IF
           EXIT.

       CHECK-DEPARTMENT SECTION.
      *    The department must be on DEPTMST and active, so a typo
      *    comes back on the notice instead of becoming its own line
      *    on the chargeback. Also finds the department's count of
      *    requests against its monthly quota.
           MOVE RAW-DEPT TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-RQ-OK
                   MOVE "UNKNOWN DEPARTMENT" TO WS-RQ-REASON
               NOT INVALID KEY
                   IF NOT DEPT-ACTIVE
                       MOVE "N" TO WS-RQ-OK
                       MOVE "DEPARTMENT NOT ACTIVE" TO WS-RQ-REASON
                   END-IF
           END-READ
           MOVE RAW-DEPT TO WS-MON-KEY
           PERFORM FIND-MONTH-SLOT
           EXIT.

       HOLD-REQUEST SECTION.
      *    Over quota: parked on DIAHOLD under the next hold number
      *    until a supervisor releases it with DEPTMNT.
           MOVE SPACES TO HELD-REQUEST-RECORD
           MOVE WS-NEXT-HOLD-NO TO HLD-NUMBER
           MOVE "H" TO HLD-STATUS
           MOVE RAW-LETTER TO HLD-LETTER
           MOVE RAW-PASSES TO HLD-PASSES
           MOVE RAW-DEPT TO HLD-DEPT
           MOVE RAW-TITLE TO HLD-TITLE
           MOVE RUNHDR-RUN-DATE TO HLD-HOLD-DATE
           MOVE WS-MON-USED (WS-MON-MATCH) TO HLD-MONTH-COUNT
           MOVE DEPT-MONTHLY-QUOTA TO HLD-QUOTA
           MOVE 0 TO HLD-REQNO
           WRITE HELD-REQUEST-RECORD
               INVALID KEY
                   MOVE "N" TO WS-RQ-OK
                   MOVE "OVER QUOTA - HOLD WRITE FAILED"
                       TO WS-RQ-REASON
                   PERFORM RECORD-REJECT
                   EXIT SECTION
           END-WRITE
           ADD 1 TO WS-NEXT-HOLD-NO
           ADD 1 TO WS-HELD-COUNT
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-DPT-HELD (WS-MATCH-IDX)
           END-IF
           MOVE SPACES TO WS-ITEM-REASON
           STRING "HOLD " DELIMITED BY SIZE
                   HLD-NUMBER DELIMITED BY SIZE
                   " QUOTA " DELIMITED BY SIZE
                   HLD-QUOTA DELIMITED BY SIZE
                   " REACHED" DELIMITED BY SIZE
               INTO WS-ITEM-REASON
           MOVE "H" TO WS-ITEM-KIND
           PERFORM ADD-NOTICE-ITEM
           EXIT.

       FIND-DEPARTMENT-SLOT SECTION.
      *    Blank departments are grouped under (NONE) so their
      *    rejects still appear on the notice.
               MOVE RAW-DEPT TO WS-DPT-NAME (WS-MATCH-IDX)
               MOVE 0 TO WS-DPT-ACCEPTED (WS-MATCH-IDX)
               MOVE 0 TO WS-DPT-REJECTED (WS-MATCH-IDX)
               MOVE 0 TO WS-DPT-HELD (WS-MATCH-IDX)
           END-IF
           EXIT.

           MOVE RAW-DEPT TO RQ-DEPT
           MOVE RAW-TITLE TO RQ-TITLE
           WRITE REQUEST-RECORD
           PERFORM RECORD-QUEUED-STATUS
           ADD 1 TO WS-NEXT-REQNO
           ADD 1 TO WS-ACCEPT-COUNT
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-DPT-ACCEPTED (WS-MATCH-IDX)
           END-IF
           IF WS-MON-MATCH > 0
               ADD 1 TO WS-MON-USED (WS-MON-MATCH)
           END-IF
           EXIT.

       RECORD-QUEUED-STATUS SECTION.
      *    Received and validated: on DIAVALID for tonight. A request
      *    released from DIAHOLD was received the day it was held.
           MOVE SPACES TO REQUEST-STATUS-RECORD
           MOVE RQ-REQNO TO STS-REQNO
           MOVE "V" TO STS-STATUS
           MOVE RQ-DEPT TO STS-DEPT
           MOVE RQ-LETTER TO STS-LETTER
           MOVE RQ-PASSES TO STS-PASSES
           MOVE RQ-TITLE TO STS-TITLE
           MOVE WS-FROM-HOLD-NO TO STS-HOLD-NUMBER
           IF WS-FROM-HOLD-NO > 0
               MOVE WS-FROM-HOLD-DATE TO STS-RECEIVED-DATE
               MOVE WS-FROM-RELEASED-BY TO STS-RELEASED-BY
           ELSE
               MOVE RUNHDR-RUN-DATE TO STS-RECEIVED-DATE
           END-IF
           MOVE RUNHDR-RUN-DATE TO STS-INTAKE-DATE
           PERFORM WRITE-STATUS-RECORD
           EXIT.

       NUMBER-REJECTED-REQUEST SECTION.
      *    A rejected request takes the next number too, so the
      *    notice line and the status master share one reference.
           MOVE SPACES TO REQUEST-STATUS-RECORD
           MOVE WS-NEXT-REQNO TO STS-REQNO WS-ITEM-REQNO
           MOVE "I" TO STS-STATUS
           MOVE RAW-DEPT TO STS-DEPT
           MOVE RAW-LETTER TO STS-LETTER
           MOVE RAW-PASSES TO STS-PASSES
           MOVE RAW-TITLE TO STS-TITLE
           MOVE 0 TO STS-HOLD-NUMBER
           MOVE RUNHDR-RUN-DATE TO STS-RECEIVED-DATE
           MOVE RUNHDR-RUN-DATE TO STS-INTAKE-DATE
           MOVE WS-RQ-REASON TO STS-INTAKE-REASON
           PERFORM WRITE-STATUS-RECORD
           ADD 1 TO WS-NEXT-REQNO
           EXIT.

       WRITE-STATUS-RECORD SECTION.
      *    A number already on file (DIANBRS restarted the series) is
      *    replaced - the request now holding the number is the one
      *    a department will quote.
           IF WS-STS-OK NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE 0 TO STS-LINES STS-NIGHT-COUNT
           MOVE "DIAINTK" TO STS-LAST-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STS-LAST-DATE
           WRITE REQUEST-STATUS-RECORD
               INVALID KEY
                   REWRITE REQUEST-STATUS-RECORD
                   END-REWRITE
           END-WRITE
           IF WS-STS-STATUS NOT = "00"
               DISPLAY "DIASTAT WRITE FAILED FOR " STS-REQNO
                   " STATUS " WS-STS-STATUS
               MOVE "Y" TO WS-STS-FAILED
           END-IF
           EXIT.

       RECORD-REJECT SECTION.
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-DPT-REJECTED (WS-MATCH-IDX)
           END-IF
           MOVE WS-RQ-REASON TO WS-ITEM-REASON
           MOVE "R" TO WS-ITEM-KIND
           PERFORM ADD-NOTICE-ITEM
           EXIT.

       ADD-NOTICE-ITEM SECTION.
           IF WS-REJ-TOTAL < 100
               ADD 1 TO WS-REJ-TOTAL
               MOVE WS-ITEM-KIND TO WS-REJ-KIND (WS-REJ-TOTAL)
               IF RAW-DEPT = SPACES
                   MOVE "(NONE)" TO WS-REJ-DEPT (WS-REJ-TOTAL)
               ELSE
               MOVE RAW-LETTER TO WS-REJ-LETTER (WS-REJ-TOTAL)
               MOVE RAW-PASSES TO WS-REJ-PASSES (WS-REJ-TOTAL)
               MOVE RAW-TITLE TO WS-REJ-TITLE (WS-REJ-TOTAL)
               MOVE WS-ITEM-REASON TO WS-REJ-REASON (WS-REJ-TOTAL)
               MOVE WS-ITEM-REQNO TO WS-REJ-REQNO (WS-REJ-TOTAL)
           END-IF
           EXIT.

               END-IF
               MOVE WS-DPT-ACCEPTED (WS-DEPT-IDX) TO WS-DPH-ACCEPTED
               MOVE WS-DPT-REJECTED (WS-DEPT-IDX) TO WS-DPH-REJECTED
               MOVE WS-DPT-HELD (WS-DEPT-IDX) TO WS-DPH-HELD
               MOVE WS-DEPT-HEAD TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM WRITE-DEPARTMENT-REJECTS
                       WS-DPT-NAME (WS-DEPT-IDX))
                   OR (WS-REJ-DEPT (WS-REJ-IDX) = "(NONE)"
                       AND WS-DPT-NAME (WS-DEPT-IDX) = SPACES)
                   EVALUATE WS-REJ-KIND (WS-REJ-IDX)
                       WHEN "H"
                           MOVE "  *** HELD ***      " TO WS-RJL-TAG
                       WHEN "Q"
                           MOVE "  RELEASED, QUEUED  " TO WS-RJL-TAG
                       WHEN OTHER
                           MOVE "  *** REJECTED ***  " TO WS-RJL-TAG
                   END-EVALUATE
                   MOVE WS-REJ-LETTER (WS-REJ-IDX) TO WS-RJL-LETTER
                   MOVE WS-REJ-PASSES (WS-REJ-IDX) TO WS-RJL-PASSES
                   MOVE WS-REJ-REASON (WS-REJ-IDX) TO WS-RJL-REASON
                   MOVE WS-REJ-TITLE (WS-REJ-IDX) TO WS-RJL-TITLE
                   MOVE SPACES TO WS-RJL-REQUEST
                   IF WS-REJ-REQNO (WS-REJ-IDX) > 0
                       MOVE WS-REJ-REQNO (WS-REJ-IDX) TO WS-RQT-REQNO
                       MOVE WS-REQUEST-TEXT TO WS-RJL-REQUEST
                   END-IF
                   MOVE WS-REJECT-LINE TO NOTICE-RECORD
                   WRITE NOTICE-RECORD
               END-IF
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "REQUESTS HELD OVER QUOTA  : " TO WS-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "HELD REQUESTS RELEASED    : " TO WS-CNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           EXIT.

       END PROGRAM DIAINTK.
