      * images, applied counts and rejected transactions - passwords
      * themselves never appear on the report. Edits mirror what
      * HELLWORLD's sign-on enforces so no unusable record can enter
      * the master. Four-eyes control: an edited transaction is only
      * queued PENDING on PENDCHG with the submitting supervisor's
      * ID; it is applied when a V transaction from a different
      * supervisor approves it, and the report carries both IDs
      * under the after image.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMBER
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    language on an add defaults to D. An add or reset leaves
      *    the password-changed date blank, which forces a change at
      *    the next attended sign-on; an unlock reactivates the
      *    record and zeroes the fail count after a lockout. Every
      *    line ends with the ID of the supervisor submitting it.
      *    V=approve carries the six-digit pending number in the key
      *    position and the approving supervisor's ID at the end.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-ADD VALUE "A".
               88 TRAN-DEACTIVATE VALUE "D".
               88 TRAN-PWDRESET VALUE "P".
               88 TRAN-UNLOCK VALUE "U".
               88 TRAN-APPROVE VALUE "V".
           05 FILLER PIC X.
           05 TRAN-OPER-ID PIC X(8).
           05 TRAN-APPROVE-REF REDEFINES TRAN-OPER-ID.
               10 TRAN-PEND-NO PIC X(6).
               10 FILLER PIC XX.
           05 FILLER PIC X.
           05 TRAN-NAME PIC X(30).
           05 FILLER PIC X.
           05 TRAN-LANG PIC X.
           05 FILLER PIC X.
           05 TRAN-PASSWORD PIC X(8).
           05 FILLER PIC X.
           05 TRAN-SUPERVISOR PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD  PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-RESET-COUNT PIC 999 VALUE 0.
       01 WS-UNLOCK-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.
       01 WS-SUBMIT-COUNT PIC 999 VALUE 0.
       01 WS-APPROVE-COUNT PIC 999 VALUE 0.
       01 WS-PEND-STATUS PIC XX.
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-NEXT-PEND-NO PIC 9(6) VALUE 1.
       01 WS-APPROVER PIC X(8) VALUE SPACES.
       01 WS-PEND-NOTE PIC X(115).
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-ID PIC X(8).
           05 WS-BEF-NAME PIC X(30).
           05 WS-TRN-SHIFTS PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-LANG PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-SUPERVISOR PIC X(8).
           05 FILLER PIC X(63) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-LANG PIC X.
           05 FILLER PIC X(73) VALUE SPACES.
       01 WS-PENDING-LINE.
           05 WS-PNL-TAG PIC X(9).
           05 WS-PNL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-PNL-NOTE PIC X(115).
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-OPERATOR-MASTER
           PERFORM OPEN-PENDING-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM READ-TRAN-FILE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE PENDING-FILE
           CLOSE OPERATOR-MASTER
           CLOSE REPORT-FILE
           STOP RUN.
           END-IF
           EXIT.

       OPEN-PENDING-FILE SECTION.
      *    Created on first use like the master. The next pending
      *    number follows the highest one on file.
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDCHG NOT AVAILABLE, NO UPDATES APPLIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               CLOSE OPERATOR-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PND-NUMBER
           START PENDING-FILE KEY > PND-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF
           END-START
           PERFORM FIND-LAST-PENDING UNTIL WS-PEND-EOF = "Y"
           EXIT.

       FIND-LAST-PENDING SECTION.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF
               NOT AT END
                   COMPUTE WS-NEXT-PEND-NO = PND-NUMBER + 1
           END-READ
           EXIT.

       READ-TRAN-FILE SECTION.
           READ TRAN-FILE
               AT END
           EXIT.

       APPLY-TRANSACTION SECTION.
      *    A/C/D/P/U are edited and queued; only an approval applies
      *    anything to the master.
           PERFORM WRITE-TRAN-LINE
           MOVE SPACES TO WS-REJECT-REASON
           IF TRAN-APPROVE
               PERFORM APPROVE-PENDING-CHANGE
           ELSE
               PERFORM EDIT-TRANSACTION
               IF WS-REJECT-REASON = SPACES
                   PERFORM SUBMIT-PENDING-CHANGE
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       SUBMIT-PENDING-CHANGE SECTION.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-NEXT-PEND-NO TO PND-NUMBER
           MOVE "OPERMST" TO PND-MASTER
           MOVE "P" TO PND-STATUS
           MOVE RUNHDR-RUN-DATE TO PND-SUBMIT-DATE
           MOVE RUNHDR-RUN-TIME TO PND-SUBMIT-TIME
           MOVE TRAN-SUPERVISOR TO PND-SUBMITTER
           MOVE TRAN-RECORD TO PND-TRAN-IMAGE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE "PENDING WRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-NEXT-PEND-NO
                   ADD 1 TO WS-SUBMIT-COUNT
                   MOVE "PENDING " TO WS-PNL-TAG
                   MOVE PND-NUMBER TO WS-PNL-NUMBER
                   MOVE "AWAITS APPROVAL BY A SECOND SUPERVISOR"
                       TO WS-PNL-NOTE
                   MOVE WS-PENDING-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-WRITE
           EXIT.

       APPROVE-PENDING-CHANGE SECTION.
      *    The approver must be a different supervisor from the one
      *    who submitted. The stored transaction is then replayed
      *    through the normal edits against the master as it is now;
      *    if it no longer fits (operator added meanwhile) the change
      *    is closed FAILED and has to be resubmitted.
           IF TRAN-PEND-NO NOT NUMERIC
               MOVE "BAD PENDING NUMBER" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF TRAN-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE TRAN-PEND-NO TO PND-NUMBER
           READ PENDING-FILE
               INVALID KEY
                   MOVE "UNKNOWN PENDING CHANGE" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN PND-MASTER NOT = "OPERMST"
                   MOVE "NOT AN OPERATOR MASTER CHANGE"
                       TO WS-REJECT-REASON
               WHEN NOT PND-IS-PENDING
                   MOVE "CHANGE NO LONGER PENDING" TO WS-REJECT-REASON
               WHEN PND-SUBMITTER = TRAN-SUPERVISOR
                   MOVE "APPROVER IS THE SUBMITTER - REFUSED"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE TRAN-SUPERVISOR TO WS-APPROVER
           MOVE PND-TRAN-IMAGE TO TRAN-RECORD
           PERFORM EDIT-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                       PERFORM APPLY-UNLOCK
               END-EVALUATE
           END-IF
           MOVE RUNHDR-RUN-DATE TO PND-APPROVE-DATE
           MOVE RUNHDR-RUN-TIME TO PND-APPROVE-TIME
           MOVE WS-APPROVER TO PND-APPROVER
           IF WS-REJECT-REASON = SPACES
               MOVE "A" TO PND-STATUS
               ADD 1 TO WS-APPROVE-COUNT
               PERFORM WRITE-APPROVAL-LINE
           ELSE
               MOVE "F" TO PND-STATUS
               MOVE WS-REJECT-REASON TO PND-RESULT
           END-IF
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PENDCHG REWRITE FAILED FOR " PND-NUMBER
                       " STATUS " WS-PEND-STATUS
           END-REWRITE
           EXIT.

       WRITE-APPROVAL-LINE SECTION.
      *    The approval stamp, printed under the after image.
           MOVE "APPROVED " TO WS-PNL-TAG
           MOVE PND-NUMBER TO WS-PNL-NUMBER
           MOVE SPACES TO WS-PEND-NOTE
           STRING "SUBMITTED " DELIMITED BY SIZE
                   PND-SUBMIT-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   PND-SUBMITTER DELIMITED BY SPACE
                   "  APPROVED " DELIMITED BY SIZE
                   RUNHDR-RUN-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-APPROVER DELIMITED BY SPACE
               INTO WS-PEND-NOTE
           MOVE WS-PEND-NOTE TO WS-PNL-NOTE
           MOVE WS-PENDING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       EDIT-TRANSACTION SECTION.
               AND TRAN-OPER-ID = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TRAN-ADD
                   OR (TRAN-CHANGE AND TRAN-AUTH-SHIFTS NOT = SPACES))
           MOVE TRAN-NAME TO WS-TRN-NAME
           MOVE TRAN-AUTH-SHIFTS TO WS-TRN-SHIFTS
           MOVE TRAN-LANG TO WS-TRN-LANG
           MOVE TRAN-SUPERVISOR TO WS-TRN-SUPERVISOR
           MOVE WS-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.
       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGES SUBMITTED     : " TO WS-CNT-LABEL
           MOVE WS-SUBMIT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGES APPROVED      : " TO WS-CNT-LABEL
           MOVE WS-APPROVE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ADDS APPLIED          : " TO WS-CNT-LABEL
           MOVE WS-ADD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
