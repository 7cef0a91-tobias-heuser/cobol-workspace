       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
      *****************************************************************
      * Pending-changes report for the four-eyes control on the rule
      * master (FBRULMNT) and the operator master (OPERMNT). Lists
      * every change on PENDCHG still waiting for a second
      * supervisor's approval: pending number, master, who submitted
      * it and when, how many business days it has waited, and the
      * transaction itself (passwords never shown). Changes closed
      * FAILED at approval are listed after it so the submitter knows
      * to resubmit. The supervisors run it each morning ahead of
      * the approval runs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-NUMBER
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-PASS PIC X.
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OLDEST-DAYS PIC 9(5) VALUE 0.
       01 WS-RULE-PENDING PIC 9(5) VALUE 0.
       01 WS-OPER-PENDING PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
      *    The transaction shown up to the language code for an
      *    operator change (the password follows it) and up to the
      *    label for a rule change.
       01 WS-TRAN-SHOWN PIC X(48).

       01 WS-HEAD-1.
           05 FILLER PIC X(44)
               VALUE "PENDING MASTER CHANGES - RUN OF             ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(73) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PENDRPT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-SECTION-HEAD PIC X(132).
       01 WS-COL-HEAD.
           05 FILLER PIC X(8) VALUE "NUMBER".
           05 FILLER PIC X(10) VALUE "MASTER".
           05 FILLER PIC X(10) VALUE "SUBMITTED".
           05 FILLER PIC X(10) VALUE "BY".
           05 FILLER PIC X(11) VALUE "BUS DAYS".
           05 FILLER PIC X(83) VALUE "TRANSACTION / RESULT".
       01 WS-DETAIL-LINE.
           05 WS-DTL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-MASTER PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SUBMITTER PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-AGE PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DTL-TRAN PIC X(48).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-RESULT PIC X(33).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               MOVE "PENDCHG NOT AVAILABLE - NOTHING PENDING"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PENDING-FILE
           MOVE "WAITING FOR APPROVAL" TO WS-SECTION-HEAD
           MOVE "P" TO WS-PASS
           PERFORM LIST-ONE-PASS
           MOVE "CLOSED FAILED AT APPROVAL - RESUBMIT"
               TO WS-SECTION-HEAD
           MOVE "F" TO WS-PASS
           PERFORM LIST-ONE-PASS
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "PENDRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       LIST-ONE-PASS SECTION.
      *    One pass over PENDCHG per section of the report, in
      *    pending-number (= submission) order.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SECTION-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PENDING-FILE
           PERFORM READ-PENDING-FILE
           PERFORM LIST-PENDING-ENTRY UNTIL WS-PEND-EOF = "Y"
           CLOSE PENDING-FILE
           EXIT.

       READ-PENDING-FILE SECTION.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF
           END-READ
           EXIT.

       LIST-PENDING-ENTRY SECTION.
           IF PND-STATUS = WS-PASS
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-PASS = "P" AND PND-IS-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           PERFORM READ-PENDING-FILE
           EXIT.

       WRITE-DETAIL-LINE SECTION.
           MOVE SPACES TO WS-TRAN-SHOWN
           IF PND-MASTER = "OPERMST"
               MOVE PND-TRAN-IMAGE (1:48) TO WS-TRAN-SHOWN
           ELSE
      *        Action to label, then the rule type, digit, band,
      *        precedence and override - the supervisor ID is on
      *        the line already.
               MOVE PND-TRAN-IMAGE (1:25) TO WS-TRAN-SHOWN
               MOVE PND-TRAN-IMAGE (36:23) TO WS-TRAN-SHOWN (26:23)
           END-IF
           MOVE PND-NUMBER TO WS-DTL-NUMBER
           MOVE PND-MASTER TO WS-DTL-MASTER
           MOVE PND-SUBMIT-DATE TO WS-DTL-DATE
           MOVE PND-SUBMITTER TO WS-DTL-SUBMITTER
           MOVE WS-TRAN-SHOWN TO WS-DTL-TRAN
           MOVE SPACES TO WS-DTL-RESULT
           IF PND-IS-PENDING
               PERFORM COMPUTE-PENDING-AGE
               MOVE WS-AGE-DAYS TO WS-DTL-AGE
               IF PND-MASTER = "OPERMST"
                   ADD 1 TO WS-OPER-PENDING
               ELSE
                   ADD 1 TO WS-RULE-PENDING
               END-IF
           ELSE
               MOVE 0 TO WS-DTL-AGE
               MOVE PND-RESULT TO WS-DTL-RESULT
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       COMPUTE-PENDING-AGE SECTION.
      *    Business days waited, counted like every other age in the
      *    suite (BUSDAYS); submitted today is age zero.
           MOVE "C" TO BDAY-FUNCTION
           MOVE PND-SUBMIT-DATE TO BDAY-FROM-DATE
           MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
           CALL "BUSDAYS" USING BDAY-PARM
           MOVE BDAY-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF
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
           MOVE "RULE CHANGES PENDING      : " TO WS-CNT-LABEL
           MOVE WS-RULE-PENDING TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OPERATOR CHANGES PENDING  : " TO WS-CNT-LABEL
           MOVE WS-OPER-PENDING TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OLDEST WAIT (BUS DAYS)    : " TO WS-CNT-LABEL
           MOVE WS-OLDEST-DAYS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CLOSED FAILED             : " TO WS-CNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "APPROVED AND APPLIED      : " TO WS-CNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM PENDRPT.
