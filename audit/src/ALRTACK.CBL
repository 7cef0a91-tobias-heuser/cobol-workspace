       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTACK.
      *****************************************************************
      * Applies the alert acknowledgement transactions to the alert
      * master ALRTMST: the operator who dealt with an alert keys its
      * number (from the console or ALRTRPT), their ID and a short
      * note, and the alert is closed with the date and time of the
      * acknowledgement. From then on the same alert raised again is
      * forwarded as a new alert, and the next ALRTFWD run sends the
      * closure to the monitoring console. Prints an update report
      * with before/after images, applied counts and rejected
      * transactions in the same form as the other transaction runs.
      * RC 4 = transactions rejected; RC 8 = no ALRTACTR; RC 12 =
      * ALRTMST not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-MASTER ASSIGN TO "ALRTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALM-NUMBER
               FILE STATUS IS WS-ALM-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ALRTACTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALRTACRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-MASTER.
           COPY ALRTMREC.

       FD  TRAN-FILE.
      *    One transaction per alert dealt with: action A =
      *    acknowledge and close, the alert number, the ID of the
      *    operator who dealt with it and what was done.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-ACKNOWLEDGE VALUE "A".
           05 FILLER PIC X.
           05 TRAN-ALERT-NUMBER PIC X(6).
           05 FILLER PIC X.
           05 TRAN-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 TRAN-NOTE PIC X(40).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALM-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRAN-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(30).
       01 WS-CLOSE-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(40)
               VALUE "ALERT ACKNOWLEDGEMENTS - RUN OF         ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(77) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ALRTACK".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-TRAN-LINE.
           05 FILLER PIC X(7) VALUE "TRAN:  ".
           05 WS-TRN-ACTION PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-ALERT-NUMBER PIC X(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-OPERATOR PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-NOTE PIC X(40).
           05 FILLER PIC X(64) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-STATUS PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-SEVERITY PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-CODE PIC X(16).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-SUBJECT PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-ACK-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-ACK-BY PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-ACK-NOTE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(24).
           05 WS-CNT-VALUE PIC ZZ9.
           05 FILLER PIC X(105) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN I-O ALERT-MASTER
           IF WS-ALM-STATUS NOT = "00"
               MOVE "ALRTMST NOT AVAILABLE, NO ALERTS CLOSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM READ-TRAN-FILE
               PERFORM APPLY-TRANSACTION UNTIL WS-TRAN-EOF = "Y"
               CLOSE TRAN-FILE
           ELSE
               MOVE "ALRTACTR NOT AVAILABLE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE ALERT-MASTER
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "ALRTACK" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
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
               PERFORM APPLY-ACKNOWLEDGEMENT
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       EDIT-TRANSACTION SECTION.
           IF NOT TRAN-ACKNOWLEDGE
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-ALERT-NUMBER NOT NUMERIC
               MOVE "BAD ALERT NUMBER" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-OPERATOR = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           END-IF
           EXIT.

       APPLY-ACKNOWLEDGEMENT SECTION.
           MOVE TRAN-ALERT-NUMBER TO ALM-NUMBER
           READ ALERT-MASTER
               INVALID KEY
                   MOVE "NO SUCH ALERT ON ALRTMST" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT ALM-OPEN
                       MOVE "ALERT ALREADY CLOSED"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-BEFORE-IMAGE
                       MOVE "C" TO ALM-STATUS
                       MOVE RUNHDR-RUN-DATE TO ALM-ACK-DATE
                       MOVE RUNHDR-RUN-TIME TO ALM-ACK-TIME
                       MOVE TRAN-OPERATOR TO ALM-ACK-BY
                       MOVE TRAN-NOTE TO ALM-ACK-NOTE
                       MOVE "N" TO ALM-CLOSE-SENT
                       REWRITE ALERT-MASTER-RECORD
                       END-REWRITE
                       IF WS-ALM-STATUS = "00"
                           ADD 1 TO WS-CLOSE-COUNT
                           PERFORM WRITE-AFTER-IMAGE
                       ELSE
                           MOVE "ALRTMST REWRITE FAILED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           EXIT.

       WRITE-TRAN-LINE SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRAN-ACTION TO WS-TRN-ACTION
           MOVE TRAN-ALERT-NUMBER TO WS-TRN-ALERT-NUMBER
           MOVE TRAN-OPERATOR TO WS-TRN-OPERATOR
           MOVE TRAN-NOTE TO WS-TRN-NOTE
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
           MOVE ALM-NUMBER TO WS-IMG-NUMBER
           MOVE ALM-STATUS TO WS-IMG-STATUS
           MOVE ALM-SEVERITY TO WS-IMG-SEVERITY
           MOVE ALM-PROGRAM TO WS-IMG-PROGRAM
           MOVE ALM-CODE TO WS-IMG-CODE
           MOVE ALM-SUBJECT TO WS-IMG-SUBJECT
           MOVE ALM-ACK-DATE TO WS-IMG-ACK-DATE
           MOVE ALM-ACK-BY TO WS-IMG-ACK-BY
           MOVE ALM-ACK-NOTE TO WS-IMG-ACK-NOTE
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
           MOVE "ALERTS CLOSED         : " TO WS-CNT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TRANSACTIONS REJECTED : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM ALRTACK.
