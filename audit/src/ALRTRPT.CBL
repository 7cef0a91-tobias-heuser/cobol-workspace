       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTRPT.
      *****************************************************************
      * Open-alert report. Lists every alert on the alert master
      * ALRTMST that has been forwarded to the monitoring console and
      * not yet closed by an ALRTACK acknowledgement, oldest first,
      * with its age in business days since the business date it was
      * first raised (BUSDAYS), how many times it was raised again
      * while open and when last. The shift supervisor works down
      * the list and acknowledges what has been dealt with.
      * RC 4 = alerts open; RC 8 = ALRTMST not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-MASTER ASSIGN TO "ALRTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-NUMBER
               FILE STATUS IS WS-ALM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-MASTER.
           COPY ALRTMREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ALM-EOF PIC X VALUE "N".
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OLDEST-DAYS PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-CRITICAL-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(5) VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(42)
               VALUE "OPEN ALERTS NOT YET ACKNOWLEDGED - RUN OF ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(75) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ALRTRPT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(8) VALUE "ALERT".
           05 FILLER PIC X(4) VALUE "SEV".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(18) VALUE "CODE".
           05 FILLER PIC X(22) VALUE "SUBJECT".
           05 FILLER PIC X(10) VALUE "RAISED".
           05 FILLER PIC X(7) VALUE "  AGE".
           05 FILLER PIC X(7) VALUE "REPEAT".
           05 FILLER PIC X(46) VALUE "LAST".
       01 WS-DETAIL-LINE.
           05 WS-DTL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SEVERITY PIC X.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-CODE PIC X(16).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SUBJECT PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-RAISED PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-AGE PIC ZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-REPEATS PIC ZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-LAST PIC X(8).
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-TEXT-LINE.
           05 FILLER PIC X(22) VALUE SPACES.
           05 WS-TXT-TEXT PIC X(60).
           05 FILLER PIC X(50) VALUE SPACES.
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
           OPEN INPUT ALERT-MASTER
           IF WS-ALM-STATUS NOT = "00"
               MOVE "ALRTMST NOT AVAILABLE - NO ALERTS ON FILE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ALERT-MASTER
           PERFORM CHECK-ALERT UNTIL WS-ALM-EOF = "Y"
           CLOSE ALERT-MASTER
           IF WS-OPEN-COUNT = 0
               MOVE "NO ALERTS OPEN" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "ALRTRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-ALERT-MASTER SECTION.
           READ ALERT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALM-EOF
           END-READ
           EXIT.

       CHECK-ALERT SECTION.
      *    Keyed on the alert number, so the list comes out in the
      *    order the alerts were forwarded, oldest first.
           IF ALM-OPEN
               ADD 1 TO WS-OPEN-COUNT
               EVALUATE ALM-SEVERITY
                   WHEN "C"
                       ADD 1 TO WS-CRITICAL-COUNT
                   WHEN "E"
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WARNING-COUNT
               END-EVALUATE
               PERFORM COMPUTE-ALERT-AGE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           PERFORM READ-ALERT-MASTER
           EXIT.

       COMPUTE-ALERT-AGE SECTION.
      *    Business days since the business date it was first raised;
      *    an unreadable date counts as raised today.
           IF ALM-BUSINESS-DATE IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE ALM-BUSINESS-DATE TO BDAY-FROM-DATE
               MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
               CALL "BUSDAYS" USING BDAY-PARM
               MOVE BDAY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF
           EXIT.

       WRITE-DETAIL-LINE SECTION.
           MOVE ALM-NUMBER TO WS-DTL-NUMBER
           MOVE ALM-SEVERITY TO WS-DTL-SEVERITY
           MOVE ALM-PROGRAM TO WS-DTL-PROGRAM
           MOVE ALM-CODE TO WS-DTL-CODE
           MOVE ALM-SUBJECT TO WS-DTL-SUBJECT
           MOVE ALM-BUSINESS-DATE TO WS-DTL-RAISED
           MOVE WS-AGE-DAYS TO WS-DTL-AGE
           MOVE ALM-REPEAT-COUNT TO WS-DTL-REPEATS
           MOVE ALM-LAST-DATE TO WS-DTL-LAST
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALM-TEXT TO WS-TXT-TEXT
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ALERTS OPEN               : " TO WS-CNT-LABEL
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SEVERITY C (CRITICAL)   : " TO WS-CNT-LABEL
           MOVE WS-CRITICAL-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SEVERITY E (ERROR)      : " TO WS-CNT-LABEL
           MOVE WS-ERROR-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SEVERITY W (WARNING)    : " TO WS-CNT-LABEL
           MOVE WS-WARNING-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OLDEST (BUSINESS DAYS)    : " TO WS-CNT-LABEL
           MOVE WS-OLDEST-DAYS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM ALRTRPT.
