       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAAGE.
      *****************************************************************
      * Morning aging report of diamond requests accepted by intake
      * but still not printed. Lists every request on the request-
      * status master DIASTAT that DIAINTK queued and no night has
      * printed or rejected since, once it has waited the number of
      * nights on the DIAACTL card (business days counted by BUSDAYS,
      * default 1 - a request queued yesterday should have printed
      * last night). Such a request has usually fallen out of
      * DIAVALID - the queue was replaced by the next intake before a
      * night read it - and is chased before the department
      * complains. RC 4 = requests listed; RC 8 = DIASTAT not
      * available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER ASSIGN TO "DIASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STS-REQNO
               FILE STATUS IS WS-STS-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "DIAACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DIAAGERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER.
           COPY DIASTREC.

       FD  CONTROL-CARD.
       01 CONTROL-CARD-RECORD.
           05 CC-NIGHTS PIC X(3).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STS-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-STS-EOF PIC X VALUE "N".
       01 WS-MIN-NIGHTS PIC 9(3) VALUE 1.
       01 WS-AGE-NIGHTS PIC 9(5).
       01 WS-OLDEST-NIGHTS PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(44)
               VALUE "DIAMOND REQUESTS NOT PRINTED - RUN OF       ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(74) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DIAAGE".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-SELECT-LINE.
           05 FILLER PIC X(36)
               VALUE "QUEUED AND NOT PRINTED AFTER NIGHTS:".
           05 FILLER PIC X VALUE SPACE.
           05 WS-SEL-NIGHTS PIC ZZ9.
           05 FILLER PIC X(92) VALUE SPACES.
       01 WS-COL-HEAD.
           05 FILLER PIC X(10) VALUE "REQUEST".
           05 FILLER PIC X(10) VALUE "DEPT".
           05 FILLER PIC X(8) VALUE "LETTER".
           05 FILLER PIC X(8) VALUE "PASSES".
           05 FILLER PIC X(10) VALUE "RECEIVED".
           05 FILLER PIC X(10) VALUE "QUEUED".
           05 FILLER PIC X(8) VALUE "NIGHTS".
           05 FILLER PIC X(10) VALUE "HOLD".
           05 FILLER PIC X(58) VALUE "TITLE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-REQNO PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-DEPT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-LETTER PIC X.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-DTL-PASSES PIC X.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-DTL-RECEIVED PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-QUEUED PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-NIGHTS PIC ZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-HOLD PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-TITLE PIC X(30).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC Z(6)9.
           05 FILLER PIC X(97) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT STATUS-MASTER
           IF WS-STS-STATUS NOT = "00"
               MOVE "DIASTAT NOT AVAILABLE - NO REQUEST STATUS ON FILE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-STATUS-MASTER
           PERFORM CHECK-REQUEST-AGE UNTIL WS-STS-EOF = "Y"
           CLOSE STATUS-MASTER
           IF WS-LISTED-COUNT = 0
               MOVE "NO REQUESTS OVERDUE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           IF WS-LISTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "DIAAGE" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-CONTROL-CARD SECTION.
      *    No card, or a card that is not a number of nights, keeps
      *    the default of one night.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
               READ CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-NIGHTS IS NUMERIC AND CC-NIGHTS > "000"
                           MOVE CC-NIGHTS TO WS-MIN-NIGHTS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           EXIT.

       READ-STATUS-MASTER SECTION.
           READ STATUS-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STS-EOF
           END-READ
           EXIT.

       CHECK-REQUEST-AGE SECTION.
      *    Keyed on the request number, so the list comes out in
      *    intake order, oldest first.
           IF STS-QUEUED AND STS-INTAKE-DATE IS NUMERIC
               ADD 1 TO WS-QUEUED-COUNT
               MOVE "C" TO BDAY-FUNCTION
               MOVE STS-INTAKE-DATE TO BDAY-FROM-DATE
               MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
               CALL "BUSDAYS" USING BDAY-PARM
               MOVE BDAY-DAYS TO WS-AGE-NIGHTS
               IF WS-AGE-NIGHTS NOT < WS-MIN-NIGHTS
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM READ-STATUS-MASTER
           EXIT.

       WRITE-DETAIL-LINE SECTION.
           IF WS-LISTED-COUNT = 0
               MOVE WS-COL-HEAD TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           IF WS-AGE-NIGHTS > WS-OLDEST-NIGHTS
               MOVE WS-AGE-NIGHTS TO WS-OLDEST-NIGHTS
           END-IF
           MOVE STS-REQNO TO WS-DTL-REQNO
           MOVE STS-DEPT TO WS-DTL-DEPT
           MOVE STS-LETTER TO WS-DTL-LETTER
           MOVE STS-PASSES TO WS-DTL-PASSES
           MOVE STS-RECEIVED-DATE TO WS-DTL-RECEIVED
           MOVE STS-INTAKE-DATE TO WS-DTL-QUEUED
           MOVE WS-AGE-NIGHTS TO WS-DTL-NIGHTS
           IF STS-HOLD-NUMBER IS NUMERIC AND STS-HOLD-NUMBER > 0
               MOVE STS-HOLD-NUMBER TO WS-DTL-HOLD
           ELSE
               MOVE SPACES TO WS-DTL-HOLD
           END-IF
           MOVE STS-TITLE TO WS-DTL-TITLE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MIN-NIGHTS TO WS-SEL-NIGHTS
           MOVE WS-SELECT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "QUEUED, NOT YET PRINTED   : " TO WS-CNT-LABEL
           MOVE WS-QUEUED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OVERDUE (LISTED)          : " TO WS-CNT-LABEL
           MOVE WS-LISTED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OLDEST WAIT (NIGHTS)      : " TO WS-CNT-LABEL
           MOVE WS-OLDEST-NIGHTS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM DIAAGE.
