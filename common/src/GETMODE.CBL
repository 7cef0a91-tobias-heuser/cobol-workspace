       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETMODE.
      *****************************************************************
      * Common run-mode routine for the nightly suite. The RUNMODE
      * cards of a step say how the step is being run:
      *   UNATTENDED           nobody at the console (NIGHTLY)
      *   REHEARSAL yyyymmdd   a rehearsal of the night for the test
      *                        business date in columns 11-18 - today
      *                        when it is left off
      *   SIGNOFF              HELLWORLD runs the end-of-shift sign-off
      * Blank cards are ignored; any other card is displayed and
      * ignored. No RUNMODE DD, or no cards, is a production run.
      * The cards are read on the first call only; later calls in
      * the same step get the same answer. See MODEPARM.CPY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MODE-FILE ASSIGN TO "RUNMODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNMODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-MODE-FILE.
       01 RUN-MODE-CARD.
           05 RMC-KEYWORD PIC X(10).
           05 RMC-TEST-DATE PIC X(8).
           05 FILLER PIC X(62).

       WORKING-STORAGE SECTION.
       01 WS-RUNMODE-STATUS PIC XX.
       01 WS-RUNMODE-EOF PIC X.
       01 WS-CARDS-READ PIC X VALUE "N".
       01 WS-MODE.
           05 WS-MODE-REHEARSAL PIC X.
           05 WS-MODE-UNATTENDED PIC X.
           05 WS-MODE-TEST-DATE PIC X(8).
           05 WS-MODE-RECORD-MARK PIC X.
           05 WS-MODE-SIGNOFF PIC X.

       LINKAGE SECTION.
           COPY MODEPARM.

       PROCEDURE DIVISION USING MODE-PARM.
           IF WS-CARDS-READ NOT = "Y"
               PERFORM READ-MODE-CARDS
               MOVE "Y" TO WS-CARDS-READ
           END-IF
           MOVE WS-MODE TO MODE-PARM
           GOBACK.

       READ-MODE-CARDS SECTION.
           MOVE "N" TO WS-MODE-REHEARSAL WS-MODE-UNATTENDED
               WS-MODE-SIGNOFF
           MOVE SPACES TO WS-MODE-TEST-DATE WS-MODE-RECORD-MARK
           OPEN INPUT RUN-MODE-FILE
           IF WS-RUNMODE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-RUNMODE-EOF
           PERFORM READ-MODE-CARD
           PERFORM CHECK-MODE-CARD UNTIL WS-RUNMODE-EOF = "Y"
           CLOSE RUN-MODE-FILE
           IF WS-MODE-REHEARSAL = "Y"
               MOVE "T" TO WS-MODE-RECORD-MARK
               DISPLAY "REHEARSAL RUN FOR TEST BUSINESS DATE "
                   WS-MODE-TEST-DATE
                   " - RUNCTL, FEEDS AND PRODUCTION HISTORY"
                   " NOT TOUCHED"
           END-IF
           EXIT.

       READ-MODE-CARD SECTION.
           READ RUN-MODE-FILE
               AT END
                   MOVE "Y" TO WS-RUNMODE-EOF
           END-READ
           EXIT.

       CHECK-MODE-CARD SECTION.
           EVALUATE RMC-KEYWORD
               WHEN "UNATTENDED"
                   MOVE "Y" TO WS-MODE-UNATTENDED
               WHEN "SIGNOFF   "
                   MOVE "Y" TO WS-MODE-SIGNOFF
               WHEN "REHEARSAL "
                   MOVE "Y" TO WS-MODE-REHEARSAL
                   IF RMC-TEST-DATE IS NUMERIC
                       MOVE RMC-TEST-DATE TO WS-MODE-TEST-DATE
                   ELSE
                       ACCEPT WS-MODE-TEST-DATE FROM DATE YYYYMMDD
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GETMODE: RUNMODE CARD IGNORED - "
                       RUN-MODE-CARD
           END-EVALUATE
           PERFORM READ-MODE-CARD
           EXIT.

       END PROGRAM GETMODE.
