       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUNDL.
      *****************************************************************
      * Undelivered diamond bundles. Lists every bundle on the
      * delivery log DIADLVLG that was produced but never marked
      * collected, oldest night first, with how many business days
      * it has been waiting, so distribution can chase it. With a
      * department code on the DLVSEL card the report instead lists
      * that department's complete delivery history - every bundle,
      * collected or not, with who took it and when - which is the
      * answer when a department says it never got its diamond.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-LOG ASSIGN TO "DIADLVLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLV-KEY
               FILE STATUS IS WS-DLV-STATUS.
           SELECT SELECT-CARD ASSIGN TO "DLVSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DIAUNDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-LOG.
           COPY DIADLREC.

       FD  SELECT-CARD.
       01 SELECT-RECORD.
           05 SEL-DEPT PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DLV-STATUS PIC XX.
       01 WS-SEL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DLV-EOF PIC X VALUE "N".
       01 WS-WANTED-DEPT PIC X(8) VALUE SPACES.
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OLDEST-DAYS PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-COLLECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-PAGES PIC 9(7) VALUE 0.

       01 WS-HEAD-1.
           05 WS-HEAD-TITLE PIC X(44)
               VALUE "UNDELIVERED DIAMOND BUNDLES - RUN OF        ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(73) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "DIAUNDL".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(10) VALUE "NIGHT".
           05 FILLER PIC X(10) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "REQUESTS".
           05 FILLER PIC X(16) VALUE "REQUEST NOS".
           05 FILLER PIC X(8) VALUE "PAGES".
           05 FILLER PIC X(19) VALUE "PRODUCED".
           05 FILLER PIC X(6) VALUE "CUTS".
           05 FILLER PIC X(53) VALUE "WAITING / COLLECTED".
       01 WS-DETAIL-LINE.
           05 WS-DTL-NIGHT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-DEPT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-REQUESTS PIC ZZ9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-DTL-FIRST PIC 9(6).
           05 FILLER PIC X VALUE "-".
           05 WS-DTL-LAST PIC 9(6).
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-PAGES PIC ZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-PRODUCE-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-PRODUCE-TIME PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-CUTS PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DTL-STATE PIC X(53).
       01 WS-STATE-TEXT PIC X(53).
       01 WS-AGE-SHOWN PIC ZZZZ9.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC Z(6)9.
           05 FILLER PIC X(97) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-SELECT-CARD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT DELIVERY-LOG
           IF WS-DLV-STATUS NOT = "00"
               MOVE "DIADLVLG NOT AVAILABLE - NO BUNDLES LOGGED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DELIVERY-LOG
           PERFORM LIST-DELIVERY-ENTRY UNTIL WS-DLV-EOF = "Y"
           CLOSE DELIVERY-LOG
           IF WS-LISTED-COUNT = 0
               MOVE "NO BUNDLES TO LIST" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "DIAUNDL" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-SELECT-CARD SECTION.
      *    No card (or a blank one) = the undelivered list.
           OPEN INPUT SELECT-CARD
           IF WS-SEL-STATUS = "00"
               READ SELECT-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEL-DEPT TO WS-WANTED-DEPT
               END-READ
               CLOSE SELECT-CARD
           END-IF
           IF WS-WANTED-DEPT NOT = SPACES
               MOVE "DIAMOND DELIVERY HISTORY - RUN OF"
                   TO WS-HEAD-TITLE
           END-IF
           EXIT.

       READ-DELIVERY-LOG SECTION.
           READ DELIVERY-LOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DLV-EOF
           END-READ
           EXIT.

       LIST-DELIVERY-ENTRY SECTION.
      *    The log is keyed night + department, so both views come
      *    out oldest night first.
           IF WS-WANTED-DEPT = SPACES
               IF DLV-PRODUCED
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           ELSE
               IF DLV-DEPT = WS-WANTED-DEPT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM READ-DELIVERY-LOG
           EXIT.

       WRITE-DETAIL-LINE SECTION.
           IF WS-LISTED-COUNT = 0
               IF WS-WANTED-DEPT NOT = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                           WS-WANTED-DEPT DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE WS-COL-HEAD TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE DLV-NIGHT TO WS-DTL-NIGHT
           MOVE DLV-DEPT TO WS-DTL-DEPT
           MOVE DLV-REQUESTS TO WS-DTL-REQUESTS
           MOVE DLV-FIRST-REQNO TO WS-DTL-FIRST
           MOVE DLV-LAST-REQNO TO WS-DTL-LAST
           MOVE DLV-PAGES TO WS-DTL-PAGES
           MOVE DLV-PRODUCE-DATE TO WS-DTL-PRODUCE-DATE
           MOVE DLV-PRODUCE-TIME TO WS-DTL-PRODUCE-TIME
           MOVE DLV-PRODUCE-COUNT TO WS-DTL-CUTS
           MOVE SPACES TO WS-STATE-TEXT
           IF DLV-COLLECTED
               ADD 1 TO WS-COLLECTED-COUNT
               STRING "COLLECTED " DELIMITED BY SIZE
                       DLV-COLLECT-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       DLV-COLLECTED-BY DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       DLV-COLLECT-OPER DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                   INTO WS-STATE-TEXT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               ADD DLV-PAGES TO WS-OPEN-PAGES
               PERFORM COMPUTE-WAITING-AGE
               MOVE WS-AGE-DAYS TO WS-AGE-SHOWN
               STRING "NOT COLLECTED - " DELIMITED BY SIZE
                       WS-AGE-SHOWN DELIMITED BY SIZE
                       " BUS DAYS" DELIMITED BY SIZE
                   INTO WS-STATE-TEXT
           END-IF
           MOVE WS-STATE-TEXT TO WS-DTL-STATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       COMPUTE-WAITING-AGE SECTION.
      *    Business days since the night the bundle was cut for,
      *    counted by BUSDAYS like every other age in the suite.
           MOVE "C" TO BDAY-FUNCTION
           MOVE DLV-NIGHT TO BDAY-FROM-DATE
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
           MOVE "BUNDLES NOT COLLECTED     : " TO WS-CNT-LABEL
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PAGES NOT COLLECTED       : " TO WS-CNT-LABEL
           MOVE WS-OPEN-PAGES TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "OLDEST WAIT (BUS DAYS)    : " TO WS-CNT-LABEL
           MOVE WS-OLDEST-DAYS TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-WANTED-DEPT NOT = SPACES
               MOVE "BUNDLES COLLECTED         : " TO WS-CNT-LABEL
               MOVE WS-COLLECTED-COUNT TO WS-CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM DIAUNDL.
