       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAINQ.
      *****************************************************************
      * Diamond request inquiry by request number against the
      * request-status master DIASTAT: the operator keys the number a
      * department quotes and gets back the request's whole history
      * with dates - received (and any quota hold it came through),
      * validated or rejected at intake, printed or rejected at
      * night, the bundle it went out in and whether that was
      * collected (DIADLVLG), and the month it was billed - instead
      * of searching DIANOTIC, DIAVALID, DIAPRT and DIAUSAGE by hand.
      * RC 8 = DIASTAT not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-MASTER ASSIGN TO "DIASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-REQNO
               FILE STATUS IS WS-STS-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO "DIADLVLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLV-KEY
               FILE STATUS IS WS-DLV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER.
           COPY DIASTREC.

       FD  DELIVERY-LOG.
           COPY DIADLREC.

       WORKING-STORAGE SECTION.
       01 WS-STS-STATUS PIC XX.
       01 WS-DLV-STATUS PIC XX.
       01 WS-DLV-OPEN PIC X VALUE "N".
       01 WS-REQNO-IN PIC X(6).
       01 WS-REQNO PIC 9(6).
       01 WS-NUMERIC-OK PIC X.
       01 WS-SEEN-SPACE PIC X.
       01 WS-CHAR-IDX PIC 9.
       01 WS-LINES-SHOWN PIC Z(6)9.
       01 WS-NIGHTS-SHOWN PIC Z9.
       01 WS-STATUS-TEXT PIC X(30).

       PROCEDURE DIVISION.
           OPEN INPUT STATUS-MASTER
           IF WS-STS-STATUS NOT = "00"
               DISPLAY "DIASTAT NOT AVAILABLE, STATUS=" WS-STS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Without the delivery log the history simply stops at the
      *    night the request printed.
           OPEN INPUT DELIVERY-LOG
           IF WS-DLV-STATUS = "00"
               MOVE "Y" TO WS-DLV-OPEN
           END-IF
           PERFORM INQUIRE-REQUEST WITH TEST AFTER
               UNTIL WS-REQNO-IN = SPACES
           CLOSE STATUS-MASTER
           IF WS-DLV-OPEN = "Y"
               CLOSE DELIVERY-LOG
           END-IF
           STOP RUN.

       INQUIRE-REQUEST SECTION.
           DISPLAY "Enter a request number (blank to end)"
           ACCEPT WS-REQNO-IN
           IF WS-REQNO-IN NOT = SPACES
               PERFORM EDIT-REQNO-IN
               IF WS-NUMERIC-OK = "Y"
                   PERFORM LOOKUP-REQUEST
               ELSE
                   DISPLAY "NOT A REQUEST NUMBER: " WS-REQNO-IN
               END-IF
           END-IF
           EXIT.

       EDIT-REQNO-IN SECTION.
      *    Digits keyed left-justified ("123") followed only by
      *    spaces, the same edit FBINQ applies to its numbers.
           MOVE "Y" TO WS-NUMERIC-OK
           MOVE "N" TO WS-SEEN-SPACE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 6
               EVALUATE TRUE
                   WHEN WS-REQNO-IN (WS-CHAR-IDX:1) = SPACE
                       MOVE "Y" TO WS-SEEN-SPACE
                   WHEN WS-REQNO-IN (WS-CHAR-IDX:1) >= "0"
                       AND WS-REQNO-IN (WS-CHAR-IDX:1) <= "9"
                       IF WS-SEEN-SPACE = "Y"
                           MOVE "N" TO WS-NUMERIC-OK
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-NUMERIC-OK
               END-EVALUATE
           END-PERFORM
           IF WS-NUMERIC-OK = "Y"
               COMPUTE WS-REQNO = FUNCTION NUMVAL(WS-REQNO-IN)
           END-IF
           EXIT.

       LOOKUP-REQUEST SECTION.
           MOVE WS-REQNO TO STS-REQNO
           READ STATUS-MASTER
               INVALID KEY
                   DISPLAY "REQUEST " WS-REQNO
                       " IS NOT ON THE REQUEST-STATUS MASTER"
                   EXIT SECTION
           END-READ
           EVALUATE TRUE
               WHEN STS-QUEUED
                   MOVE "QUEUED, NOT YET PRINTED" TO WS-STATUS-TEXT
               WHEN STS-INTAKE-REJECTED
                   MOVE "REJECTED AT INTAKE" TO WS-STATUS-TEXT
               WHEN STS-PRINTED
                   MOVE "PRINTED" TO WS-STATUS-TEXT
               WHEN STS-NIGHT-REJECTED
                   MOVE "REJECTED AT NIGHT" TO WS-STATUS-TEXT
               WHEN STS-BILLED
                   MOVE "PRINTED AND BILLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE STS-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "REQUEST        : " STS-REQNO "  DEPT " STS-DEPT
               "  LETTER " STS-LETTER "  PASSES " STS-PASSES
           IF STS-TITLE NOT = SPACES
               DISPLAY "TITLE          : " STS-TITLE
           END-IF
           DISPLAY "STATUS         : " WS-STATUS-TEXT
           PERFORM SHOW-INTAKE-HISTORY
           PERFORM SHOW-NIGHT-HISTORY
           IF STS-BILLED
               DISPLAY "BILLED         : MONTH " STS-BILLED-MONTH
                   " (DIABILL RUN OF " STS-BILLED-DATE ")"
           END-IF
           DISPLAY "LAST CHANGE    : " STS-LAST-PROGRAM
               " ON " STS-LAST-DATE
           EXIT.

       SHOW-INTAKE-HISTORY SECTION.
           IF STS-RECEIVED-DATE = SPACES
               DISPLAY "RECEIVED       : NOT RECORDED AT INTAKE"
           ELSE
               DISPLAY "RECEIVED       : " STS-RECEIVED-DATE
           END-IF
           IF STS-HOLD-NUMBER IS NUMERIC AND STS-HOLD-NUMBER > 0
               DISPLAY "HELD OVER QUOTA: HOLD " STS-HOLD-NUMBER
                   ", RELEASED BY " STS-RELEASED-BY
           END-IF
           EVALUATE TRUE
               WHEN STS-INTAKE-DATE = SPACES
                   CONTINUE
               WHEN STS-INTAKE-REJECTED
                   DISPLAY "REJECTED       : " STS-INTAKE-DATE
                       " AT INTAKE - " STS-INTAKE-REASON
               WHEN OTHER
                   DISPLAY "VALIDATED      : " STS-INTAKE-DATE
                       " QUEUED FOR THE NIGHT ON DIAVALID"
           END-EVALUATE
           EXIT.

       SHOW-NIGHT-HISTORY SECTION.
           IF STS-NIGHT-DATE = SPACES
               EXIT SECTION
           END-IF
           MOVE STS-LINES TO WS-LINES-SHOWN
           IF STS-NIGHT-REJECTED
               DISPLAY "NIGHT REJECTED : " STS-NIGHT-DATE " - "
                   STS-NIGHT-REASON
           ELSE
               DISPLAY "PRINTED        : NIGHT OF " STS-NIGHT-DATE
                   ", " WS-LINES-SHOWN " DIAPRT LINES"
           END-IF
           IF STS-NIGHT-COUNT > 1
               MOVE STS-NIGHT-COUNT TO WS-NIGHTS-SHOWN
               DISPLAY "                 HANDLED ON " WS-NIGHTS-SHOWN
                   " NIGHTS - THE DATE ABOVE IS THE LATEST"
           END-IF
           IF STS-NIGHT-REJECTED OR WS-DLV-OPEN NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE STS-NIGHT-DATE TO DLV-NIGHT
           MOVE STS-DEPT TO DLV-DEPT
           READ DELIVERY-LOG
               INVALID KEY
                   DISPLAY "BUNDLE         : NONE LOGGED FOR THE NIGHT"
               NOT INVALID KEY
                   DISPLAY "BUNDLE         : PRODUCED "
                       DLV-PRODUCE-DATE " " DLV-PRODUCE-TIME
                   IF DLV-COLLECTED
                       DISPLAY "COLLECTED      : " DLV-COLLECT-DATE
                           " " DLV-COLLECT-TIME " BY "
                           DLV-COLLECTED-BY
                   ELSE
                       DISPLAY "COLLECTED      : NOT YET"
                   END-IF
           END-READ
           EXIT.

       END PROGRAM DIAINQ.
