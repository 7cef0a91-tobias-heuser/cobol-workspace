       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIACOLL.
      *****************************************************************
      * Applies the morning collection transactions to the diamond
      * bundle delivery log DIADLVLG: each bundle handed to its
      * department is marked collected with who took it and the
      * operator who handed it over, and a collection keyed against
      * the wrong bundle can be reversed. Prints an update report
      * with before/after images, applied counts and rejected
      * transactions in the same form as the master maintenance
      * runs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-LOG ASSIGN TO "DIADLVLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLV-KEY
               FILE STATUS IS WS-DLV-STATUS.
           SELECT TRAN-FILE ASSIGN TO "DIACOLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DIACOLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-LOG.
           COPY DIADLREC.

       FD  TRAN-FILE.
      *    One transaction per bundle handed over: action C=collected
      *    R=reverse a collection, the night and department printed
      *    on the cover sheet, the name of the person who took it
      *    (collections only) and the ID of the operator keying it.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-COLLECT VALUE "C".
               88 TRAN-REVERSE VALUE "R".
           05 FILLER PIC X.
           05 TRAN-NIGHT PIC X(8).
           05 FILLER PIC X.
           05 TRAN-DEPT PIC X(8).
           05 FILLER PIC X.
           05 TRAN-COLLECTED-BY PIC X(20).
           05 FILLER PIC X.
           05 TRAN-OPERATOR PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DLV-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRAN-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(30).
       01 WS-COLLECT-COUNT PIC 999 VALUE 0.
       01 WS-REVERSE-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(40)
               VALUE "DIAMOND BUNDLE COLLECTIONS - RUN OF     ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(77) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "DIACOLL".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-TRAN-LINE.
           05 FILLER PIC X(7) VALUE "TRAN:  ".
           05 WS-TRN-ACTION PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-NIGHT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-DEPT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-COLLECTED-BY PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-OPERATOR PIC X(8).
           05 FILLER PIC X(72) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-NIGHT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-DEPT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-STATUS PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-REQUESTS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " REQ ".
           05 WS-IMG-PAGES PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " PGS ".
           05 WS-IMG-COLLECT-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IMG-COLLECT-TIME PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-COLLECTED-BY PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-COLLECT-OPER PIC X(8).
           05 FILLER PIC X(35) VALUE SPACES.
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
           OPEN I-O DELIVERY-LOG
           IF WS-DLV-STATUS NOT = "00"
               MOVE "DIADLVLG NOT AVAILABLE, NO UPDATES APPLIED"
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
               MOVE "DIACOLTR NOT AVAILABLE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE DELIVERY-LOG
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "DIACOLL" TO RUNHDR-PROGRAM-NAME
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
               EVALUATE TRUE
                   WHEN TRAN-COLLECT
                       PERFORM APPLY-COLLECT
                   WHEN TRAN-REVERSE
                       PERFORM APPLY-REVERSE
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       EDIT-TRANSACTION SECTION.
           IF NOT (TRAN-COLLECT OR TRAN-REVERSE)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-NIGHT NOT NUMERIC
               MOVE "BAD NIGHT DATE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-DEPT = SPACES
               MOVE "MISSING DEPARTMENT" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-COLLECT
               AND TRAN-COLLECTED-BY = SPACES
               MOVE "MISSING COLLECTED-BY NAME" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-OPERATOR = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           END-IF
           EXIT.

       APPLY-COLLECT SECTION.
           MOVE TRAN-NIGHT TO DLV-NIGHT
           MOVE TRAN-DEPT TO DLV-DEPT
           READ DELIVERY-LOG
               INVALID KEY
                   MOVE "NO SUCH BUNDLE ON LOG" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF DLV-COLLECTED
                       MOVE "BUNDLE ALREADY COLLECTED"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-BEFORE-IMAGE
                       MOVE "C" TO DLV-STATUS
                       MOVE RUNHDR-RUN-DATE TO DLV-COLLECT-DATE
                       MOVE RUNHDR-RUN-TIME TO DLV-COLLECT-TIME
                       MOVE TRAN-COLLECTED-BY TO DLV-COLLECTED-BY
                       MOVE TRAN-OPERATOR TO DLV-COLLECT-OPER
                       REWRITE DELIVERY-RECORD
                       IF WS-DLV-STATUS = "00"
                           ADD 1 TO WS-COLLECT-COUNT
                           PERFORM WRITE-AFTER-IMAGE
                       ELSE
                           MOVE "LOG REWRITE FAILED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           EXIT.

       APPLY-REVERSE SECTION.
      *    Puts the bundle back to produced, e.g. when the collection
      *    was keyed against the wrong department or night.
           MOVE TRAN-NIGHT TO DLV-NIGHT
           MOVE TRAN-DEPT TO DLV-DEPT
           READ DELIVERY-LOG
               INVALID KEY
                   MOVE "NO SUCH BUNDLE ON LOG" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT DLV-COLLECTED
                       MOVE "BUNDLE NOT COLLECTED" TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-BEFORE-IMAGE
                       MOVE "P" TO DLV-STATUS
                       MOVE SPACES TO DLV-COLLECT-DATE
                                      DLV-COLLECT-TIME
                                      DLV-COLLECTED-BY
                                      DLV-COLLECT-OPER
                       REWRITE DELIVERY-RECORD
                       IF WS-DLV-STATUS = "00"
                           ADD 1 TO WS-REVERSE-COUNT
                           PERFORM WRITE-AFTER-IMAGE
                       ELSE
                           MOVE "LOG REWRITE FAILED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           EXIT.

       WRITE-TRAN-LINE SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRAN-ACTION TO WS-TRN-ACTION
           MOVE TRAN-NIGHT TO WS-TRN-NIGHT
           MOVE TRAN-DEPT TO WS-TRN-DEPT
           MOVE TRAN-COLLECTED-BY TO WS-TRN-COLLECTED-BY
           MOVE TRAN-OPERATOR TO WS-TRN-OPERATOR
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
           MOVE DLV-NIGHT TO WS-IMG-NIGHT
           MOVE DLV-DEPT TO WS-IMG-DEPT
           MOVE DLV-STATUS TO WS-IMG-STATUS
           MOVE DLV-REQUESTS TO WS-IMG-REQUESTS
           MOVE DLV-PAGES TO WS-IMG-PAGES
           MOVE DLV-COLLECT-DATE TO WS-IMG-COLLECT-DATE
           MOVE DLV-COLLECT-TIME TO WS-IMG-COLLECT-TIME
           MOVE DLV-COLLECTED-BY TO WS-IMG-COLLECTED-BY
           MOVE DLV-COLLECT-OPER TO WS-IMG-COLLECT-OPER
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
           MOVE "BUNDLES COLLECTED     : " TO WS-CNT-LABEL
           MOVE WS-COLLECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COLLECTIONS REVERSED  : " TO WS-CNT-LABEL
           MOVE WS-REVERSE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TRANSACTIONS REJECTED : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM DIACOLL.
