      *     rules in effect for the business date (FBRULMST, same
      *     start-up load as FIZZBUZZ and FBINQ) and itemizes every
      *     mismatch on the exception report.
      * Each purge delete is preceded by a before-image entry on the
      * FBMASTER journal FBJRNL (see FBJRNREC.CPY) so FBRECOV can put
      * purged records back; a PURGE run with no journal is refused.
      * RC 4  = mismatches or stale records found (see FBMRPT).
      * RC 8  = journal write failed, remaining stale records kept.
      * RC 12 = FBMASTER (or, for PURGE, FBJRNL) not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROL-CARD ASSIGN TO "FBMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FB-JOURNAL ASSIGN TO "FBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FBMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY FBRULREC.

       FD  CONTROL-CARD.
      *    Retention in business days plus the action: REPORT lists
      *    the stale records only, PURGE also deletes them. A missing or
      *    non-numeric card falls back to 180-day REPORT - nothing
      *    is ever deleted by default.
       01 CONTROL-CARD-RECORD.
           05 FILLER PIC X.
           05 CC-ACTION PIC X(8).

       FD  FB-JOURNAL.
           COPY FBJRNREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       01 WS-RULE-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-JRNL-FAILED PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-RETENTION-DAYS PIC 999 VALUE 180.
       01 WS-PURGE-MODE PIC X VALUE "N".
       01 WS-CUTOFF-X PIC X(8).
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-DERIVED-RESULT PIC X(8).

       01 WS-HEAD-1.

           COPY RUNHDR.
           COPY FBRULES.
           COPY FBCPARM.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM SCAN-MASTER
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-JRNL-FAILED = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISMATCH-COUNT > 0 OR WS-STALE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-RUN-HEADER SECTION.

       COMPUTE-CUTOFF-DATE SECTION.
      *    Records last loaded before the cutoff are stale; the
      *    cutoff day itself and everything newer stay. The window
      *    counts business days from the calendar.
           MOVE "B" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           MOVE WS-RETENTION-DAYS TO BDAY-DAYS
           CALL "BUSDAYS" USING BDAY-PARM
           MOVE BDAY-TO-DATE TO WS-CUTOFF-X
           EXIT.

       LOAD-RULE-TABLE SECTION.
               DISPLAY "FBRULMST MISSING OR NO RULE IN EFFECT FOR "
                   FBL-WANTED-DATE " - USING COMPILED DEFAULT RULES"
           END-IF
           MOVE FB-RULE-TABLE TO FBC-RULE-TABLE
           MOVE FB-RULE-COUNT TO FBC-RULE-COUNT
           EXIT.

       READ-RULE-MASTER SECTION.
                   MOVE RUL-DIVISOR TO FBL-DIVISOR (RUL-SEQ)
                   MOVE RUL-LABEL TO FBL-LABEL (RUL-SEQ)
                   MOVE RUL-ACTIVE TO FBL-ACTIVE (RUL-SEQ)
                   MOVE RUL-TYPE TO FBL-TYPE (RUL-SEQ)
                   MOVE RUL-DIGIT TO FBL-DIGIT (RUL-SEQ)
                   MOVE RUL-RANGE-LOW TO FBL-RANGE-LOW (RUL-SEQ)
                   MOVE RUL-RANGE-HIGH TO FBL-RANGE-HIGH (RUL-SEQ)
                   MOVE RUL-PRECEDENCE TO FBL-PRECEDENCE (RUL-SEQ)
                   MOVE RUL-OVERRIDE TO FBL-OVERRIDE (RUL-SEQ)
               END-IF
           END-IF
           PERFORM READ-RULE-MASTER
           EXIT.

       COMPACT-RULE-TABLE SECTION.
      *    Deleted slots are squeezed out so the rule loops stay
      *    1..FB-RULE-COUNT with no holes.
           MOVE 0 TO FBL-FILL-IDX
           PERFORM VARYING FBL-SLOT-IDX FROM 1 BY 1
                       TO FB-DIVISOR (FBL-FILL-IDX)
                   MOVE FBL-LABEL (FBL-SLOT-IDX)
                       TO FB-LABEL (FBL-FILL-IDX)
                   PERFORM COMPACT-RULE-TEST
               END-IF
           END-PERFORM
           IF FBL-FILL-IDX > 0
           END-IF
           EXIT.

       COMPACT-RULE-TEST SECTION.
      *    A version from before rule types has a blank type and no
      *    precedence: it is a divisor rule, ranked by its slot.
           MOVE FBL-TYPE (FBL-SLOT-IDX) TO FB-TYPE (FBL-FILL-IDX)
           IF FBL-TYPE (FBL-SLOT-IDX) = SPACE
               MOVE "D" TO FB-TYPE (FBL-FILL-IDX)
           END-IF
           MOVE FBL-DIGIT (FBL-SLOT-IDX) TO FB-DIGIT (FBL-FILL-IDX)
           MOVE FBL-RANGE-LOW (FBL-SLOT-IDX)
               TO FB-RANGE-LOW (FBL-FILL-IDX)
           MOVE FBL-RANGE-HIGH (FBL-SLOT-IDX)
               TO FB-RANGE-HIGH (FBL-FILL-IDX)
           IF FBL-PRECEDENCE (FBL-SLOT-IDX) IS NUMERIC
               AND FBL-PRECEDENCE (FBL-SLOT-IDX) > 0
               MOVE FBL-PRECEDENCE (FBL-SLOT-IDX)
                   TO FB-PRECEDENCE (FBL-FILL-IDX)
           ELSE
               MOVE FBL-SLOT-IDX TO FB-PRECEDENCE (FBL-FILL-IDX)
           END-IF
           IF FBL-OVERRIDE (FBL-SLOT-IDX) = "Y"
               MOVE "Y" TO FB-OVERRIDE (FBL-FILL-IDX)
           ELSE
               MOVE "N" TO FB-OVERRIDE (FBL-FILL-IDX)
           END-IF
           EXIT.

       SCAN-MASTER SECTION.
           OPEN I-O FB-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PURGE-MODE = "Y"
               PERFORM OPEN-FB-JOURNAL
           END-IF
           PERFORM READ-MASTER-NEXT
           PERFORM CHECK-MASTER-RECORD UNTIL WS-MASTER-EOF = "Y"
           CLOSE FB-MASTER
           IF WS-PURGE-MODE = "Y"
               CLOSE FB-JOURNAL
           END-IF
           EXIT.

       OPEN-FB-JOURNAL SECTION.
      *    A purge FBRECOV could not reverse is not run at all.
           OPEN EXTEND FB-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT FB-JOURNAL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               MOVE "FBJRNL NOT AVAILABLE - NOTHING PURGED OR CHECKED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE FB-MASTER
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       WRITE-JOURNAL-ENTRY SECTION.
      *    The before image goes out ahead of the delete; a journal
      *    that cannot be written stops the purging for the rest of
      *    the run.
           MOVE RUNHDR-RUN-DATE TO JRN-BUS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO JRN-PROGRAM
           MOVE RUNHDR-RUN-DATE TO JRN-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO JRN-RUN-TIME
           MOVE "D" TO JRN-ACTION
           MOVE FBM-NUMBER TO JRN-NUMBER
           MOVE FBMASTER-RECORD TO JRN-BEFORE-IMAGE
           WRITE FBJOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "FBJRNL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS " - PURGE STOPPED AT NUMBER "
                   FBM-NUMBER
               MOVE "Y" TO WS-JRNL-FAILED
           END-IF
           EXIT.

       READ-MASTER-NEXT SECTION.
           MOVE FBM-NUMBER TO WS-STL-NUMBER
           MOVE FBM-RESULT TO WS-STL-RESULT
           MOVE FBM-RUN-DATE TO WS-STL-RUN-DATE
           IF WS-PURGE-MODE = "Y" AND WS-JRNL-FAILED = "N"
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN WS-PURGE-MODE NOT = "Y"
                   MOVE "REPORT ONLY - RERUN WITH PURGE CARD TO REMOVE"
                       TO WS-STL-ACTION
               WHEN WS-JRNL-FAILED = "Y"
                   MOVE "** NOT PURGED - FBJRNL WRITE FAILED **"
                       TO WS-STL-ACTION
               WHEN OTHER
                   DELETE FB-MASTER
                   IF WS-MASTER-STATUS = "00"
                       ADD 1 TO WS-PURGED-COUNT
                       MOVE "PURGED" TO WS-STL-ACTION
                   ELSE
                       MOVE "** DELETE FAILED - RECORD KEPT **"
                           TO WS-STL-ACTION
                   END-IF
           END-EVALUATE
           MOVE WS-STALE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       CHECK-RULE-CONSISTENCY SECTION.
      *    Re-derives the classification through FBCLASS, the routine
      *    FIZZBUZZ's PROCESS-NUMBER builds it with - rule types,
      *    precedence and override rules applied the same way, spaces
      *    for a plain number - so a kept record whose stored result
      *    the current rules would not produce is itemized.
           MOVE FBM-NUMBER TO FBC-NUMBER
           CALL "FBCLASS" USING FBC-PARM
           MOVE FBC-RESULT TO WS-DERIVED-RESULT
           IF WS-DERIVED-RESULT NOT = FBM-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE FBM-NUMBER TO WS-MSM-NUMBER
       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RETENTION BUSINESS DAYS   : " TO WS-STAT-LABEL
           MOVE WS-RETENTION-DAYS TO WS-STAT-VALUE
           MOVE WS-STAT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
