      * master. The master is append-only: every transaction lands as
      * a new dated, operator-stamped version, so a quarterly divisor
      * change is a data change with an audit trail instead of a
      * recompile of FIZZBUZZ and FBINQ. A rule is a divisor test, a
      * contains-digit test or a range band, with a precedence and an
      * override indicator; all are edited here before anything is
      * queued. Four-eyes control: an edited
      * transaction is only queued PENDING on PENDCHG with the
      * submitting supervisor's ID; it reaches the master when a V
      * transaction from a different supervisor approves it, and the
      * new version carries both IDs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "RULERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMBER
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One transaction per line from the supervisor: action A=add
      *    C=change D=delete, effective-from date, rule slot 1-9,
      *    divisor and label (blank on a delete), and the supervisor
      *    ID that goes on the master's update stamp. V=approve
      *    carries the six-digit pending number where the date goes
      *    and the approving supervisor's ID in the usual place.
      *    After the supervisor ID, on an add or change: rule type
      *    (D divisor - also when blank, C contains-digit, R range
      *    band), the digit for C, the band low and high for R
      *    (seven digits each), precedence 1-9 (blank = the slot)
      *    and override Y/N (blank = N).
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-ADD VALUE "A".
               88 TRAN-CHANGE VALUE "C".
               88 TRAN-DELETE VALUE "D".
               88 TRAN-APPROVE VALUE "V".
           05 FILLER PIC X.
           05 TRAN-EFF-DATE PIC X(8).
           05 TRAN-APPROVE-REF REDEFINES TRAN-EFF-DATE.
               10 TRAN-PEND-NO PIC X(6).
               10 FILLER PIC XX.
           05 FILLER PIC X.
           05 TRAN-SEQ PIC X.
           05 FILLER PIC X.
           05 TRAN-LABEL PIC X(8).
           05 FILLER PIC X.
           05 TRAN-SUPERVISOR PIC X(8).
           05 FILLER PIC X.
           05 TRAN-TYPE PIC X.
               88 TRAN-DIVISOR-RULE VALUE "D" " ".
               88 TRAN-DIGIT-RULE VALUE "C".
               88 TRAN-RANGE-RULE VALUE "R".
           05 FILLER PIC X.
           05 TRAN-DIGIT PIC X.
           05 FILLER PIC X.
           05 TRAN-RANGE-LOW PIC X(7).
           05 FILLER PIC X.
           05 TRAN-RANGE-HIGH PIC X(7).
           05 FILLER PIC X.
           05 TRAN-PRECEDENCE PIC X.
           05 FILLER PIC X.
           05 TRAN-OVERRIDE PIC X.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD  PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-CHANGE-COUNT PIC 999 VALUE 0.
       01 WS-DELETE-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.
       01 WS-SUBMIT-COUNT PIC 999 VALUE 0.
       01 WS-APPROVE-COUNT PIC 999 VALUE 0.
       01 WS-PEND-STATUS PIC XX.
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-NEXT-PEND-NO PIC 9(6) VALUE 1.
       01 WS-APPROVER PIC X(8) VALUE SPACES.
       01 WS-PEND-NOTE PIC X(115).
       01 WS-VER-IDX PIC 999.
       01 WS-VER-COUNT PIC 999 VALUE 0.
       01 WS-CUR-IDX PIC 999 VALUE 0.
               10 WS-VER-DIVISOR PIC 9(3).
               10 WS-VER-LABEL PIC X(8).
               10 WS-VER-ACTIVE PIC X.
               10 WS-VER-TYPE PIC X.
               10 WS-VER-DIGIT PIC 9.
               10 WS-VER-RANGE-LOW PIC 9(7).
               10 WS-VER-RANGE-HIGH PIC 9(7).
               10 WS-VER-PRECEDENCE PIC 9.
               10 WS-VER-OVERRIDE PIC X.
      *    A rule's test in words for the report images.
       01 WS-RULE-DESC.
           05 WS-DSC-TYPE PIC X.
           05 WS-DSC-DIVISOR PIC 9(3).
           05 WS-DSC-DIGIT PIC 9.
           05 WS-DSC-RANGE-LOW PIC 9(7).
           05 WS-DSC-RANGE-HIGH PIC 9(7).
       01 WS-DSC-TEXT PIC X(22).

       01 WS-HEAD-1.
           05 FILLER PIC X(40)
           05 WS-TRN-LABEL PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-SUPERVISOR PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-TYPE PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-DIGIT PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-RANGE-LOW PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TRN-RANGE-HIGH PIC X(7).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-PRECEDENCE PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-OVERRIDE PIC X.
           05 FILLER PIC X(57) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-SEQ PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-LABEL PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-TEST PIC X(22).
           05 FILLER PIC XX VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PREC ".
           05 WS-IMG-PRECEDENCE PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-OVERRIDE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EFFECTIVE ".
           05 WS-IMG-EFF-DATE PIC X(8).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-PENDING-LINE.
           05 WS-PNL-TAG PIC X(9).
           05 WS-PNL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-PNL-NOTE PIC X(115).
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-RULE-MASTER
           PERFORM OPEN-MASTER-EXTEND
           PERFORM OPEN-PENDING-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM READ-TRAN-FILE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE PENDING-FILE
           CLOSE RULE-MASTER
           CLOSE REPORT-FILE
           STOP RUN.
           EXIT.

       COLLECT-RULE-VERSION SECTION.
           PERFORM DEFAULT-OLD-VERSION
           IF WS-VER-COUNT < 200
               ADD 1 TO WS-VER-COUNT
               MOVE RUL-EFF-DATE TO WS-VER-EFF-DATE (WS-VER-COUNT)
               MOVE RUL-DIVISOR TO WS-VER-DIVISOR (WS-VER-COUNT)
               MOVE RUL-LABEL TO WS-VER-LABEL (WS-VER-COUNT)
               MOVE RUL-ACTIVE TO WS-VER-ACTIVE (WS-VER-COUNT)
               MOVE RUL-TYPE TO WS-VER-TYPE (WS-VER-COUNT)
               MOVE RUL-DIGIT TO WS-VER-DIGIT (WS-VER-COUNT)
               MOVE RUL-RANGE-LOW TO WS-VER-RANGE-LOW (WS-VER-COUNT)
               MOVE RUL-RANGE-HIGH
                   TO WS-VER-RANGE-HIGH (WS-VER-COUNT)
               MOVE RUL-PRECEDENCE
                   TO WS-VER-PRECEDENCE (WS-VER-COUNT)
               MOVE RUL-OVERRIDE TO WS-VER-OVERRIDE (WS-VER-COUNT)
           END-IF
           PERFORM READ-RULE-MASTER
           EXIT.

       DEFAULT-OLD-VERSION SECTION.
      *    A version written before rule types existed is a divisor
      *    rule ranked by its slot, and is carried forward that way
      *    when it is changed or ended.
           IF RUL-TYPE = SPACE
               MOVE "D" TO RUL-TYPE
               MOVE 0 TO RUL-DIGIT RUL-RANGE-LOW RUL-RANGE-HIGH
           END-IF
           IF RUL-PRECEDENCE NOT NUMERIC OR RUL-PRECEDENCE = 0
               MOVE RUL-SEQ TO RUL-PRECEDENCE
           END-IF
           IF NOT RUL-IS-OVERRIDE
               MOVE "N" TO RUL-OVERRIDE
           END-IF
           EXIT.

       OPEN-MASTER-EXTEND SECTION.
           OPEN EXTEND RULE-MASTER
           IF WS-RULE-STATUS = "35"
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
               CLOSE RULE-MASTER
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
      *    A/C/D are edited and queued; only an approval applies
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
           MOVE "FBRULMST" TO PND-MASTER
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
      *    if it no longer fits (slot taken meanwhile) the change is
      *    closed FAILED and has to be resubmitted.
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
               WHEN PND-MASTER NOT = "FBRULMST"
                   MOVE "NOT A RULE MASTER CHANGE" TO WS-REJECT-REASON
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
               PERFORM FIND-CURRENT-VERSION
                       PERFORM APPLY-RULE-DELETE
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
      *    Same shape of edits OPERMNT applies: a usable action and
      *    key, and on add/change a rule FBCLASS can actually apply -
      *    a known type with a usable test (a divisor it can divide
      *    by, a single digit, a band whose low end is not above its
      *    high end), a precedence 1-9 and an override Y or N. The
      *    supervisor ID is mandatory - it is the audit trail.
           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-DELETE)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND NOT (TRAN-DIVISOR-RULE OR TRAN-DIGIT-RULE
                   OR TRAN-RANGE-RULE)
               MOVE "BAD RULE TYPE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-DIVISOR-RULE
               AND (TRAN-DIVISOR NOT NUMERIC
                   OR TRAN-DIVISOR = "000")
               MOVE "BAD DIVISOR" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-DIGIT-RULE
               AND TRAN-DIGIT NOT NUMERIC
               MOVE "BAD DIGIT" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-RANGE-RULE
               AND (TRAN-RANGE-LOW NOT NUMERIC
                   OR TRAN-RANGE-HIGH NOT NUMERIC)
               MOVE "BAD RANGE BAND" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-RANGE-RULE
               AND TRAN-RANGE-LOW > TRAN-RANGE-HIGH
               MOVE "BAND LOW ABOVE HIGH" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-PRECEDENCE NOT = SPACE
               AND (TRAN-PRECEDENCE < "1" OR TRAN-PRECEDENCE > "9")
               MOVE "PRECEDENCE NOT 1-9" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND NOT (TRAN-OVERRIDE = SPACE OR "Y" OR "N")
               MOVE "OVERRIDE NOT Y OR N" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT TRAN-DELETE
               AND TRAN-LABEL = SPACES
               MOVE TRAN-SEQ TO RUL-SEQ
               MOVE WS-VER-DIVISOR (WS-CUR-IDX) TO RUL-DIVISOR
               MOVE WS-VER-LABEL (WS-CUR-IDX) TO RUL-LABEL
               MOVE WS-VER-TYPE (WS-CUR-IDX) TO RUL-TYPE
               MOVE WS-VER-DIGIT (WS-CUR-IDX) TO RUL-DIGIT
               MOVE WS-VER-RANGE-LOW (WS-CUR-IDX) TO RUL-RANGE-LOW
               MOVE WS-VER-RANGE-HIGH (WS-CUR-IDX) TO RUL-RANGE-HIGH
               MOVE WS-VER-PRECEDENCE (WS-CUR-IDX) TO RUL-PRECEDENCE
               MOVE WS-VER-OVERRIDE (WS-CUR-IDX) TO RUL-OVERRIDE
               MOVE "N" TO RUL-ACTIVE
               PERFORM STAMP-AND-WRITE-VERSION
               ADD 1 TO WS-DELETE-COUNT
           MOVE SPACES TO RULE-MASTER-RECORD
           MOVE TRAN-EFF-DATE TO RUL-EFF-DATE
           MOVE TRAN-SEQ TO RUL-SEQ
           MOVE TRAN-LABEL TO RUL-LABEL
           MOVE "Y" TO RUL-ACTIVE
      *    Only the test of the rule's own type is kept; the others
      *    are zero.
           MOVE 0 TO RUL-DIVISOR RUL-DIGIT RUL-RANGE-LOW
               RUL-RANGE-HIGH
           EVALUATE TRUE
               WHEN TRAN-DIGIT-RULE
                   MOVE "C" TO RUL-TYPE
                   MOVE TRAN-DIGIT TO RUL-DIGIT
               WHEN TRAN-RANGE-RULE
                   MOVE "R" TO RUL-TYPE
                   MOVE TRAN-RANGE-LOW TO RUL-RANGE-LOW
                   MOVE TRAN-RANGE-HIGH TO RUL-RANGE-HIGH
               WHEN OTHER
                   MOVE "D" TO RUL-TYPE
                   MOVE TRAN-DIVISOR TO RUL-DIVISOR
           END-EVALUATE
           IF TRAN-PRECEDENCE = SPACE
               MOVE TRAN-SEQ TO RUL-PRECEDENCE
           ELSE
               MOVE TRAN-PRECEDENCE TO RUL-PRECEDENCE
           END-IF
           IF TRAN-OVERRIDE = "Y"
               MOVE "Y" TO RUL-OVERRIDE
           ELSE
               MOVE "N" TO RUL-OVERRIDE
           END-IF
           PERFORM STAMP-AND-WRITE-VERSION
           EXIT.

           MOVE RUNHDR-RUN-DATE TO RUL-UPD-DATE
           MOVE RUNHDR-RUN-TIME TO RUL-UPD-TIME
           MOVE TRAN-SUPERVISOR TO RUL-UPD-OPER
           MOVE WS-APPROVER TO RUL-UPD-APPR-OPER
           WRITE RULE-MASTER-RECORD
           IF WS-RULE-STATUS NOT = "00"
               MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
               MOVE RUL-DIVISOR TO WS-VER-DIVISOR (WS-VER-COUNT)
               MOVE RUL-LABEL TO WS-VER-LABEL (WS-VER-COUNT)
               MOVE RUL-ACTIVE TO WS-VER-ACTIVE (WS-VER-COUNT)
               MOVE RUL-TYPE TO WS-VER-TYPE (WS-VER-COUNT)
               MOVE RUL-DIGIT TO WS-VER-DIGIT (WS-VER-COUNT)
               MOVE RUL-RANGE-LOW TO WS-VER-RANGE-LOW (WS-VER-COUNT)
               MOVE RUL-RANGE-HIGH
                   TO WS-VER-RANGE-HIGH (WS-VER-COUNT)
               MOVE RUL-PRECEDENCE
                   TO WS-VER-PRECEDENCE (WS-VER-COUNT)
               MOVE RUL-OVERRIDE TO WS-VER-OVERRIDE (WS-VER-COUNT)
           END-IF
           EXIT.

           MOVE TRAN-DIVISOR TO WS-TRN-DIVISOR
           MOVE TRAN-LABEL TO WS-TRN-LABEL
           MOVE TRAN-SUPERVISOR TO WS-TRN-SUPERVISOR
           MOVE TRAN-TYPE TO WS-TRN-TYPE
           MOVE TRAN-DIGIT TO WS-TRN-DIGIT
           MOVE TRAN-RANGE-LOW TO WS-TRN-RANGE-LOW
           MOVE TRAN-RANGE-HIGH TO WS-TRN-RANGE-HIGH
           MOVE TRAN-PRECEDENCE TO WS-TRN-PRECEDENCE
           MOVE TRAN-OVERRIDE TO WS-TRN-OVERRIDE
           MOVE WS-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.
       WRITE-BEFORE-IMAGE SECTION.
           MOVE "BEFORE " TO WS-IMG-TAG
           MOVE WS-VER-SEQ (WS-CUR-IDX) TO WS-IMG-SEQ
           MOVE WS-VER-LABEL (WS-CUR-IDX) TO WS-IMG-LABEL
           MOVE WS-VER-TYPE (WS-CUR-IDX) TO WS-DSC-TYPE
           MOVE WS-VER-DIVISOR (WS-CUR-IDX) TO WS-DSC-DIVISOR
           MOVE WS-VER-DIGIT (WS-CUR-IDX) TO WS-DSC-DIGIT
           MOVE WS-VER-RANGE-LOW (WS-CUR-IDX) TO WS-DSC-RANGE-LOW
           MOVE WS-VER-RANGE-HIGH (WS-CUR-IDX) TO WS-DSC-RANGE-HIGH
           PERFORM DESCRIBE-RULE-TEST
           MOVE WS-DSC-TEXT TO WS-IMG-TEST
           MOVE WS-VER-PRECEDENCE (WS-CUR-IDX) TO WS-IMG-PRECEDENCE
           IF WS-VER-OVERRIDE (WS-CUR-IDX) = "Y"
               MOVE "OVERRIDE" TO WS-IMG-OVERRIDE
           ELSE
               MOVE SPACES TO WS-IMG-OVERRIDE
           END-IF
           MOVE WS-VER-EFF-DATE (WS-CUR-IDX) TO WS-IMG-EFF-DATE
           MOVE WS-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       WRITE-AFTER-IMAGE SECTION.
           MOVE "AFTER  " TO WS-IMG-TAG
           MOVE RUL-SEQ TO WS-IMG-SEQ
           MOVE RUL-TYPE TO WS-DSC-TYPE
           MOVE RUL-DIVISOR TO WS-DSC-DIVISOR
           MOVE RUL-DIGIT TO WS-DSC-DIGIT
           MOVE RUL-RANGE-LOW TO WS-DSC-RANGE-LOW
           MOVE RUL-RANGE-HIGH TO WS-DSC-RANGE-HIGH
           PERFORM DESCRIBE-RULE-TEST
           MOVE WS-DSC-TEXT TO WS-IMG-TEST
           MOVE RUL-PRECEDENCE TO WS-IMG-PRECEDENCE
           IF RUL-IS-OVERRIDE
               MOVE "OVERRIDE" TO WS-IMG-OVERRIDE
           ELSE
               MOVE SPACES TO WS-IMG-OVERRIDE
           END-IF
           IF RUL-IS-DELETED
               MOVE "(ENDED)" TO WS-IMG-LABEL
           ELSE
           WRITE REPORT-RECORD
           EXIT.

       DESCRIBE-RULE-TEST SECTION.
           MOVE SPACES TO WS-DSC-TEXT
           EVALUATE WS-DSC-TYPE
               WHEN "C"
                   STRING "CONTAINS DIGIT " DELIMITED BY SIZE
                           WS-DSC-DIGIT DELIMITED BY SIZE
                       INTO WS-DSC-TEXT
               WHEN "R"
                   STRING "BAND " DELIMITED BY SIZE
                           WS-DSC-RANGE-LOW DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-DSC-RANGE-HIGH DELIMITED BY SIZE
                       INTO WS-DSC-TEXT
               WHEN OTHER
                   STRING "DIVISIBLE BY " DELIMITED BY SIZE
                           WS-DSC-DIVISOR DELIMITED BY SIZE
                       INTO WS-DSC-TEXT
           END-EVALUATE
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
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
           MOVE "RULES ADDED           : " TO WS-CNT-LABEL
           MOVE WS-ADD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
