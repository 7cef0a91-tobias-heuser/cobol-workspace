       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSIM.
      *****************************************************************
      * What-if simulation of a proposed classification rule change,
      * run before the change goes into FBRULMST so the analytics
      * team can sign it off ahead of its effective date. Reads the
      * proposed transactions (SIMTRAN, RULETRAN layout, same edits
      * as FBRULMNT) and applies them in memory on top of the master
      * versions; nothing is written to FBRULMST or FBMASTER - both
      * are opened for input only. Then, comparing the rules in
      * effect on the simulation date with and without the
      * proposals:
      *   - every FBMASTER number is re-derived both ways and the
      *     movements are counted from-classification to-
      *     classification, with sample numbers;
      *   - the last seven nights on FBHIST are re-derived both ways
      *     over the range FIZZBUZZ logged on AUDITLOG for that night
      *     and printed per category next to the recorded counts.
      * The simulation date is the latest proposed effective date
      * (today if that is earlier). RC 4 = proposals rejected;
      * RC 8 = no SIMTRAN, nothing simulated.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-MASTER ASSIGN TO "FBRULMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "SIMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT FB-MASTER ASSIGN TO "FBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FBM-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-MASTER.
           COPY FBRULREC.

       FD  TRAN-FILE.
      *    FBRULMNT's RULETRAN layout, so the very file that will be
      *    submitted can be simulated first: action A/C/D, effective
      *    date, rule slot, divisor, label, supervisor ID, then rule
      *    type, digit, band low and high, precedence and override.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-ADD VALUE "A".
               88 TRAN-CHANGE VALUE "C".
               88 TRAN-DELETE VALUE "D".
           05 FILLER PIC X.
           05 TRAN-EFF-DATE PIC X(8).
           05 FILLER PIC X.
           05 TRAN-SEQ PIC X.
           05 FILLER PIC X.
           05 TRAN-DIVISOR PIC X(3).
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

       FD  FB-MASTER.
           COPY FBMSTRC.

       FD  HISTORY-FILE.
      *    FBTREND's FBHIST layout.
       01 HISTORY-RECORD.
           05 HIST-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 HIST-SHIFT PIC X(10).
           05 FILLER PIC X.
           05 HIST-LABEL PIC X(8).
           05 FILLER PIC X.
           05 HIST-COUNT PIC 9(7).
      *    T on a row written by a rehearsal run (MODEPARM.CPY).
           05 FILLER PIC X.
           05 HIST-RUN-MODE PIC X.
               88 HIST-REHEARSAL VALUE "T".

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-TRAN-EOF PIC X VALUE "N".
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-HIST-EOF PIC X VALUE "N".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(30).
       01 WS-ACCEPT-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.
       01 WS-SIM-DATE PIC X(8).
       01 WS-INCLUDE-PROPOSED PIC X.
       01 WS-VER-IDX PIC 999.
       01 WS-VER-COUNT PIC 999 VALUE 0.
       01 WS-CUR-IDX PIC 999 VALUE 0.
      *    Master versions plus the proposals (WS-VER-PROPOSED = Y),
      *    held in core exactly as FBRULMNT holds the master.
       01 WS-VERSION-TABLE.
           05 WS-VERSION OCCURS 200 TIMES.
               10 WS-VER-EFF-DATE PIC X(8).
               10 WS-VER-SEQ PIC 9.
               10 WS-VER-DIVISOR PIC 9(3).
               10 WS-VER-LABEL PIC X(8).
               10 WS-VER-ACTIVE PIC X.
               10 WS-VER-PROPOSED PIC X.
               10 WS-VER-TYPE PIC X.
               10 WS-VER-DIGIT PIC 9.
               10 WS-VER-RANGE-LOW PIC 9(7).
               10 WS-VER-RANGE-HIGH PIC 9(7).
               10 WS-VER-PRECEDENCE PIC 9.
               10 WS-VER-OVERRIDE PIC X.
      *    The compiled FBRULES.CPY defaults, saved before FB-RULE is
      *    reused to build each table; FIZZBUZZ falls back to them
      *    when no rule is in effect, so the simulation does too.
       01 WS-DEFAULT-RULES PIC X(261).
       01 WS-DEFAULT-COUNT PIC 9.
       01 WS-CUR-RULES PIC X(261).
       01 WS-CUR-COUNT PIC 9.
       01 WS-PRP-RULES PIC X(261).
       01 WS-PRP-COUNT PIC 9.
      *    The classification is run through FBCLASS against
      *    WS-CUR-RULES or WS-PRP-RULES moved into FBC-RULE-TABLE.
       01 WS-CLS-NUMBER PIC 9(7).
       01 WS-CLS-RESULT PIC X(8).
       01 WS-CLS-CATEGORY PIC X(8).
       01 FB-IDX PIC 99.
      *    A rule's test in words for the rule comparison.
       01 WS-RULE-DESC.
           05 WS-DSC-TYPE PIC X.
           05 WS-DSC-DIVISOR PIC 9(3).
           05 WS-DSC-DIGIT PIC 9.
           05 WS-DSC-RANGE-LOW PIC 9(7).
           05 WS-DSC-RANGE-HIGH PIC 9(7).
       01 WS-DSC-TEXT PIC X(22).
       01 WS-DSC-FLAGS PIC X(15).
       01 WS-CUR-RESULT PIC X(8).
       01 WS-PRP-RESULT PIC X(8).
       01 WS-CUR-CATEGORY PIC X(8).
       01 WS-PRP-CATEGORY PIC X(8).
       01 WS-MASTER-READ PIC 9(7) VALUE 0.
       01 WS-MASTER-MOVED PIC 9(7) VALUE 0.
       01 WS-MASTER-STALE PIC 9(7) VALUE 0.
       01 WS-MOVE-IDX PIC 99.
       01 WS-MOVE-MATCH PIC 99.
       01 WS-MOVE-COUNT PIC 99 VALUE 0.
       01 WS-MOVE-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-SAMPLE-IDX PIC 9.
      *    One slot per from/to pair, with the first five numbers
      *    that make the move as samples.
       01 WS-MOVE-TABLE.
           05 WS-MOVE OCCURS 50 TIMES.
               10 WS-MOV-FROM PIC X(8).
               10 WS-MOV-TO PIC X(8).
               10 WS-MOV-COUNT PIC 9(7).
               10 WS-MOV-SAMPLES PIC 9.
               10 WS-MOV-SAMPLE PIC 9(7) OCCURS 5 TIMES.
       01 WS-NIGHT-IDX PIC 9.
       01 WS-NIGHT-COUNT PIC 9 VALUE 0.
       01 WS-ROW-IDX PIC 99.
       01 WS-RANGE-TEXT PIC X(34).
       01 WS-START-TEXT PIC X(20).
       01 WS-END-TEXT PIC X(20).
      *    The last seven distinct FBHIST dates, oldest first, with
      *    their recorded rows (summed across shifts) and the range
      *    FIZZBUZZ logged for the date.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT OCCURS 7 TIMES.
               10 WS-NGT-DATE PIC X(8).
               10 WS-NGT-RANGE-FOUND PIC X.
               10 WS-NGT-START PIC 9(7).
               10 WS-NGT-END PIC 9(7).
               10 WS-NGT-QUEUE PIC 9(7).
               10 WS-NGT-ROWS PIC 99.
               10 WS-NGT-ROW OCCURS 12 TIMES.
                   15 WS-NGT-LABEL PIC X(8).
                   15 WS-NGT-COUNT PIC 9(7).
       01 WS-CAT-IDX PIC 99.
       01 WS-CAT-MATCH PIC 99.
       01 WS-CAT-COUNT PIC 99.
       01 WS-CAT-LABEL-WANTED PIC X(8).
      *    One night's categories: recorded on FBHIST, re-derived
      *    under the current rules, re-derived under the proposal.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY OCCURS 24 TIMES.
               10 WS-CAT-LABEL PIC X(8).
               10 WS-CAT-RECORDED PIC 9(7).
               10 WS-CAT-CURRENT PIC 9(7).
               10 WS-CAT-PROPOSED PIC 9(7).

       01 WS-HEAD-1.
           05 FILLER PIC X(44)
               VALUE "RULE CHANGE WHAT-IF SIMULATION - RUN OF     ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(75) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "FBSIM".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-TRAN-LINE.
           05 FILLER PIC X(7) VALUE "TRAN:  ".
           05 WS-TRN-ACTION PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-EFF-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-SEQ PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-DIVISOR PIC X(3).
           05 FILLER PIC XX VALUE SPACES.
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
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
       01 WS-TITLE-LINE PIC X(132).
       01 WS-RULE-HEAD.
           05 FILLER PIC X(8) VALUE "RULE".
           05 FILLER PIC X(51) VALUE "CURRENT".
           05 FILLER PIC X(73) VALUE "PROPOSED".
       01 WS-RULE-LINE.
           05 WS-RLL-IDX PIC 9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-RLL-CUR-LABEL PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RLL-CUR-TEST PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RLL-CUR-FLAGS PIC X(15).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RLL-PRP-LABEL PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RLL-PRP-TEST PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RLL-PRP-FLAGS PIC X(15).
           05 FILLER PIC X(26) VALUE SPACES.
       01 WS-MOVE-HEAD.
           05 FILLER PIC X(10) VALUE "FROM".
           05 FILLER PIC X(10) VALUE "TO".
           05 FILLER PIC X(10) VALUE "NUMBERS".
           05 FILLER PIC X(102) VALUE "SAMPLES".
       01 WS-MOVE-LINE.
           05 WS-MVL-FROM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-MVL-TO PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-MVL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-MVL-SAMPLE OCCURS 5 TIMES.
               10 WS-MVL-SAMPLE-NO PIC X(7).
               10 FILLER PIC X.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-NIGHT-HEAD.
           05 FILLER PIC X(6) VALUE "NIGHT ".
           05 WS-NTH-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "  RANGE ".
           05 WS-NTH-RANGE PIC X(15).
           05 FILLER PIC X(8) VALUE "  QUEUE ".
           05 WS-NTH-QUEUE PIC X(7).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTH-NOTE PIC X(78).
       01 WS-CAT-HEAD.
           05 FILLER PIC X(10) VALUE "CATEGORY".
           05 FILLER PIC X(10) VALUE "RECORDED".
           05 FILLER PIC X(10) VALUE "CURRENT".
           05 FILLER PIC X(10) VALUE "PROPOSED".
           05 FILLER PIC X(92) VALUE "MOVE".
       01 WS-CAT-LINE.
           05 WS-CTL-LABEL PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CTL-RECORDED PIC ZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-CTL-CURRENT PIC ZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-CTL-PROPOSED PIC ZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-CTL-MOVE PIC ++++++9.
           05 FILLER PIC X(84) VALUE SPACES.
       01 WS-MOVE-DIFF PIC S9(7).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZZZ9.
           05 FILLER PIC X(97) VALUE SPACES.
       01 WS-DATE-LINE.
           05 WS-DATE-LABEL PIC X(28).
           05 WS-DATE-VALUE PIC X(8).
           05 FILLER PIC X(96) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY FBRULES.
           COPY FBCPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-RULE-VERSIONS
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "SIMTRAN NOT AVAILABLE - NOTHING SIMULATED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROPOSED RULE TRANSACTIONS" TO WS-TITLE-LINE
           PERFORM WRITE-TITLE-LINE
           PERFORM READ-TRAN-FILE
           PERFORM APPLY-PROPOSAL UNTIL WS-TRAN-EOF = "Y"
           CLOSE TRAN-FILE
           PERFORM BUILD-RULE-TABLES
           PERFORM WRITE-RULE-COMPARISON
           PERFORM SIMULATE-MASTER
           PERFORM WRITE-MOVEMENT-BLOCK
           PERFORM LOAD-HISTORY-NIGHTS
           PERFORM FIND-NIGHT-RANGES
           PERFORM SIMULATE-ONE-NIGHT VARYING WS-NIGHT-IDX FROM 1
               BY 1 UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "FBSIM" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           MOVE RUNHDR-RUN-DATE TO WS-SIM-DATE
           MOVE FB-RULE-TABLE TO WS-DEFAULT-RULES
           MOVE FB-RULE-COUNT TO WS-DEFAULT-COUNT
           EXIT.

       LOAD-RULE-VERSIONS SECTION.
      *    Input only - the master is never opened for output here.
           OPEN INPUT RULE-MASTER
           IF WS-RULE-STATUS = "00"
               PERFORM READ-RULE-MASTER
               PERFORM COLLECT-RULE-VERSION UNTIL WS-RULE-EOF = "Y"
               CLOSE RULE-MASTER
           END-IF
           EXIT.

       READ-RULE-MASTER SECTION.
           READ RULE-MASTER
               AT END
                   MOVE "Y" TO WS-RULE-EOF
           END-READ
           EXIT.

       COLLECT-RULE-VERSION SECTION.
           IF WS-VER-COUNT < 200
               AND RUL-SEQ IS NUMERIC AND RUL-SEQ > 0
               PERFORM DEFAULT-OLD-VERSION
               ADD 1 TO WS-VER-COUNT
               MOVE RUL-EFF-DATE TO WS-VER-EFF-DATE (WS-VER-COUNT)
               MOVE RUL-SEQ TO WS-VER-SEQ (WS-VER-COUNT)
               MOVE RUL-DIVISOR TO WS-VER-DIVISOR (WS-VER-COUNT)
               MOVE RUL-LABEL TO WS-VER-LABEL (WS-VER-COUNT)
               MOVE RUL-ACTIVE TO WS-VER-ACTIVE (WS-VER-COUNT)
               MOVE "N" TO WS-VER-PROPOSED (WS-VER-COUNT)
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
      *    As FBRULMNT: a version from before rule types is a divisor
      *    rule ranked by its slot.
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

       READ-TRAN-FILE SECTION.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF
           END-READ
           EXIT.

       APPLY-PROPOSAL SECTION.
      *    Edited and checked against the versions exactly as
      *    FBRULMNT would on approval, but only added to the table in
      *    core.
           PERFORM WRITE-TRAN-LINE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-CURRENT-VERSION
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       IF WS-CUR-IDX > 0
                           AND WS-VER-ACTIVE (WS-CUR-IDX) = "Y"
                           MOVE "SLOT IN USE - USE CHANGE"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN TRAN-CHANGE
                       IF WS-CUR-IDX = 0
                           OR WS-VER-ACTIVE (WS-CUR-IDX) NOT = "Y"
                           MOVE "CHANGE TO UNKNOWN RULE"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN TRAN-DELETE
                       IF WS-CUR-IDX = 0
                           OR WS-VER-ACTIVE (WS-CUR-IDX) NOT = "Y"
                           MOVE "DELETE OF UNKNOWN RULE"
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-VER-COUNT >= 200
               MOVE "RULE TABLE FULL" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM ADD-PROPOSED-VERSION
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO WS-REJ-REASON
               MOVE WS-REJECT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       EDIT-TRANSACTION SECTION.
      *    FBRULMNT's edits, so a proposal that simulates cleanly
      *    will also be accepted for submission.
           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-DELETE)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-EFF-DATE NOT NUMERIC
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TRAN-SEQ < "1" OR TRAN-SEQ > "9")
               MOVE "RULE SLOT NOT 1-9" TO WS-REJECT-REASON
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
               MOVE "MISSING LABEL" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
           END-IF
           EXIT.

       FIND-CURRENT-VERSION SECTION.
           MOVE 0 TO WS-CUR-IDX
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-SEQ (WS-VER-IDX) = TRAN-SEQ
                   AND WS-VER-EFF-DATE (WS-VER-IDX) <= TRAN-EFF-DATE
                   IF WS-CUR-IDX = 0
                       OR WS-VER-EFF-DATE (WS-VER-IDX) >=
                           WS-VER-EFF-DATE (WS-CUR-IDX)
                       MOVE WS-VER-IDX TO WS-CUR-IDX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       ADD-PROPOSED-VERSION SECTION.
           ADD 1 TO WS-VER-COUNT
           ADD 1 TO WS-ACCEPT-COUNT
           MOVE TRAN-EFF-DATE TO WS-VER-EFF-DATE (WS-VER-COUNT)
           MOVE TRAN-SEQ TO WS-VER-SEQ (WS-VER-COUNT)
           MOVE "Y" TO WS-VER-PROPOSED (WS-VER-COUNT)
           IF TRAN-DELETE
               MOVE WS-VERSION (WS-CUR-IDX) TO WS-VERSION (WS-VER-COUNT)
               MOVE TRAN-EFF-DATE TO WS-VER-EFF-DATE (WS-VER-COUNT)
               MOVE "Y" TO WS-VER-PROPOSED (WS-VER-COUNT)
               MOVE "N" TO WS-VER-ACTIVE (WS-VER-COUNT)
           ELSE
               MOVE TRAN-LABEL TO WS-VER-LABEL (WS-VER-COUNT)
               MOVE "Y" TO WS-VER-ACTIVE (WS-VER-COUNT)
               PERFORM SET-PROPOSED-TEST
           END-IF
           IF TRAN-EFF-DATE > WS-SIM-DATE
               MOVE TRAN-EFF-DATE TO WS-SIM-DATE
           END-IF
           EXIT.

       SET-PROPOSED-TEST SECTION.
      *    The version exactly as FBRULMNT's APPEND-RULE-VERSION would
      *    write it.
           MOVE 0 TO WS-VER-DIVISOR (WS-VER-COUNT)
               WS-VER-DIGIT (WS-VER-COUNT)
               WS-VER-RANGE-LOW (WS-VER-COUNT)
               WS-VER-RANGE-HIGH (WS-VER-COUNT)
           EVALUATE TRUE
               WHEN TRAN-DIGIT-RULE
                   MOVE "C" TO WS-VER-TYPE (WS-VER-COUNT)
                   MOVE TRAN-DIGIT TO WS-VER-DIGIT (WS-VER-COUNT)
               WHEN TRAN-RANGE-RULE
                   MOVE "R" TO WS-VER-TYPE (WS-VER-COUNT)
                   MOVE TRAN-RANGE-LOW
                       TO WS-VER-RANGE-LOW (WS-VER-COUNT)
                   MOVE TRAN-RANGE-HIGH
                       TO WS-VER-RANGE-HIGH (WS-VER-COUNT)
               WHEN OTHER
                   MOVE "D" TO WS-VER-TYPE (WS-VER-COUNT)
                   MOVE TRAN-DIVISOR TO WS-VER-DIVISOR (WS-VER-COUNT)
           END-EVALUATE
           IF TRAN-PRECEDENCE = SPACE
               MOVE TRAN-SEQ TO WS-VER-PRECEDENCE (WS-VER-COUNT)
           ELSE
               MOVE TRAN-PRECEDENCE
                   TO WS-VER-PRECEDENCE (WS-VER-COUNT)
           END-IF
           IF TRAN-OVERRIDE = "Y"
               MOVE "Y" TO WS-VER-OVERRIDE (WS-VER-COUNT)
           ELSE
               MOVE "N" TO WS-VER-OVERRIDE (WS-VER-COUNT)
           END-IF
           EXIT.

       BUILD-RULE-TABLES SECTION.
      *    Same selection as every LOAD-RULE-TABLE: per slot the
      *    newest version not after the simulation date, active
      *    slots compacted, compiled defaults when nothing is in
      *    effect.
           MOVE "N" TO WS-INCLUDE-PROPOSED
           PERFORM BUILD-ONE-TABLE
           MOVE FB-RULE-TABLE TO WS-CUR-RULES
           MOVE FB-RULE-COUNT TO WS-CUR-COUNT
           MOVE "Y" TO WS-INCLUDE-PROPOSED
           PERFORM BUILD-ONE-TABLE
           MOVE FB-RULE-TABLE TO WS-PRP-RULES
           MOVE FB-RULE-COUNT TO WS-PRP-COUNT
           EXIT.

       BUILD-ONE-TABLE SECTION.
           MOVE WS-SIM-DATE TO FBL-WANTED-DATE
           MOVE "N" TO FBL-LOADED
           PERFORM VARYING FBL-SLOT-IDX FROM 1 BY 1
               UNTIL FBL-SLOT-IDX > 9
               MOVE SPACES TO FBL-EFF-DATE (FBL-SLOT-IDX)
               MOVE "N" TO FBL-ACTIVE (FBL-SLOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-PROPOSED (WS-VER-IDX) = "N"
                   OR WS-INCLUDE-PROPOSED = "Y"
                   PERFORM SELECT-RULE-VERSION
               END-IF
           END-PERFORM
           MOVE WS-DEFAULT-RULES TO FB-RULE-TABLE
           MOVE WS-DEFAULT-COUNT TO FB-RULE-COUNT
           MOVE 0 TO FBL-FILL-IDX
           PERFORM VARYING FBL-SLOT-IDX FROM 1 BY 1
               UNTIL FBL-SLOT-IDX > 9
               IF FBL-EFF-DATE (FBL-SLOT-IDX) NOT = SPACES
                   AND FBL-ACTIVE (FBL-SLOT-IDX) = "Y"
                   ADD 1 TO FBL-FILL-IDX
                   MOVE FBL-DIVISOR (FBL-SLOT-IDX)
                       TO FB-DIVISOR (FBL-FILL-IDX)
                   MOVE FBL-LABEL (FBL-SLOT-IDX)
                       TO FB-LABEL (FBL-FILL-IDX)
                   MOVE FBL-TYPE (FBL-SLOT-IDX)
                       TO FB-TYPE (FBL-FILL-IDX)
                   MOVE FBL-DIGIT (FBL-SLOT-IDX)
                       TO FB-DIGIT (FBL-FILL-IDX)
                   MOVE FBL-RANGE-LOW (FBL-SLOT-IDX)
                       TO FB-RANGE-LOW (FBL-FILL-IDX)
                   MOVE FBL-RANGE-HIGH (FBL-SLOT-IDX)
                       TO FB-RANGE-HIGH (FBL-FILL-IDX)
                   MOVE FBL-PRECEDENCE (FBL-SLOT-IDX)
                       TO FB-PRECEDENCE (FBL-FILL-IDX)
                   MOVE FBL-OVERRIDE (FBL-SLOT-IDX)
                       TO FB-OVERRIDE (FBL-FILL-IDX)
               END-IF
           END-PERFORM
           IF FBL-FILL-IDX > 0
               PERFORM VARYING FB-IDX FROM FBL-FILL-IDX BY 1
                   UNTIL FB-IDX >= 9
                   MOVE SPACES TO FB-RULE (FB-IDX + 1)
                   MOVE 0 TO FB-DIVISOR (FB-IDX + 1)
               END-PERFORM
               MOVE FBL-FILL-IDX TO FB-RULE-COUNT
               MOVE "Y" TO FBL-LOADED
           END-IF
           EXIT.

       SELECT-RULE-VERSION SECTION.
      *    Later versions for the same date overwrite earlier ones,
      *    matching the append order of the master and proposals.
           IF WS-VER-EFF-DATE (WS-VER-IDX) IS NUMERIC
               AND WS-VER-EFF-DATE (WS-VER-IDX) <= FBL-WANTED-DATE
               MOVE WS-VER-SEQ (WS-VER-IDX) TO FBL-SLOT-IDX
               IF FBL-EFF-DATE (FBL-SLOT-IDX) = SPACES
                   OR WS-VER-EFF-DATE (WS-VER-IDX) >=
                       FBL-EFF-DATE (FBL-SLOT-IDX)
                   MOVE WS-VER-EFF-DATE (WS-VER-IDX)
                       TO FBL-EFF-DATE (FBL-SLOT-IDX)
                   MOVE WS-VER-DIVISOR (WS-VER-IDX)
                       TO FBL-DIVISOR (FBL-SLOT-IDX)
                   MOVE WS-VER-LABEL (WS-VER-IDX)
                       TO FBL-LABEL (FBL-SLOT-IDX)
                   MOVE WS-VER-ACTIVE (WS-VER-IDX)
                       TO FBL-ACTIVE (FBL-SLOT-IDX)
                   MOVE WS-VER-TYPE (WS-VER-IDX)
                       TO FBL-TYPE (FBL-SLOT-IDX)
                   MOVE WS-VER-DIGIT (WS-VER-IDX)
                       TO FBL-DIGIT (FBL-SLOT-IDX)
                   MOVE WS-VER-RANGE-LOW (WS-VER-IDX)
                       TO FBL-RANGE-LOW (FBL-SLOT-IDX)
                   MOVE WS-VER-RANGE-HIGH (WS-VER-IDX)
                       TO FBL-RANGE-HIGH (FBL-SLOT-IDX)
                   MOVE WS-VER-PRECEDENCE (WS-VER-IDX)
                       TO FBL-PRECEDENCE (FBL-SLOT-IDX)
                   MOVE WS-VER-OVERRIDE (WS-VER-IDX)
                       TO FBL-OVERRIDE (FBL-SLOT-IDX)
               END-IF
           END-IF
           EXIT.

       WRITE-RULE-COMPARISON SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TITLE-LINE
           STRING "RULES IN EFFECT ON " DELIMITED BY SIZE
                   WS-SIM-DATE DELIMITED BY SIZE
               INTO WS-TITLE-LINE
           PERFORM WRITE-TITLE-LINE
           MOVE WS-RULE-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING FB-IDX FROM 1 BY 1 UNTIL FB-IDX > 9
               IF FB-IDX <= WS-CUR-COUNT OR FB-IDX <= WS-PRP-COUNT
                   MOVE SPACES TO WS-RULE-LINE
                   MOVE FB-IDX TO WS-RLL-IDX
                   IF FB-IDX <= WS-CUR-COUNT
                       MOVE WS-CUR-RULES TO FBC-RULE-TABLE
                       PERFORM DESCRIBE-RULE
                       MOVE FBC-LABEL (FB-IDX) TO WS-RLL-CUR-LABEL
                       MOVE WS-DSC-TEXT TO WS-RLL-CUR-TEST
                       MOVE WS-DSC-FLAGS TO WS-RLL-CUR-FLAGS
                   END-IF
                   IF FB-IDX <= WS-PRP-COUNT
                       MOVE WS-PRP-RULES TO FBC-RULE-TABLE
                       PERFORM DESCRIBE-RULE
                       MOVE FBC-LABEL (FB-IDX) TO WS-RLL-PRP-LABEL
                       MOVE WS-DSC-TEXT TO WS-RLL-PRP-TEST
                       MOVE WS-DSC-FLAGS TO WS-RLL-PRP-FLAGS
                   END-IF
                   MOVE WS-RULE-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           EXIT.

       DESCRIBE-RULE SECTION.
      *    Rule FB-IDX of the table in FBC-RULE-TABLE: its test in
      *    words, its precedence and whether it overrides.
           MOVE FBC-TYPE (FB-IDX) TO WS-DSC-TYPE
           MOVE FBC-DIVISOR (FB-IDX) TO WS-DSC-DIVISOR
           MOVE FBC-DIGIT (FB-IDX) TO WS-DSC-DIGIT
           MOVE FBC-RANGE-LOW (FB-IDX) TO WS-DSC-RANGE-LOW
           MOVE FBC-RANGE-HIGH (FB-IDX) TO WS-DSC-RANGE-HIGH
           MOVE SPACES TO WS-DSC-TEXT WS-DSC-FLAGS
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
           IF FBC-OVERRIDE (FB-IDX) = "Y"
               STRING "PREC " DELIMITED BY SIZE
                       FBC-PRECEDENCE (FB-IDX) DELIMITED BY SIZE
                       " OVERRIDE" DELIMITED BY SIZE
                   INTO WS-DSC-FLAGS
           ELSE
               STRING "PREC " DELIMITED BY SIZE
                       FBC-PRECEDENCE (FB-IDX) DELIMITED BY SIZE
                   INTO WS-DSC-FLAGS
           END-IF
           EXIT.

       CLASSIFY-CURRENT SECTION.
           MOVE WS-CUR-RULES TO FBC-RULE-TABLE
           MOVE WS-CUR-COUNT TO FBC-RULE-COUNT
           PERFORM CLASSIFY-NUMBER
           MOVE WS-CLS-RESULT TO WS-CUR-RESULT
           MOVE WS-CLS-CATEGORY TO WS-CUR-CATEGORY
           EXIT.

       CLASSIFY-PROPOSED SECTION.
           MOVE WS-PRP-RULES TO FBC-RULE-TABLE
           MOVE WS-PRP-COUNT TO FBC-RULE-COUNT
           PERFORM CLASSIFY-NUMBER
           MOVE WS-CLS-RESULT TO WS-PRP-RESULT
           MOVE WS-CLS-CATEGORY TO WS-PRP-CATEGORY
           EXIT.

       CLASSIFY-NUMBER SECTION.
      *    FIZZBUZZ's PROCESS-NUMBER, through the same FBCLASS
      *    routine; the category is the one deciding rule's label,
      *    MULTI for two or more, PLAIN for none - the FBHIST
      *    categories.
           MOVE WS-CLS-NUMBER TO FBC-NUMBER
           CALL "FBCLASS" USING FBC-PARM
           MOVE FBC-RESULT TO WS-CLS-RESULT
           EVALUATE TRUE
               WHEN FBC-MATCH-COUNT = 0
                   MOVE "PLAIN   " TO WS-CLS-CATEGORY
               WHEN FBC-MATCH-COUNT = 1
                   MOVE FBC-LABEL (FBC-DECIDING-IDX)
                       TO WS-CLS-CATEGORY
               WHEN OTHER
                   MOVE "MULTI   " TO WS-CLS-CATEGORY
           END-EVALUATE
           EXIT.

       SIMULATE-MASTER SECTION.
      *    Input only - FBMASTER is read, never rewritten.
           OPEN INPUT FB-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "FBMASTER NOT AVAILABLE - NOT RE-DERIVED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-MASTER-NEXT
           PERFORM SIMULATE-MASTER-RECORD UNTIL WS-MASTER-EOF = "Y"
           CLOSE FB-MASTER
           EXIT.

       READ-MASTER-NEXT SECTION.
           READ FB-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
           END-READ
           EXIT.

       SIMULATE-MASTER-RECORD SECTION.
      *    The move is measured current rules against proposed rules
      *    on the same number, so it is the proposal's effect alone;
      *    a stored result the current rules would not produce is
      *    counted separately (FBMAINT itemizes those).
           ADD 1 TO WS-MASTER-READ
           MOVE FBM-NUMBER TO WS-CLS-NUMBER
           PERFORM CLASSIFY-CURRENT
           PERFORM CLASSIFY-PROPOSED
           IF WS-CUR-RESULT NOT = FBM-RESULT
               ADD 1 TO WS-MASTER-STALE
           END-IF
           IF WS-CUR-RESULT NOT = WS-PRP-RESULT
               ADD 1 TO WS-MASTER-MOVED
               PERFORM RECORD-MOVEMENT
           END-IF
           PERFORM READ-MASTER-NEXT
           EXIT.

       RECORD-MOVEMENT SECTION.
           IF WS-CUR-RESULT = SPACES
               MOVE "(PLAIN)" TO WS-CUR-RESULT
           END-IF
           IF WS-PRP-RESULT = SPACES
               MOVE "(PLAIN)" TO WS-PRP-RESULT
           END-IF
           MOVE 0 TO WS-MOVE-MATCH
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
               IF WS-MOV-FROM (WS-MOVE-IDX) = WS-CUR-RESULT
                   AND WS-MOV-TO (WS-MOVE-IDX) = WS-PRP-RESULT
                   MOVE WS-MOVE-IDX TO WS-MOVE-MATCH
               END-IF
           END-PERFORM
           IF WS-MOVE-MATCH = 0
               IF WS-MOVE-COUNT < 50
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE WS-MOVE-COUNT TO WS-MOVE-MATCH
                   MOVE WS-CUR-RESULT TO WS-MOV-FROM (WS-MOVE-MATCH)
                   MOVE WS-PRP-RESULT TO WS-MOV-TO (WS-MOVE-MATCH)
                   MOVE 0 TO WS-MOV-COUNT (WS-MOVE-MATCH)
                   MOVE 0 TO WS-MOV-SAMPLES (WS-MOVE-MATCH)
               ELSE
                   ADD 1 TO WS-MOVE-OVERFLOW
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO WS-MOV-COUNT (WS-MOVE-MATCH)
           IF WS-MOV-SAMPLES (WS-MOVE-MATCH) < 5
               ADD 1 TO WS-MOV-SAMPLES (WS-MOVE-MATCH)
               MOVE FBM-NUMBER TO WS-MOV-SAMPLE (WS-MOVE-MATCH,
                   WS-MOV-SAMPLES (WS-MOVE-MATCH))
           END-IF
           EXIT.

       WRITE-MOVEMENT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FBMASTER RECLASSIFICATION UNDER THE PROPOSAL"
               TO WS-TITLE-LINE
           PERFORM WRITE-TITLE-LINE
           MOVE WS-MOVE-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
               MOVE SPACES TO WS-MOVE-LINE
               MOVE WS-MOV-FROM (WS-MOVE-IDX) TO WS-MVL-FROM
               MOVE WS-MOV-TO (WS-MOVE-IDX) TO WS-MVL-TO
               MOVE WS-MOV-COUNT (WS-MOVE-IDX) TO WS-MVL-COUNT
               PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                   UNTIL WS-SAMPLE-IDX > 5
                   IF WS-SAMPLE-IDX <= WS-MOV-SAMPLES (WS-MOVE-IDX)
                       MOVE WS-MOV-SAMPLE (WS-MOVE-IDX, WS-SAMPLE-IDX)
                           TO WS-MVL-SAMPLE-NO (WS-SAMPLE-IDX)
                   ELSE
                       MOVE SPACES TO WS-MVL-SAMPLE-NO (WS-SAMPLE-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-MOVE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-MOVE-COUNT = 0
               MOVE "NO NUMBER ON FBMASTER WOULD CHANGE CLASSIFICATION"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       LOAD-HISTORY-NIGHTS SECTION.
      *    FBHIST is written in run order, so a forward scan keeping
      *    the seven most recent dates leaves the last seven nights.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM READ-HISTORY
               PERFORM COLLECT-HISTORY-ROW UNTIL WS-HIST-EOF = "Y"
               CLOSE HISTORY-FILE
           END-IF
           EXIT.

       READ-HISTORY SECTION.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
           END-READ
           EXIT.

       COLLECT-HISTORY-ROW SECTION.
           IF HIST-RUN-DATE IS NUMERIC AND HIST-COUNT IS NUMERIC
               AND NOT HIST-REHEARSAL
               IF WS-NIGHT-COUNT = 0
                   OR HIST-RUN-DATE NOT = WS-NGT-DATE (WS-NIGHT-COUNT)
                   PERFORM START-NEW-NIGHT
               END-IF
               PERFORM ADD-HISTORY-ROW
           END-IF
           PERFORM READ-HISTORY
           EXIT.

       START-NEW-NIGHT SECTION.
           IF WS-NIGHT-COUNT = 7
               PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > 6
                   MOVE WS-NIGHT (WS-NIGHT-IDX + 1)
                       TO WS-NIGHT (WS-NIGHT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NIGHT-COUNT
           END-IF
           MOVE HIST-RUN-DATE TO WS-NGT-DATE (WS-NIGHT-COUNT)
           MOVE "N" TO WS-NGT-RANGE-FOUND (WS-NIGHT-COUNT)
           MOVE 0 TO WS-NGT-START (WS-NIGHT-COUNT)
           MOVE 0 TO WS-NGT-END (WS-NIGHT-COUNT)
           MOVE 0 TO WS-NGT-QUEUE (WS-NIGHT-COUNT)
           MOVE 0 TO WS-NGT-ROWS (WS-NIGHT-COUNT)
           EXIT.

       ADD-HISTORY-ROW SECTION.
      *    Rows for the same label from several shifts are summed.
           MOVE 0 TO WS-CAT-MATCH
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-NGT-ROWS (WS-NIGHT-COUNT)
               IF WS-NGT-LABEL (WS-NIGHT-COUNT, WS-ROW-IDX)
                   = HIST-LABEL
                   MOVE WS-ROW-IDX TO WS-CAT-MATCH
               END-IF
           END-PERFORM
           IF WS-CAT-MATCH = 0
               IF WS-NGT-ROWS (WS-NIGHT-COUNT) < 12
                   ADD 1 TO WS-NGT-ROWS (WS-NIGHT-COUNT)
                   MOVE WS-NGT-ROWS (WS-NIGHT-COUNT) TO WS-CAT-MATCH
                   MOVE HIST-LABEL
                       TO WS-NGT-LABEL (WS-NIGHT-COUNT, WS-CAT-MATCH)
                   MOVE 0
                       TO WS-NGT-COUNT (WS-NIGHT-COUNT, WS-CAT-MATCH)
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           ADD HIST-COUNT
               TO WS-NGT-COUNT (WS-NIGHT-COUNT, WS-CAT-MATCH)
           EXIT.

       FIND-NIGHT-RANGES SECTION.
      *    FIZZBUZZ logs "RANGE=sss-eee QUEUE=nnn" for each run; the
      *    latest run for a night is the one its FBHIST rows came
      *    from.
           IF WS-NIGHT-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-LOG
               PERFORM MATCH-AUDIT-ENTRY UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-LOG
           END-IF
           EXIT.

       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           EXIT.

       MATCH-AUDIT-ENTRY SECTION.
           IF AUD-PROGRAM-NAME = "FIZZBUZZ"
               AND AUD-KEY-INFO (1:6) = "RANGE="
               AND NOT AUD-REHEARSAL
               PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   IF WS-NGT-DATE (WS-NIGHT-IDX) = AUD-RUN-DATE
                       PERFORM PARSE-NIGHT-RANGE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-AUDIT-LOG
           EXIT.

       PARSE-NIGHT-RANGE SECTION.
           MOVE SPACES TO WS-RANGE-TEXT WS-START-TEXT WS-END-TEXT
           MOVE AUD-KEY-INFO (7:) TO WS-RANGE-TEXT
           UNSTRING WS-RANGE-TEXT DELIMITED BY "-"
               INTO WS-START-TEXT WS-END-TEXT
           END-UNSTRING
           IF WS-START-TEXT (1:7) IS NUMERIC
               AND WS-END-TEXT (1:7) IS NUMERIC
               MOVE WS-START-TEXT (1:7) TO WS-NGT-START (WS-NIGHT-IDX)
               MOVE WS-END-TEXT (1:7) TO WS-NGT-END (WS-NIGHT-IDX)
               MOVE "Y" TO WS-NGT-RANGE-FOUND (WS-NIGHT-IDX)
               MOVE 0 TO WS-NGT-QUEUE (WS-NIGHT-IDX)
               IF AUD-KEY-INFO (22:7) = " QUEUE="
                   AND AUD-KEY-INFO (29:7) IS NUMERIC
                   MOVE AUD-KEY-INFO (29:7)
                       TO WS-NGT-QUEUE (WS-NIGHT-IDX)
               END-IF
           END-IF
           EXIT.

       SIMULATE-ONE-NIGHT SECTION.
      *    The night's recorded categories first, then the logged
      *    range re-classified under both rule tables. Queued request
      *    numbers are not kept per night and are not re-derived;
      *    the QUEUE figure says how many the recorded counts carry.
           MOVE 0 TO WS-CAT-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-NGT-ROWS (WS-NIGHT-IDX)
               MOVE WS-NGT-LABEL (WS-NIGHT-IDX, WS-ROW-IDX)
                   TO WS-CAT-LABEL-WANTED
               PERFORM FIND-CATEGORY-SLOT
               IF WS-CAT-MATCH > 0
                   MOVE WS-NGT-COUNT (WS-NIGHT-IDX, WS-ROW-IDX)
                       TO WS-CAT-RECORDED (WS-CAT-MATCH)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NTH-RANGE WS-NTH-QUEUE WS-NTH-NOTE
           MOVE WS-NGT-DATE (WS-NIGHT-IDX) TO WS-NTH-DATE
           IF WS-NGT-RANGE-FOUND (WS-NIGHT-IDX) = "Y"
               STRING WS-NGT-START (WS-NIGHT-IDX) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-NGT-END (WS-NIGHT-IDX) DELIMITED BY SIZE
                   INTO WS-NTH-RANGE
               MOVE WS-NGT-QUEUE (WS-NIGHT-IDX) TO WS-NTH-QUEUE
               IF WS-NGT-QUEUE (WS-NIGHT-IDX) > 0
                   MOVE "QUEUED NUMBERS IN RECORDED ONLY"
                       TO WS-NTH-NOTE
               END-IF
               PERFORM CLASSIFY-NIGHT-NUMBER
                   VARYING WS-CLS-NUMBER
                   FROM WS-NGT-START (WS-NIGHT-IDX) BY 1
                   UNTIL WS-CLS-NUMBER > WS-NGT-END (WS-NIGHT-IDX)
           ELSE
               MOVE "NO FIZZBUZZ RANGE ON AUDITLOG - RECORDED ONLY"
                   TO WS-NTH-NOTE
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NIGHT-IDX = 1
               MOVE "LAST SEVEN NIGHTS ON FBHIST UNDER THE PROPOSAL"
                   TO WS-TITLE-LINE
               PERFORM WRITE-TITLE-LINE
           END-IF
           MOVE WS-NIGHT-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CAT-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-LABEL (WS-CAT-IDX) TO WS-CTL-LABEL
               MOVE WS-CAT-RECORDED (WS-CAT-IDX) TO WS-CTL-RECORDED
               MOVE WS-CAT-CURRENT (WS-CAT-IDX) TO WS-CTL-CURRENT
               MOVE WS-CAT-PROPOSED (WS-CAT-IDX) TO WS-CTL-PROPOSED
               COMPUTE WS-MOVE-DIFF = WS-CAT-PROPOSED (WS-CAT-IDX)
                   - WS-CAT-CURRENT (WS-CAT-IDX)
               MOVE WS-MOVE-DIFF TO WS-CTL-MOVE
               MOVE WS-CAT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           EXIT.

       CLASSIFY-NIGHT-NUMBER SECTION.
           PERFORM CLASSIFY-CURRENT
           PERFORM CLASSIFY-PROPOSED
           MOVE WS-CUR-CATEGORY TO WS-CAT-LABEL-WANTED
           PERFORM FIND-CATEGORY-SLOT
           IF WS-CAT-MATCH > 0
               ADD 1 TO WS-CAT-CURRENT (WS-CAT-MATCH)
           END-IF
           MOVE WS-PRP-CATEGORY TO WS-CAT-LABEL-WANTED
           PERFORM FIND-CATEGORY-SLOT
           IF WS-CAT-MATCH > 0
               ADD 1 TO WS-CAT-PROPOSED (WS-CAT-MATCH)
           END-IF
           MOVE "RECORDS " TO WS-CAT-LABEL-WANTED
           PERFORM FIND-CATEGORY-SLOT
           IF WS-CAT-MATCH > 0
               ADD 1 TO WS-CAT-CURRENT (WS-CAT-MATCH)
               ADD 1 TO WS-CAT-PROPOSED (WS-CAT-MATCH)
           END-IF
           EXIT.

       FIND-CATEGORY-SLOT SECTION.
           MOVE 0 TO WS-CAT-MATCH
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-LABEL (WS-CAT-IDX) = WS-CAT-LABEL-WANTED
                   MOVE WS-CAT-IDX TO WS-CAT-MATCH
               END-IF
           END-PERFORM
           IF WS-CAT-MATCH = 0 AND WS-CAT-COUNT < 24
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-MATCH
               MOVE WS-CAT-LABEL-WANTED TO WS-CAT-LABEL (WS-CAT-MATCH)
               MOVE 0 TO WS-CAT-RECORDED (WS-CAT-MATCH)
               MOVE 0 TO WS-CAT-CURRENT (WS-CAT-MATCH)
               MOVE 0 TO WS-CAT-PROPOSED (WS-CAT-MATCH)
           END-IF
           EXIT.

       WRITE-TRAN-LINE SECTION.
           MOVE TRAN-ACTION TO WS-TRN-ACTION
           MOVE TRAN-EFF-DATE TO WS-TRN-EFF-DATE
           MOVE TRAN-SEQ TO WS-TRN-SEQ
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

       WRITE-TITLE-LINE SECTION.
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
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
           MOVE "SIMULATION DATE             " TO WS-DATE-LABEL
           MOVE WS-SIM-DATE TO WS-DATE-VALUE
           MOVE WS-DATE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PROPOSALS APPLIED         : " TO WS-CNT-LABEL
           MOVE WS-ACCEPT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PROPOSALS REJECTED        : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "FBMASTER RECORDS READ     : " TO WS-CNT-LABEL
           MOVE WS-MASTER-READ TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "NUMBERS THAT WOULD MOVE   : " TO WS-CNT-LABEL
           MOVE WS-MASTER-MOVED TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "STORED RESULT NOT CURRENT : " TO WS-CNT-LABEL
           MOVE WS-MASTER-STALE TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-MOVE-OVERFLOW > 0
               MOVE "MOVES NOT ITEMIZED        : " TO WS-CNT-LABEL
               MOVE WS-MOVE-OVERFLOW TO WS-CNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF
           MOVE "NIGHTS RE-DERIVED         : " TO WS-CNT-LABEL
           MOVE WS-NIGHT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM FBSIM.
