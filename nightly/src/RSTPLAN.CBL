       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTPLAN.
      *****************************************************************
      * Restart planner for a NIGHTLY run that failed part-way. Reads
      * the RUNCTL record of the business date - where every step
      * records its completion through STEPDONE - and the night's
      * AUDITLOG entries, and prints for each step of the deck
      * whether it finished, what its programs logged, and what to do
      * with it on the resubmission: the steps still to run, the
      * steps that must not be repeated (TREND would double-append
      * FBHIST, EXTRACT would send a second FBXTRACT generation) and
      * the step to restart from. A step that must not be repeated
      * but logged a run without finishing is flagged for a manual
      * check before anything is resubmitted. The business date is
      * the one in progress on RUNCTL (newest date on file if none
      * is); an RSTCTL card (YYYYMMDD) names another one.
      *   RC 0  = every step finished, nothing to restart
      *   RC 4  = resubmit from the restart point as it stands
      *   RC 8  = resubmit from the restart point only after
      *           bypassing or checking the steps flagged
      *   RC 12 = RUNCTL not available or no record for the date
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "RSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  CONTROL-CARD.
       01 CONTROL-CARD-RECORD.
           05 CC-RUN-DATE PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).
       01 WS-BEST-ANY-DATE PIC X(8).
       01 WS-CARD-DATE PIC X(8) VALUE SPACES.
       01 WS-RCTL-FOUND PIC X VALUE "N".
       01 WS-DATE-CLOSED PIC X VALUE "N".
       01 WS-STEP-IDX PIC 99.
       01 WS-RESTART-IDX PIC 99 VALUE 0.
       01 WS-TO-RUN-COUNT PIC 99 VALUE 0.
       01 WS-NO-REPEAT-COUNT PIC 99 VALUE 0.
       01 WS-BYPASS-COUNT PIC 99 VALUE 0.
       01 WS-CHECK-COUNT PIC 99 VALUE 0.
      *    The NIGHTLY deck in order: step name, the program it runs,
      *    whether a second run for the same night is harmless (Y)
      *    and, where it is not, what a repeat would do. The position
      *    is the step's completion flag on RUNCTL.
       01 WS-DECK-VALUES.
           05 FILLER PIC X(57) VALUE
              "HELLO   HELLWORLY".
           05 FILLER PIC X(57) VALUE
              "FIZZ    FIZZBUZZY".
           05 FILLER PIC X(57) VALUE
              "TREND   FBTREND NA REPEAT DOUBLE-APPENDS FBHIST".
           05 FILLER PIC X(57) VALUE
              "FBLOAD  FBLOAD  Y".
           05 FILLER PIC X(57) VALUE
              "EXTRACT FBEXTRCTNA REPEAT SENDS A SECOND FBXTRACT".
           05 FILLER PIC X(57) VALUE
              "DELIVER FBDELIV Y".
           05 FILLER PIC X(57) VALUE
              "REPORT  MAIN    Y".
           05 FILLER PIC X(57) VALUE
              "BUNDLE  DIABNDL Y".
           05 FILLER PIC X(57) VALUE
              "BALANCE ENDNIGHTY".
           05 FILLER PIC X(57) VALUE
              "COVER   SHIFTRPTY".
           05 FILLER PIC X(57) VALUE
              "AUDRPT  AUDITRPTY".
           05 FILLER PIC X(57) VALUE
              "ERRRPT  ERRRPT  Y".
           05 FILLER PIC X(57) VALUE
              "ARCHIVE AUDITARCY".
       01 WS-DECK-TABLE REDEFINES WS-DECK-VALUES.
           05 WS-DECK-ENTRY OCCURS 13 TIMES.
               10 WS-DCK-STEP PIC X(8).
               10 WS-DCK-PROGRAM PIC X(8).
               10 WS-DCK-REPEATABLE PIC X.
               10 WS-DCK-REPEAT-NOTE PIC X(40).
      *    What was found for each step, and the plan for it:
      *    D = done, leave it; R = to run; C = check by hand first;
      *    B = done, must be bypassed on the resubmission.
       01 WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE OCCURS 13 TIMES.
               10 WS-STS-FLAG PIC X.
               10 WS-STS-RUNS PIC 999.
               10 WS-STS-ERRORS PIC 999.
               10 WS-STS-PLAN PIC X.

       01 WS-HEAD-1.
           05 FILLER PIC X(32)
               VALUE "NIGHTLY RESTART PLAN - NIGHT OF ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(85) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "RSTPLAN".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(10) VALUE "STEP".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(16) VALUE "RUNCTL".
           05 FILLER PIC X(18) VALUE "AUDITLOG".
           05 FILLER PIC X(78) VALUE "PLAN".
       01 WS-STEP-LINE.
           05 WS-SPL-STEP PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-SPL-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-SPL-RUNCTL PIC X(14).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-SPL-RUNS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " RUN  ".
           05 WS-SPL-ERRORS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " ERR  ".
           05 WS-SPL-PLAN PIC X(78).
       01 WS-LIST-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LST-STEP PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-LST-NOTE PIC X(118).
       01 WS-RESTART-LINE.
           05 FILLER PIC X(24) VALUE "RESTART POINT         : ".
           05 WS-RSL-TEXT PIC X(108).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-CONTROL-CARD
           PERFORM GET-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-STEP-FLAGS
           IF WS-RCTL-FOUND NOT = "Y"
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-AUDIT-LOG
           PERFORM PLAN-STEPS
           PERFORM WRITE-STEP-TABLE
           PERFORM WRITE-PLAN-LISTS
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-RESTART-IDX = 0
                   MOVE 0 TO RETURN-CODE
               WHEN WS-BYPASS-COUNT > 0 OR WS-CHECK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "RSTPLAN" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
               READ CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-RUN-DATE IS NUMERIC
                           MOVE CC-RUN-DATE TO WS-CARD-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    Same choice as ENDNIGHT: the newest in-progress date, else
      *    the newest date on file (a night that failed after BALANCE
      *    closed it); an RSTCTL card overrides both.
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               PERFORM READ-RUNCTL-NEXT
               PERFORM SCAN-RUNCTL-DATE UNTIL WS-BD-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN WS-CARD-DATE NOT = SPACES
                   MOVE WS-CARD-DATE TO RUNHDR-RUN-DATE
               WHEN WS-BEST-I-DATE NOT = SPACES
                   MOVE WS-BEST-I-DATE TO RUNHDR-RUN-DATE
               WHEN WS-BEST-ANY-DATE NOT = SPACES
                   MOVE WS-BEST-ANY-DATE TO RUNHDR-RUN-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       READ-RUNCTL-NEXT SECTION.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BD-EOF
           END-READ
           EXIT.

       SCAN-RUNCTL-DATE SECTION.
           IF RCTL-RUN-DATE IS NUMERIC
               IF RCTL-IN-PROGRESS
                   AND (WS-BEST-I-DATE = SPACES
                       OR RCTL-RUN-DATE > WS-BEST-I-DATE)
                   MOVE RCTL-RUN-DATE TO WS-BEST-I-DATE
               END-IF
               IF WS-BEST-ANY-DATE = SPACES
                   OR RCTL-RUN-DATE > WS-BEST-ANY-DATE
                   MOVE RCTL-RUN-DATE TO WS-BEST-ANY-DATE
               END-IF
           END-IF
           PERFORM READ-RUNCTL-NEXT
           EXIT.

       READ-STEP-FLAGS SECTION.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE "RUNCTL NOT AVAILABLE - NO RESTART PLAN POSSIBLE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           MOVE RUNHDR-RUN-DATE TO RCTL-RUN-DATE
           READ RUN-CONTROL
               INVALID KEY
                   MOVE "NO RUNCTL RECORD FOR THE DATE - NOTHING RAN"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RCTL-FOUND
                   IF RCTL-COMPLETED
                       MOVE "Y" TO WS-DATE-CLOSED
                   END-IF
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 13
                       MOVE RCTL-STEP-DONE (WS-STEP-IDX)
                           TO WS-STS-FLAG (WS-STEP-IDX)
                       MOVE 0 TO WS-STS-RUNS (WS-STEP-IDX)
                       MOVE 0 TO WS-STS-ERRORS (WS-STEP-IDX)
                       MOVE SPACE TO WS-STS-PLAN (WS-STEP-IDX)
                   END-PERFORM
           END-READ
           CLOSE RUN-CONTROL
           EXIT.

       SCAN-AUDIT-LOG SECTION.
      *    A missing AUDITLOG only loses the cross-check; the plan
      *    rests on the RUNCTL flags.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-LOG
               PERFORM COUNT-AUDIT-ENTRY UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-LOG
           ELSE
               MOVE "AUDITLOG NOT AVAILABLE - PLAN FROM RUNCTL ONLY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           EXIT.

       COUNT-AUDIT-ENTRY SECTION.
      *    A run is a STEP=START entry (logged once the step has its
      *    business date); ERROR= entries are refusals, counted apart.
           IF AUD-RUN-DATE = RUNHDR-RUN-DATE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 13
                   IF AUD-PROGRAM-NAME = WS-DCK-PROGRAM (WS-STEP-IDX)
                       IF AUD-KEY-INFO (1:6) = "ERROR="
                           ADD 1 TO WS-STS-ERRORS (WS-STEP-IDX)
                       END-IF
                       IF AUD-KEY-INFO (1:10) = "STEP=START"
                           ADD 1 TO WS-STS-RUNS (WS-STEP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-AUDIT-LOG
           EXIT.

       PLAN-STEPS SECTION.
      *    The restart point is the first step in deck order that
      *    did not finish cleanly. A step that must not be repeated
      *    and finished is bypassed if it lies at or after the
      *    restart point; one that logged a run (or ended in error)
      *    without finishing cleanly needs a look at its output
      *    before it runs again.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               EVALUATE TRUE
                   WHEN WS-STS-FLAG (WS-STEP-IDX) = "Y"
                       MOVE "D" TO WS-STS-PLAN (WS-STEP-IDX)
                   WHEN WS-DCK-REPEATABLE (WS-STEP-IDX) = "N"
                       AND (WS-STS-FLAG (WS-STEP-IDX) = "E"
                           OR WS-STS-RUNS (WS-STEP-IDX) > 0)
                       MOVE "C" TO WS-STS-PLAN (WS-STEP-IDX)
                       ADD 1 TO WS-CHECK-COUNT
                   WHEN OTHER
                       MOVE "R" TO WS-STS-PLAN (WS-STEP-IDX)
               END-EVALUATE
               IF WS-STS-PLAN (WS-STEP-IDX) NOT = "D"
                   ADD 1 TO WS-TO-RUN-COUNT
                   IF WS-RESTART-IDX = 0
                       MOVE WS-STEP-IDX TO WS-RESTART-IDX
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               IF WS-DCK-REPEATABLE (WS-STEP-IDX) = "N"
                   AND WS-STS-PLAN (WS-STEP-IDX) NOT = "R"
                   ADD 1 TO WS-NO-REPEAT-COUNT
               END-IF
               IF WS-RESTART-IDX > 0
                   AND WS-STEP-IDX > WS-RESTART-IDX
                   AND WS-STS-PLAN (WS-STEP-IDX) = "D"
                   AND WS-DCK-REPEATABLE (WS-STEP-IDX) = "N"
                   MOVE "B" TO WS-STS-PLAN (WS-STEP-IDX)
                   ADD 1 TO WS-BYPASS-COUNT
               END-IF
           END-PERFORM
           EXIT.

       WRITE-STEP-TABLE SECTION.
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               MOVE WS-DCK-STEP (WS-STEP-IDX) TO WS-SPL-STEP
               MOVE WS-DCK-PROGRAM (WS-STEP-IDX) TO WS-SPL-PROGRAM
               EVALUATE WS-STS-FLAG (WS-STEP-IDX)
                   WHEN "Y"
                       MOVE "FINISHED" TO WS-SPL-RUNCTL
                   WHEN "E"
                       MOVE "ENDED RC 8+" TO WS-SPL-RUNCTL
                   WHEN OTHER
                       MOVE "NOT FINISHED" TO WS-SPL-RUNCTL
               END-EVALUATE
               MOVE WS-STS-RUNS (WS-STEP-IDX) TO WS-SPL-RUNS
               MOVE WS-STS-ERRORS (WS-STEP-IDX) TO WS-SPL-ERRORS
               PERFORM SET-PLAN-TEXT
               MOVE WS-STEP-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           EXIT.

       SET-PLAN-TEXT SECTION.
           EVALUATE TRUE
               WHEN WS-STS-PLAN (WS-STEP-IDX) = "B"
                   MOVE "DONE - BYPASS ON RESUBMIT, MUST NOT REPEAT"
                       TO WS-SPL-PLAN
               WHEN WS-STS-PLAN (WS-STEP-IDX) = "C"
                   MOVE "CHECK OUTPUT BY HAND - STARTED, NOT FINISHED"
                       TO WS-SPL-PLAN
               WHEN WS-STS-PLAN (WS-STEP-IDX) = "R"
                   AND WS-STEP-IDX = WS-RESTART-IDX
                   MOVE "RUN - RESTART HERE" TO WS-SPL-PLAN
               WHEN WS-STS-PLAN (WS-STEP-IDX) = "R"
                   MOVE "RUN" TO WS-SPL-PLAN
               WHEN WS-RESTART-IDX > 0
                   AND WS-STEP-IDX > WS-RESTART-IDX
                   MOVE "DONE - REPEATS HARMLESSLY ON RESUBMIT"
                       TO WS-SPL-PLAN
               WHEN OTHER
                   MOVE "DONE" TO WS-SPL-PLAN
           END-EVALUATE
           EXIT.

       WRITE-PLAN-LISTS SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STEPS STILL TO RUN:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               IF WS-STS-PLAN (WS-STEP-IDX) = "R"
                   OR WS-STS-PLAN (WS-STEP-IDX) = "C"
                   MOVE WS-DCK-STEP (WS-STEP-IDX) TO WS-LST-STEP
                   IF WS-STS-PLAN (WS-STEP-IDX) = "C"
                       MOVE "AFTER THE CHECK BELOW" TO WS-LST-NOTE
                   ELSE
                       MOVE SPACES TO WS-LST-NOTE
                   END-IF
                   MOVE WS-LIST-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-TO-RUN-COUNT = 0
               MOVE "    NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STEPS THAT MUST NOT BE REPEATED:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               IF WS-DCK-REPEATABLE (WS-STEP-IDX) = "N"
                   AND WS-STS-PLAN (WS-STEP-IDX) NOT = "R"
                   PERFORM WRITE-NO-REPEAT-LINE
               END-IF
           END-PERFORM
           IF WS-NO-REPEAT-COUNT = 0
               MOVE "    NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-RESTART-POINT
           EXIT.

       WRITE-NO-REPEAT-LINE SECTION.
           MOVE WS-DCK-STEP (WS-STEP-IDX) TO WS-LST-STEP
           MOVE SPACES TO WS-LST-NOTE
           EVALUATE WS-STS-PLAN (WS-STEP-IDX)
               WHEN "C"
                   STRING "STARTED WITHOUT FINISHING - "
                           DELIMITED BY SIZE
                           WS-DCK-REPEAT-NOTE (WS-STEP-IDX)
                           DELIMITED BY "  "
                           "; CLEAN UP TONIGHT'S OUTPUT OR BYPASS"
                           DELIMITED BY SIZE
                       INTO WS-LST-NOTE
               WHEN "B"
                   STRING "FINISHED - " DELIMITED BY SIZE
                           WS-DCK-REPEAT-NOTE (WS-STEP-IDX)
                           DELIMITED BY "  "
                           "; BYPASS IT ON THE RESUBMISSION"
                           DELIMITED BY SIZE
                       INTO WS-LST-NOTE
               WHEN OTHER
                   STRING "FINISHED - " DELIMITED BY SIZE
                           WS-DCK-REPEAT-NOTE (WS-STEP-IDX)
                           DELIMITED BY "  "
                           "; BEFORE THE RESTART POINT"
                           DELIMITED BY SIZE
                       INTO WS-LST-NOTE
           END-EVALUATE
           MOVE WS-LIST-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-RESTART-POINT SECTION.
      *    HELLWORLD, FIZZBUZZ and MAIN refuse a date already closed
      *    on RUNCTL, so a restart at or before REPORT on a closed
      *    date needs the supervisor's force flag first.
           MOVE SPACES TO WS-RSL-TEXT
           IF WS-RESTART-IDX = 0
               MOVE "NONE - EVERY STEP FINISHED FOR THE NIGHT"
                   TO WS-RSL-TEXT
           ELSE
               STRING "RESUBMIT NIGHTLY WITH RESTART="
                       DELIMITED BY SIZE
                       WS-DCK-STEP (WS-RESTART-IDX)
                       DELIMITED BY SPACE
                   INTO WS-RSL-TEXT
           END-IF
           MOVE WS-RESTART-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RESTART-IDX > 0 AND WS-RESTART-IDX NOT > 7
               AND WS-DATE-CLOSED = "Y"
               MOVE "DATE IS CLOSED ON RUNCTL - RUNCTLU FORCE FIRST"
                   TO WS-RSL-TEXT
               MOVE WS-RESTART-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM RSTPLAN.
