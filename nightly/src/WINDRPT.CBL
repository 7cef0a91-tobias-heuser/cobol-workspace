       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINDRPT.
      *****************************************************************
      * Batch-window report. Every NIGHTLY step logs a STEP=START and
      * a STEP=END entry on AUDITLOG through STEPDONE; this times each
      * step of the night from them (a step repeated or restarted is
      * the sum of its completed START/END pairs), compares it with
      * the step's target on the WINCTL control file, and checks the
      * night's finish - the last END entry - against the finish
      * deadline held there. Then the trend: start, finish, window
      * and deadline margin for the last thirty nights from AUDITLOG
      * plus the AUDARCH archives, so a suite creeping toward the
      * start of the business day shows before it gets there. Times
      * before the night's first START count as after midnight. The
      * night is the business date from RUNCTL (in progress, else
      * the newest); an R card on WINCTL names another one.
      *   RC 0  = every step within target, deadline met
      *   RC 4  = a step over target, a step with no END entry, or
      *           the night not finished yet (deadline not yet past)
      *   RC 8  = the night finished past the deadline, or has not
      *           finished and the deadline has passed
      *   RC 12 = no START/END entries for the night
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "WINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(87).

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  CONTROL-FILE.
      *    One card per line:
      *      D DEADLINE HHMM - clock time the night must finish by
      *      T step     MMMM - target minutes for one deck step
      *                        (step names as in the NIGHTLY deck)
      *      R YYYYMMDD      - report on this night instead
       01 CONTROL-RECORD.
           05 WC-TYPE PIC X.
           05 FILLER PIC X.
           05 WC-STEP PIC X(8).
           05 FILLER PIC X.
           05 WC-VALUE PIC X(4).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-ARCH-EOF PIC X VALUE "N".
       01 WS-CTL-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).
       01 WS-BEST-ANY-DATE PIC X(8).
       01 WS-CARD-DATE PIC X(8) VALUE SPACES.
       01 WS-DEADLINE-HHMM PIC X(4) VALUE SPACES.
       01 WS-DEADLINE-SECS PIC 9(6) VALUE 0.
       01 WS-HAVE-DEADLINE PIC X VALUE "N".
       01 WS-STEP-IDX PIC 99.
       01 WS-NGT-IDX PIC 99.
       01 WS-NGT-COUNT PIC 99 VALUE 0.
       01 WS-MIN-IDX PIC 99.
       01 WS-SORT-I PIC 99.
       01 WS-SORT-J PIC 99.
       01 WS-TONIGHT-IDX PIC 99 VALUE 0.
       01 WS-ENTRY-SECS PIC 9(6).
       01 WS-NORM-SECS PIC 9(6).
       01 WS-NOW-TIME PIC X(8).
       01 WS-END-RC PIC X(4).
       01 WS-OVER-COUNT PIC 99 VALUE 0.
       01 WS-OPEN-COUNT PIC 99 VALUE 0.
       01 WS-DEADLINE-MISSED PIC X VALUE "N".
       01 WS-DEADLINE-NORM PIC 9(6).
       01 WS-MARGIN-SECS PIC S9(6).
       01 WS-WINDOW-SECS PIC 9(6).
       01 WS-WINDOW-TOTAL PIC 9(8) VALUE 0.
       01 WS-WINDOW-NIGHTS PIC 99 VALUE 0.
       01 WS-NIGHTS-EDIT PIC Z9.
       01 WS-TARGET-SECS PIC 9(6).
       01 WS-MINUTES-NUM PIC 9(4).
       01 WS-CLOCK-TIME.
           05 WS-CLK-HH PIC 99.
           05 WS-CLK-MM PIC 99.
           05 WS-CLK-SS PIC 99.
           05 WS-CLK-HS PIC 99.
       01 WS-DUR-SECS PIC 9(6).
       01 WS-DUR-WORK PIC 9(6).
       01 WS-DUR-TEXT.
           05 WS-DUR-H PIC Z9.
           05 FILLER PIC X VALUE ":".
           05 WS-DUR-M PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-DUR-S PIC 99.
       01 WS-CLOCK-TEXT.
           05 WS-CLT-HH PIC XX.
           05 FILLER PIC X VALUE ":".
           05 WS-CLT-MM PIC XX.
           05 FILLER PIC X VALUE ":".
           05 WS-CLT-SS PIC XX.
      *    The NIGHTLY deck in order: step name and the program it
      *    runs (same order as the RUNCTL step flags).
       01 WS-DECK-VALUES.
           05 FILLER PIC X(16) VALUE "HELLO   HELLWORL".
           05 FILLER PIC X(16) VALUE "FIZZ    FIZZBUZZ".
           05 FILLER PIC X(16) VALUE "TREND   FBTREND ".
           05 FILLER PIC X(16) VALUE "FBLOAD  FBLOAD  ".
           05 FILLER PIC X(16) VALUE "EXTRACT FBEXTRCT".
           05 FILLER PIC X(16) VALUE "DELIVER FBDELIV ".
           05 FILLER PIC X(16) VALUE "REPORT  MAIN    ".
           05 FILLER PIC X(16) VALUE "BUNDLE  DIABNDL ".
           05 FILLER PIC X(16) VALUE "BALANCE ENDNIGHT".
           05 FILLER PIC X(16) VALUE "COVER   SHIFTRPT".
           05 FILLER PIC X(16) VALUE "AUDRPT  AUDITRPT".
           05 FILLER PIC X(16) VALUE "ERRRPT  ERRRPT  ".
           05 FILLER PIC X(16) VALUE "ARCHIVE AUDITARC".
       01 WS-DECK-TABLE REDEFINES WS-DECK-VALUES.
           05 WS-DECK-ENTRY OCCURS 13 TIMES.
               10 WS-DCK-STEP PIC X(8).
               10 WS-DCK-PROGRAM PIC X(8).
      *    Tonight, per deck step. Seconds are counted from midnight
      *    of the night's start, so a step running past midnight
      *    still subtracts correctly.
       01 WS-STEP-TIME-TABLE.
           05 WS-STEP-TIME OCCURS 13 TIMES.
               10 WS-STT-FIRST-START PIC X(8).
               10 WS-STT-LAST-END PIC X(8).
               10 WS-STT-OPEN PIC X.
               10 WS-STT-OPEN-SECS PIC 9(6).
               10 WS-STT-ELAPSED PIC 9(6).
               10 WS-STT-RUNS PIC 999.
               10 WS-STT-RC PIC X(4).
               10 WS-STT-TARGET PIC 9(4).
      *    The newest thirty nights seen on AUDARCH/AUDITLOG.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT OCCURS 30 TIMES.
               10 WS-NGT-DATE PIC X(8).
               10 WS-NGT-START-SECS PIC 9(6).
               10 WS-NGT-START-CLOCK PIC X(8).
               10 WS-NGT-FINISH-SECS PIC 9(6).
               10 WS-NGT-FINISH-CLOCK PIC X(8).
               10 WS-NGT-FINISHED PIC X.
       01 WS-NIGHT-SWAP PIC X(37).

       01 WS-HEAD-1.
           05 FILLER PIC X(32)
               VALUE "BATCH WINDOW REPORT - NIGHT OF ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(85) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "WINDRPT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-STEP-HEAD.
           05 FILLER PIC X(10) VALUE "STEP".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "START".
           05 FILLER PIC X(10) VALUE "END".
           05 FILLER PIC X(10) VALUE "ELAPSED".
           05 FILLER PIC X(10) VALUE "TARGET".
           05 FILLER PIC X(6) VALUE "RUNS".
           05 FILLER PIC X(6) VALUE "RC".
           05 FILLER PIC X(60) VALUE "STATUS".
       01 WS-STEP-LINE.
           05 WS-STL-STEP PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-START PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-END PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-ELAPSED PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-TARGET PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-RUNS PIC ZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-STL-RC PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-STL-STATUS PIC X(60).
       01 WS-TARGET-TEXT.
           05 WS-TGT-MINUTES PIC ZZZ9.
           05 FILLER PIC X(4) VALUE " MIN".
       01 WS-TEXT-LINE.
           05 WS-TEXT-LABEL PIC X(28).
           05 WS-TEXT-VALUE PIC X(104).
       01 WS-TREND-HEAD.
           05 FILLER PIC X(10) VALUE "NIGHT".
           05 FILLER PIC X(10) VALUE "START".
           05 FILLER PIC X(10) VALUE "FINISH".
           05 FILLER PIC X(10) VALUE "WINDOW".
           05 FILLER PIC X(12) VALUE "MARGIN".
           05 FILLER PIC X(80) VALUE "DEADLINE".
       01 WS-TREND-LINE.
           05 WS-TRL-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRL-START PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRL-FINISH PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRL-WINDOW PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRL-MARGIN-SIGN PIC X.
           05 WS-TRL-MARGIN PIC X(8).
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-TRL-STATUS PIC X(80).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM INIT-TABLES
           PERFORM READ-CONTROL-FILE
           PERFORM GET-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-AUDIT-LOG
           PERFORM FIND-TONIGHT
           IF WS-TONIGHT-IDX = 0
               MOVE "NO STEP START/END ENTRIES FOR THE NIGHT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-TREND-BLOCK
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-STEP-BLOCK
           PERFORM WRITE-NIGHT-BLOCK
           PERFORM WRITE-TREND-BLOCK
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-DEADLINE-MISSED = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVER-COUNT > 0 OR WS-OPEN-COUNT > 0
                   OR WS-NGT-FINISHED (WS-TONIGHT-IDX) NOT = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "WINDRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       INIT-TABLES SECTION.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               MOVE SPACES TO WS-STT-FIRST-START (WS-STEP-IDX)
                   WS-STT-LAST-END (WS-STEP-IDX)
                   WS-STT-RC (WS-STEP-IDX)
               MOVE "N" TO WS-STT-OPEN (WS-STEP-IDX)
               MOVE 0 TO WS-STT-OPEN-SECS (WS-STEP-IDX)
                   WS-STT-ELAPSED (WS-STEP-IDX)
                   WS-STT-RUNS (WS-STEP-IDX)
                   WS-STT-TARGET (WS-STEP-IDX)
           END-PERFORM
           EXIT.

       READ-CONTROL-FILE SECTION.
      *    No WINCTL at all still gives the timings; only the target
      *    and deadline checks are left out.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM APPLY-CONTROL-RECORD UNTIL WS-CTL-EOF = "Y"
           CLOSE CONTROL-FILE
           EXIT.

       READ-CONTROL-RECORD SECTION.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF
           END-READ
           EXIT.

       APPLY-CONTROL-RECORD SECTION.
           EVALUATE WC-TYPE
               WHEN "D"
                   IF WC-VALUE IS NUMERIC
                       AND WC-VALUE (1:2) < "24"
                       AND WC-VALUE (3:2) < "60"
                       MOVE WC-VALUE TO WS-DEADLINE-HHMM
                       MOVE WC-VALUE TO WS-CLOCK-TIME
                       MOVE "0000" TO WS-CLOCK-TIME (5:4)
                       PERFORM CLOCK-TO-SECONDS
                       MOVE WS-ENTRY-SECS TO WS-DEADLINE-SECS
                       MOVE "Y" TO WS-HAVE-DEADLINE
                   END-IF
               WHEN "T"
                   IF WC-VALUE IS NUMERIC
                       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > 13
                           IF WS-DCK-STEP (WS-STEP-IDX) = WC-STEP
                               MOVE WC-VALUE
                                   TO WS-STT-TARGET (WS-STEP-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "R"
                   IF WC-STEP IS NUMERIC
                       MOVE WC-STEP TO WS-CARD-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    Same choice as ENDNIGHT: the newest in-progress date, else
      *    the newest date on file (the night BALANCE just closed).
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
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

       SCAN-ARCHIVE SECTION.
      *    AUDARCH is optional: with no archive the trend covers
      *    whatever AUDITLOG still holds.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM READ-ARCHIVE
           PERFORM TIME-ARCHIVE-ENTRY UNTIL WS-ARCH-EOF = "Y"
           CLOSE ARCHIVE-FILE
           EXIT.

       READ-ARCHIVE SECTION.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
           END-READ
           EXIT.

       TIME-ARCHIVE-ENTRY SECTION.
           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
           PERFORM TIME-ENTRY
           PERFORM READ-ARCHIVE
           EXIT.

       SCAN-AUDIT-LOG SECTION.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG NOT AVAILABLE - TIMINGS FROM AUDARCH ONLY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-AUDIT-LOG
           PERFORM TIME-AUDIT-ENTRY UNTIL WS-AUDIT-EOF = "Y"
           CLOSE AUDIT-LOG
           EXIT.

       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           EXIT.

       TIME-AUDIT-ENTRY SECTION.
           PERFORM TIME-ENTRY
           PERFORM READ-AUDIT-LOG
           EXIT.

       TIME-ENTRY SECTION.
      *    Only the STEP= markers of deck programs are timed; the
      *    first START of a date is the night's start, and any time
      *    before it lies after midnight.
           IF AUD-KEY-INFO (1:5) NOT = "STEP="
               OR AUD-RUN-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               OR WS-DCK-PROGRAM (WS-STEP-IDX) = AUD-PROGRAM-NAME
               CONTINUE
           END-PERFORM
           IF WS-STEP-IDX > 13
               EXIT SECTION
           END-IF
           MOVE AUD-RUN-TIME TO WS-CLOCK-TIME
           IF WS-CLOCK-TIME (1:6) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM CLOCK-TO-SECONDS
           PERFORM FIND-NIGHT-SLOT
           IF WS-NGT-IDX = 0
               EXIT SECTION
           END-IF
           MOVE WS-ENTRY-SECS TO WS-NORM-SECS
           IF WS-ENTRY-SECS < WS-NGT-START-SECS (WS-NGT-IDX)
               ADD 86400 TO WS-NORM-SECS
           END-IF
           IF AUD-KEY-INFO (1:8) = "STEP=END"
               IF WS-NORM-SECS >= WS-NGT-FINISH-SECS (WS-NGT-IDX)
                   MOVE WS-NORM-SECS TO WS-NGT-FINISH-SECS (WS-NGT-IDX)
                   MOVE AUD-RUN-TIME
                       TO WS-NGT-FINISH-CLOCK (WS-NGT-IDX)
               END-IF
               IF WS-STEP-IDX = 13
                   MOVE "Y" TO WS-NGT-FINISHED (WS-NGT-IDX)
               END-IF
           END-IF
           IF AUD-RUN-DATE = RUNHDR-RUN-DATE
               PERFORM TIME-TONIGHT-STEP
           END-IF
           EXIT.

       TIME-TONIGHT-STEP SECTION.
      *    A START opens a run; the next END closes it and adds the
      *    pair to the step's elapsed time. A START never closed is
      *    a run that abended or is still going.
           IF AUD-KEY-INFO (1:10) = "STEP=START"
               ADD 1 TO WS-STT-RUNS (WS-STEP-IDX)
               IF WS-STT-FIRST-START (WS-STEP-IDX) = SPACES
                   MOVE AUD-RUN-TIME TO WS-STT-FIRST-START (WS-STEP-IDX)
               END-IF
               MOVE "Y" TO WS-STT-OPEN (WS-STEP-IDX)
               MOVE WS-NORM-SECS TO WS-STT-OPEN-SECS (WS-STEP-IDX)
           ELSE
               MOVE AUD-RUN-TIME TO WS-STT-LAST-END (WS-STEP-IDX)
               MOVE AUD-KEY-INFO (13:4) TO WS-STT-RC (WS-STEP-IDX)
               IF WS-STT-OPEN (WS-STEP-IDX) = "Y"
                   AND WS-NORM-SECS >= WS-STT-OPEN-SECS (WS-STEP-IDX)
                   COMPUTE WS-STT-ELAPSED (WS-STEP-IDX) =
                       WS-STT-ELAPSED (WS-STEP-IDX) + WS-NORM-SECS
                       - WS-STT-OPEN-SECS (WS-STEP-IDX)
               END-IF
               MOVE "N" TO WS-STT-OPEN (WS-STEP-IDX)
           END-IF
           EXIT.

       FIND-NIGHT-SLOT SECTION.
      *    Keeps the newest thirty dates: once the table is full a
      *    newer date takes the oldest one's slot and anything older
      *    than every date held is ignored.
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NGT-COUNT
               OR WS-NGT-DATE (WS-NGT-IDX) = AUD-RUN-DATE
               CONTINUE
           END-PERFORM
           IF WS-NGT-IDX <= WS-NGT-COUNT
               EXIT SECTION
           END-IF
           IF WS-NGT-COUNT < 30
               ADD 1 TO WS-NGT-COUNT
               MOVE WS-NGT-COUNT TO WS-NGT-IDX
           ELSE
               MOVE 1 TO WS-MIN-IDX
               PERFORM VARYING WS-NGT-IDX FROM 2 BY 1
                   UNTIL WS-NGT-IDX > 30
                   IF WS-NGT-DATE (WS-NGT-IDX)
                       < WS-NGT-DATE (WS-MIN-IDX)
                       MOVE WS-NGT-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF AUD-RUN-DATE < WS-NGT-DATE (WS-MIN-IDX)
                   MOVE 0 TO WS-NGT-IDX
                   EXIT SECTION
               END-IF
               MOVE WS-MIN-IDX TO WS-NGT-IDX
           END-IF
           MOVE AUD-RUN-DATE TO WS-NGT-DATE (WS-NGT-IDX)
           MOVE WS-ENTRY-SECS TO WS-NGT-START-SECS (WS-NGT-IDX)
           MOVE AUD-RUN-TIME TO WS-NGT-START-CLOCK (WS-NGT-IDX)
           MOVE 0 TO WS-NGT-FINISH-SECS (WS-NGT-IDX)
           MOVE SPACES TO WS-NGT-FINISH-CLOCK (WS-NGT-IDX)
           MOVE "N" TO WS-NGT-FINISHED (WS-NGT-IDX)
           EXIT.

       FIND-TONIGHT SECTION.
           MOVE 0 TO WS-TONIGHT-IDX
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NGT-COUNT
               IF WS-NGT-DATE (WS-NGT-IDX) = RUNHDR-RUN-DATE
                   MOVE WS-NGT-IDX TO WS-TONIGHT-IDX
               END-IF
           END-PERFORM
           EXIT.

       CLOCK-TO-SECONDS SECTION.
           COMPUTE WS-ENTRY-SECS = WS-CLK-HH * 3600
               + WS-CLK-MM * 60 + WS-CLK-SS
           EXIT.

       FORMAT-DURATION SECTION.
      *    WS-DUR-SECS as H:MM:SS in WS-DUR-TEXT.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-WORK
               REMAINDER WS-DUR-SECS
           MOVE WS-DUR-WORK TO WS-DUR-H
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-WORK
               REMAINDER WS-DUR-SECS
           MOVE WS-DUR-WORK TO WS-DUR-M
           MOVE WS-DUR-SECS TO WS-DUR-S
           EXIT.

       FORMAT-CLOCK SECTION.
      *    HHMMSSss from WS-CLOCK-TIME as HH:MM:SS in WS-CLOCK-TEXT.
           MOVE WS-CLOCK-TIME (1:2) TO WS-CLT-HH
           MOVE WS-CLOCK-TIME (3:2) TO WS-CLT-MM
           MOVE WS-CLOCK-TIME (5:2) TO WS-CLT-SS
           EXIT.

       WRITE-STEP-BLOCK SECTION.
           MOVE WS-STEP-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
           EXIT.

       WRITE-STEP-LINE SECTION.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-DCK-STEP (WS-STEP-IDX) TO WS-STL-STEP
           MOVE WS-DCK-PROGRAM (WS-STEP-IDX) TO WS-STL-PROGRAM
           IF WS-STT-FIRST-START (WS-STEP-IDX) NOT = SPACES
               MOVE WS-STT-FIRST-START (WS-STEP-IDX) TO WS-CLOCK-TIME
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-STL-START
           END-IF
           IF WS-STT-LAST-END (WS-STEP-IDX) NOT = SPACES
               MOVE WS-STT-LAST-END (WS-STEP-IDX) TO WS-CLOCK-TIME
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-STL-END
               MOVE WS-STT-ELAPSED (WS-STEP-IDX) TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-STL-ELAPSED
           END-IF
           IF WS-STT-TARGET (WS-STEP-IDX) > 0
               MOVE WS-STT-TARGET (WS-STEP-IDX) TO WS-TGT-MINUTES
               MOVE WS-TARGET-TEXT TO WS-STL-TARGET
           ELSE
               MOVE "NONE" TO WS-STL-TARGET
           END-IF
           MOVE WS-STT-RUNS (WS-STEP-IDX) TO WS-STL-RUNS
           MOVE WS-STT-RC (WS-STEP-IDX) TO WS-STL-RC
           COMPUTE WS-TARGET-SECS = WS-STT-TARGET (WS-STEP-IDX) * 60
           EVALUATE TRUE
               WHEN WS-STT-RUNS (WS-STEP-IDX) = 0
                   MOVE "NOT STARTED" TO WS-STL-STATUS
               WHEN WS-STT-OPEN (WS-STEP-IDX) = "Y"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "** NO END ENTRY - ABENDED OR STILL RUNNING **"
                       TO WS-STL-STATUS
               WHEN WS-STT-TARGET (WS-STEP-IDX) > 0
                   AND WS-STT-ELAPSED (WS-STEP-IDX) > WS-TARGET-SECS
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "** OVER TARGET **" TO WS-STL-STATUS
               WHEN WS-STT-TARGET (WS-STEP-IDX) > 0
                   MOVE "WITHIN TARGET" TO WS-STL-STATUS
               WHEN OTHER
                   MOVE "NO TARGET ON WINCTL" TO WS-STL-STATUS
           END-EVALUATE
           MOVE WS-STEP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-NIGHT-BLOCK SECTION.
      *    The night's finish is its last END entry; a night whose
      *    last step has not ended is judged against the clock now.
           MOVE WS-TONIGHT-IDX TO WS-NGT-IDX
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NIGHT STARTED             : " TO WS-TEXT-LABEL
           MOVE WS-NGT-START-CLOCK (WS-NGT-IDX) TO WS-CLOCK-TIME
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-TEXT-VALUE
           PERFORM WRITE-TEXT-LINE
           MOVE "NIGHT FINISHED            : " TO WS-TEXT-LABEL
           IF WS-NGT-FINISHED (WS-NGT-IDX) = "Y"
               MOVE WS-NGT-FINISH-CLOCK (WS-NGT-IDX) TO WS-CLOCK-TIME
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-TEXT-VALUE
           ELSE
               MOVE "NOT FINISHED - ARCHIVE STEP HAS NO END ENTRY"
                   TO WS-TEXT-VALUE
           END-IF
           PERFORM WRITE-TEXT-LINE
           IF WS-NGT-FINISHED (WS-NGT-IDX) = "Y"
               MOVE "BATCH WINDOW              : " TO WS-TEXT-LABEL
               COMPUTE WS-DUR-SECS = WS-NGT-FINISH-SECS (WS-NGT-IDX)
                   - WS-NGT-START-SECS (WS-NGT-IDX)
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-TEXT-VALUE
               PERFORM WRITE-TEXT-LINE
           END-IF
           MOVE "FINISH DEADLINE           : " TO WS-TEXT-LABEL
           IF WS-HAVE-DEADLINE = "Y"
               MOVE WS-DEADLINE-HHMM TO WS-CLOCK-TIME
               MOVE "00" TO WS-CLOCK-TIME (5:2)
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-TEXT-VALUE
           ELSE
               MOVE "NONE ON WINCTL - NOT CHECKED" TO WS-TEXT-VALUE
           END-IF
           PERFORM WRITE-TEXT-LINE
           IF WS-HAVE-DEADLINE NOT = "Y"
               EXIT SECTION
           END-IF
           IF WS-NGT-FINISHED (WS-NGT-IDX) NOT = "Y"
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME TO WS-CLOCK-TIME
               PERFORM CLOCK-TO-SECONDS
               IF WS-ENTRY-SECS < WS-NGT-START-SECS (WS-NGT-IDX)
                   ADD 86400 TO WS-ENTRY-SECS
               END-IF
               MOVE WS-ENTRY-SECS TO WS-NORM-SECS
           ELSE
               MOVE WS-NGT-FINISH-SECS (WS-NGT-IDX) TO WS-NORM-SECS
           END-IF
           PERFORM COMPUTE-MARGIN
           MOVE "DEADLINE                  : " TO WS-TEXT-LABEL
           MOVE SPACES TO WS-TEXT-VALUE
           EVALUATE TRUE
               WHEN WS-MARGIN-SECS < 0
                   MOVE "Y" TO WS-DEADLINE-MISSED
                   COMPUTE WS-DUR-SECS = 0 - WS-MARGIN-SECS
                   PERFORM FORMAT-DURATION
                   IF WS-NGT-FINISHED (WS-NGT-IDX) = "Y"
                       STRING "** MISSED BY " DELIMITED BY SIZE
                               WS-DUR-TEXT DELIMITED BY SIZE
                               " **" DELIMITED BY SIZE
                           INTO WS-TEXT-VALUE
                   ELSE
                       STRING "** PASSED " DELIMITED BY SIZE
                               WS-DUR-TEXT DELIMITED BY SIZE
                               " AGO WITH THE NIGHT UNFINISHED **"
                               DELIMITED BY SIZE
                           INTO WS-TEXT-VALUE
                   END-IF
               WHEN WS-NGT-FINISHED (WS-NGT-IDX) = "Y"
                   MOVE WS-MARGIN-SECS TO WS-DUR-SECS
                   PERFORM FORMAT-DURATION
                   STRING "MET, " DELIMITED BY SIZE
                           WS-DUR-TEXT DELIMITED BY SIZE
                           " TO SPARE" DELIMITED BY SIZE
                       INTO WS-TEXT-VALUE
               WHEN OTHER
                   MOVE WS-MARGIN-SECS TO WS-DUR-SECS
                   PERFORM FORMAT-DURATION
                   STRING "NOT YET PASSED, " DELIMITED BY SIZE
                           WS-DUR-TEXT DELIMITED BY SIZE
                           " LEFT" DELIMITED BY SIZE
                       INTO WS-TEXT-VALUE
           END-EVALUATE
           PERFORM WRITE-TEXT-LINE
           EXIT.

       COMPUTE-MARGIN SECTION.
      *    Deadline less finish (WS-NORM-SECS), both counted from
      *    midnight before the night's start; a deadline earlier in
      *    the day than the start falls on the next morning.
           MOVE WS-DEADLINE-SECS TO WS-DEADLINE-NORM
           IF WS-DEADLINE-SECS < WS-NGT-START-SECS (WS-NGT-IDX)
               ADD 86400 TO WS-DEADLINE-NORM
           END-IF
           COMPUTE WS-MARGIN-SECS = WS-DEADLINE-NORM - WS-NORM-SECS
           EXIT.

       WRITE-TREND-BLOCK SECTION.
           PERFORM SORT-NIGHT-TABLE
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LAST THIRTY NIGHTS (AUDITLOG AND AUDARCH)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TREND-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-TREND-LINE
               VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NGT-COUNT
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AVERAGE WINDOW            : " TO WS-TEXT-LABEL
           IF WS-WINDOW-NIGHTS > 0
               DIVIDE WS-WINDOW-TOTAL BY WS-WINDOW-NIGHTS
                   GIVING WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-WINDOW-NIGHTS TO WS-NIGHTS-EDIT
               MOVE SPACES TO WS-TEXT-VALUE
               STRING WS-DUR-TEXT DELIMITED BY SIZE
                       " OVER " DELIMITED BY SIZE
                       WS-NIGHTS-EDIT DELIMITED BY SIZE
                       " FINISHED NIGHTS" DELIMITED BY SIZE
                   INTO WS-TEXT-VALUE
           ELSE
               MOVE "NO FINISHED NIGHTS ON FILE" TO WS-TEXT-VALUE
           END-IF
           PERFORM WRITE-TEXT-LINE
           EXIT.

       SORT-NIGHT-TABLE SECTION.
      *    At most thirty entries - an exchange sort on the date.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-NGT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-NGT-COUNT - WS-SORT-I
                   IF WS-NGT-DATE (WS-SORT-J)
                       > WS-NGT-DATE (WS-SORT-J + 1)
                       MOVE WS-NIGHT (WS-SORT-J) TO WS-NIGHT-SWAP
                       MOVE WS-NIGHT (WS-SORT-J + 1)
                           TO WS-NIGHT (WS-SORT-J)
                       MOVE WS-NIGHT-SWAP TO WS-NIGHT (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       WRITE-TREND-LINE SECTION.
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-NGT-DATE (WS-NGT-IDX) TO WS-TRL-DATE
           MOVE WS-NGT-START-CLOCK (WS-NGT-IDX) TO WS-CLOCK-TIME
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-TRL-START
           IF WS-NGT-FINISHED (WS-NGT-IDX) NOT = "Y"
               MOVE "NOT FINISHED (NO ARCHIVE END ENTRY)"
                   TO WS-TRL-STATUS
               MOVE WS-TREND-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           MOVE WS-NGT-FINISH-CLOCK (WS-NGT-IDX) TO WS-CLOCK-TIME
           PERFORM FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT TO WS-TRL-FINISH
           COMPUTE WS-WINDOW-SECS = WS-NGT-FINISH-SECS (WS-NGT-IDX)
               - WS-NGT-START-SECS (WS-NGT-IDX)
           ADD WS-WINDOW-SECS TO WS-WINDOW-TOTAL
           ADD 1 TO WS-WINDOW-NIGHTS
           MOVE WS-WINDOW-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TRL-WINDOW
           IF WS-HAVE-DEADLINE = "Y"
               MOVE WS-NGT-FINISH-SECS (WS-NGT-IDX) TO WS-NORM-SECS
               PERFORM COMPUTE-MARGIN
               IF WS-MARGIN-SECS < 0
                   MOVE "-" TO WS-TRL-MARGIN-SIGN
                   COMPUTE WS-DUR-SECS = 0 - WS-MARGIN-SECS
                   MOVE "** MISSED **" TO WS-TRL-STATUS
               ELSE
                   MOVE "+" TO WS-TRL-MARGIN-SIGN
                   MOVE WS-MARGIN-SECS TO WS-DUR-SECS
                   MOVE "MET" TO WS-TRL-STATUS
               END-IF
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-TRL-MARGIN
           END-IF
           MOVE WS-TREND-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-TEXT-LINE SECTION.
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RHB-TEST-DATE
               MOVE REHEARSAL-BANNER TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM WINDRPT.
