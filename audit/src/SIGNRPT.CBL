       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNRPT.
      *****************************************************************
      * Shift sign-off and handover report. Pairs every HELLWORL
      * sign-on (SHIFT= entries) on AUDITLOG with the SIGNOFF= entry
      * the operator's end-of-shift sign-off wrote for it, over the
      * last SIGNCTL business days (default 7) up to the newest night
      * RUNCTL shows completed, and reports: each shift with its
      * sign-on and sign-off times and the hours actually worked,
      * shifts nobody signed off, hours worked per shift name - the
      * actual hours a coverage check needs instead of sign-on times
      * alone - and every handover note on HANDNOTE that no operator
      * has read yet, with its age in business days. Run in the
      * morning, after the night shift has signed off.
      * RC 4 = shifts without sign-off or unread notes;
      * RC 8 = AUDITLOG not available.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "HANDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HND-KEY
               FILE STATUS IS WS-HANDNOTE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "SIGNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SIGNXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  HANDOVER-FILE.
           COPY HANDNREC.

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  CONTROL-CARD.
      *    Report window in business days; a missing or non-numeric
      *    card falls back to the 7-day default below.
       01 CONTROL-CARD-RECORD.
           05 CC-WINDOW-DAYS PIC 999.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-HANDNOTE-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-HANDNOTE-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X VALUE "N".
       01 WS-BEST-C-DATE PIC X(8).
       01 WS-BEST-ANY-DATE PIC X(8).
       01 WS-WINDOW-DAYS PIC 999 VALUE 7.
       01 WS-FROM-DATE PIC X(8).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-OFF-TOKEN-1 PIC X(20).
       01 WS-OFF-TOKEN-2 PIC X(20).
       01 WS-OFF-TOKEN-3 PIC X(20).
       01 WS-OFF-SHIFT PIC X(10).
       01 WS-OFF-ON-TIME PIC X(4).
       01 WS-OFF-WORKED PIC X(4).
       01 WS-MATCHED PIC X.
      *    The window's sign-ons in AUDITLOG order and the sign-off
      *    found for each.
       01 WS-SGN-COUNT PIC 999 VALUE 0.
       01 WS-SGN-IDX PIC 999.
       01 WS-SGN-DROPPED PIC 9(5) VALUE 0.
       01 WS-SIGNON-TABLE.
           05 WS-SIGNON-ENTRY OCCURS 300 TIMES.
               10 WS-SGN-DATE PIC X(8).
               10 WS-SGN-SHIFT PIC X(10).
               10 WS-SGN-OPER PIC X(8).
               10 WS-SGN-ON-TIME PIC X(8).
               10 WS-SGN-OFF-TIME PIC X(8).
               10 WS-SGN-WORKED PIC 9(4).
               10 WS-SGN-SIGNED-OFF PIC X.
      *    Hours worked per shift name.
       01 WS-SHF-COUNT PIC 99 VALUE 0.
       01 WS-SHF-IDX PIC 99.
       01 WS-SHIFT-TOTALS.
           05 WS-SHIFT-TOTAL OCCURS 10 TIMES.
               10 WS-SHF-NAME PIC X(10).
               10 WS-SHF-SIGNONS PIC 9(5).
               10 WS-SHF-SIGNED-OFF PIC 9(5).
               10 WS-SHF-MINUTES PIC 9(7).
       01 WS-WORKED.
           05 WS-WORKED-HH PIC 99.
           05 WS-WORKED-MM PIC 99.
       01 WS-WORKED-N REDEFINES WS-WORKED PIC 9(4).
       01 WS-WORKED-EDIT.
           05 WS-WKE-HH PIC Z9.
           05 FILLER PIC X VALUE ":".
           05 WS-WKE-MM PIC 99.
       01 WS-MINUTES PIC 9(7).
       01 WS-TOTAL-MINUTES PIC 9(7) VALUE 0.
       01 WS-HOURS PIC 9(5).
       01 WS-HOURS-MM PIC 99.
       01 WS-SIGNED-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTE-COUNT PIC 9(5) VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(31)
               VALUE "SHIFT SIGN-OFFS AND HANDOVER - ".
           05 WS-HEAD-FROM PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-HEAD-TO PIC X(8).
           05 FILLER PIC X(74) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "SIGNRPT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "SHIFT".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "SIGN-ON".
           05 FILLER PIC X(10) VALUE "SIGN-OFF".
           05 FILLER PIC X(80) VALUE "WORKED".
       01 WS-DETAIL-LINE.
           05 WS-DTL-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SHIFT PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-OPER PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-ON PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-OFF PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-WORKED PIC X(5).
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-STATUS PIC X(72).
       01 WS-SHIFT-HEAD.
           05 FILLER PIC X(12) VALUE "SHIFT".
           05 FILLER PIC X(10) VALUE " SIGN-ONS".
           05 FILLER PIC X(12) VALUE "  SIGNED OFF".
           05 FILLER PIC X(98) VALUE "  HOURS WORKED".
       01 WS-SHIFT-LINE.
           05 WS-SHL-NAME PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-SHL-SIGNONS PIC ZZZZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-SHL-SIGNED-OFF PIC ZZZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-SHL-HOURS PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE ":".
           05 WS-SHL-MM PIC 99.
           05 FILLER PIC X(85) VALUE SPACES.
       01 WS-NOTE-HEAD.
           05 FILLER PIC X(8) VALUE "NOTE".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "SHIFT".
           05 FILLER PIC X(10) VALUE "FROM".
           05 FILLER PIC X(10) VALUE "WRITTEN".
           05 FILLER PIC X(82) VALUE "  AGE".
       01 WS-NOTE-LINE.
           05 WS-NTL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTL-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTL-SHIFT PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTL-FROM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTL-WRITTEN PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-NTL-AGE PIC ZZZZ9.
           05 FILLER PIC X(77) VALUE SPACES.
       01 WS-TEXT-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-TXT-TEXT PIC X(60).
           05 FILLER PIC X(64) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-HOURS-LINE.
           05 WS-HRL-LABEL PIC X(28).
           05 WS-HRL-HOURS PIC ZZZZ9.
           05 FILLER PIC X VALUE ":".
           05 WS-HRL-MM PIC 99.
           05 FILLER PIC X(96) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-REPORT-DATE
           PERFORM READ-CONTROL-CARD
           PERFORM SET-REPORT-WINDOW
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG NOT AVAILABLE - NO SIGN-ONS TO CHECK"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AUDIT-LOG
           PERFORM COLLECT-AUDIT-ENTRY UNTIL WS-AUDIT-EOF = "Y"
           CLOSE AUDIT-LOG
           PERFORM REPORT-SHIFTS
           PERFORM REPORT-SHIFT-TOTALS
           PERFORM REPORT-OPEN-NOTES
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           IF WS-MISSING-COUNT > 0 OR WS-NOTE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "SIGNRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       GET-REPORT-DATE SECTION.
      *    The window ends with the newest night ENDNIGHT closed - its
      *    shifts are over and should all be signed off. With no
      *    closed night the newest date on RUNCTL stands in; with no
      *    usable RUNCTL at all the wall-clock date stays.
           MOVE SPACES TO WS-BEST-C-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               PERFORM READ-RUNCTL-NEXT
               PERFORM SCAN-RUNCTL-DATE UNTIL WS-BD-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN WS-BEST-C-DATE NOT = SPACES
                   MOVE WS-BEST-C-DATE TO RUNHDR-RUN-DATE
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
               IF RCTL-COMPLETED
                   AND (WS-BEST-C-DATE = SPACES
                       OR RCTL-RUN-DATE > WS-BEST-C-DATE)
                   MOVE RCTL-RUN-DATE TO WS-BEST-C-DATE
               END-IF
               IF WS-BEST-ANY-DATE = SPACES
                   OR RCTL-RUN-DATE > WS-BEST-ANY-DATE
                   MOVE RCTL-RUN-DATE TO WS-BEST-ANY-DATE
               END-IF
           END-IF
           PERFORM READ-RUNCTL-NEXT
           EXIT.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
               READ CONTROL-CARD
                   NOT AT END
                       IF CC-WINDOW-DAYS IS NUMERIC
                           AND CC-WINDOW-DAYS > 0
                           MOVE CC-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           EXIT.

       SET-REPORT-WINDOW SECTION.
      *    The report date and the business days before it, counted
      *    on the business calendar.
           MOVE RUNHDR-RUN-DATE TO WS-FROM-DATE
           IF WS-WINDOW-DAYS > 1
               MOVE "B" TO BDAY-FUNCTION
               MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
               COMPUTE BDAY-DAYS = WS-WINDOW-DAYS - 1
               CALL "BUSDAYS" USING BDAY-PARM
               MOVE BDAY-TO-DATE TO WS-FROM-DATE
           END-IF
           EXIT.

       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           EXIT.

       COLLECT-AUDIT-ENTRY SECTION.
      *    Production HELLWORL entries inside the window only; a
      *    rehearsal signs nobody on or off.
           IF AUD-PROGRAM-NAME = "HELLWORL"
               AND NOT AUD-REHEARSAL
               AND AUD-RUN-DATE >= WS-FROM-DATE
               AND AUD-RUN-DATE <= RUNHDR-RUN-DATE
               EVALUATE TRUE
                   WHEN AUD-KEY-INFO (1:6) = "SHIFT="
                       PERFORM ADD-SIGNON
                   WHEN AUD-KEY-INFO (1:8) = "SIGNOFF="
                       PERFORM MATCH-SIGNOFF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-AUDIT-LOG
           EXIT.

       ADD-SIGNON SECTION.
           IF WS-SGN-COUNT < 300
               ADD 1 TO WS-SGN-COUNT
               MOVE AUD-RUN-DATE TO WS-SGN-DATE (WS-SGN-COUNT)
               MOVE AUD-KEY-INFO (7:10) TO WS-SGN-SHIFT (WS-SGN-COUNT)
               MOVE AUD-OPERATOR-ID TO WS-SGN-OPER (WS-SGN-COUNT)
               MOVE AUD-RUN-TIME TO WS-SGN-ON-TIME (WS-SGN-COUNT)
               MOVE SPACES TO WS-SGN-OFF-TIME (WS-SGN-COUNT)
               MOVE 0 TO WS-SGN-WORKED (WS-SGN-COUNT)
               MOVE "N" TO WS-SGN-SIGNED-OFF (WS-SGN-COUNT)
           ELSE
               ADD 1 TO WS-SGN-DROPPED
           END-IF
           EXIT.

       MATCH-SIGNOFF SECTION.
      *    SIGNOFF=<shift> ON=<hhmm> WORKED=<hhmm>, dated with the
      *    business date of the sign-on it closes: the first sign-on
      *    of that operator, date, shift and time still open.
           MOVE SPACES TO WS-OFF-TOKEN-1 WS-OFF-TOKEN-2 WS-OFF-TOKEN-3
           UNSTRING AUD-KEY-INFO DELIMITED BY ALL SPACES
               INTO WS-OFF-TOKEN-1 WS-OFF-TOKEN-2 WS-OFF-TOKEN-3
           END-UNSTRING
           MOVE WS-OFF-TOKEN-1 (9:10) TO WS-OFF-SHIFT
           MOVE WS-OFF-TOKEN-2 (4:4) TO WS-OFF-ON-TIME
           MOVE WS-OFF-TOKEN-3 (8:4) TO WS-OFF-WORKED
           MOVE "N" TO WS-MATCHED
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT OR WS-MATCHED = "Y"
               IF WS-SGN-SIGNED-OFF (WS-SGN-IDX) = "N"
                   AND WS-SGN-DATE (WS-SGN-IDX) = AUD-RUN-DATE
                   AND WS-SGN-OPER (WS-SGN-IDX) = AUD-OPERATOR-ID
                   AND WS-SGN-SHIFT (WS-SGN-IDX) = WS-OFF-SHIFT
                   AND WS-SGN-ON-TIME (WS-SGN-IDX) (1:4)
                       = WS-OFF-ON-TIME
                   MOVE "Y" TO WS-MATCHED
                   MOVE "Y" TO WS-SGN-SIGNED-OFF (WS-SGN-IDX)
                   MOVE AUD-RUN-TIME TO WS-SGN-OFF-TIME (WS-SGN-IDX)
                   IF WS-OFF-WORKED IS NUMERIC
                       MOVE WS-OFF-WORKED TO WS-SGN-WORKED (WS-SGN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       REPORT-SHIFTS SECTION.
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT
               PERFORM WRITE-SHIFT-DETAIL
               PERFORM ADD-SHIFT-TOTAL
           END-PERFORM
           IF WS-SGN-COUNT = 0
               MOVE "NO SIGN-ONS IN THE WINDOW" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-SGN-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "** SIGN-ON TABLE FULL - " DELIMITED BY SIZE
                       WS-SGN-DROPPED DELIMITED BY SIZE
                       " LATER SIGN-ONS NOT CHECKED - SHORTEN SIGNCTL"
                           DELIMITED BY SIZE
                       " **" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-SHIFT-DETAIL SECTION.
           MOVE WS-SGN-DATE (WS-SGN-IDX) TO WS-DTL-DATE
           MOVE WS-SGN-SHIFT (WS-SGN-IDX) TO WS-DTL-SHIFT
           MOVE WS-SGN-OPER (WS-SGN-IDX) TO WS-DTL-OPER
           MOVE WS-SGN-ON-TIME (WS-SGN-IDX) TO WS-DTL-ON
           MOVE WS-SGN-OFF-TIME (WS-SGN-IDX) TO WS-DTL-OFF
           IF WS-SGN-SIGNED-OFF (WS-SGN-IDX) = "Y"
               ADD 1 TO WS-SIGNED-OFF-COUNT
               MOVE WS-SGN-WORKED (WS-SGN-IDX) TO WS-WORKED-N
               MOVE WS-WORKED-HH TO WS-WKE-HH
               MOVE WS-WORKED-MM TO WS-WKE-MM
               MOVE WS-WORKED-EDIT TO WS-DTL-WORKED
               MOVE "SIGNED OFF" TO WS-DTL-STATUS
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-DTL-WORKED
               MOVE "** NO SIGN-OFF - HOURS UNKNOWN **"
                   TO WS-DTL-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       ADD-SHIFT-TOTAL SECTION.
           PERFORM VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT
                   OR WS-SHF-NAME (WS-SHF-IDX) =
                       WS-SGN-SHIFT (WS-SGN-IDX)
               CONTINUE
           END-PERFORM
           IF WS-SHF-IDX > WS-SHF-COUNT
               IF WS-SHF-COUNT = 10
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-SHF-COUNT
               MOVE WS-SGN-SHIFT (WS-SGN-IDX)
                   TO WS-SHF-NAME (WS-SHF-COUNT)
               MOVE 0 TO WS-SHF-SIGNONS (WS-SHF-COUNT)
                   WS-SHF-SIGNED-OFF (WS-SHF-COUNT)
                   WS-SHF-MINUTES (WS-SHF-COUNT)
           END-IF
           ADD 1 TO WS-SHF-SIGNONS (WS-SHF-IDX)
           IF WS-SGN-SIGNED-OFF (WS-SGN-IDX) = "Y"
               ADD 1 TO WS-SHF-SIGNED-OFF (WS-SHF-IDX)
               MOVE WS-SGN-WORKED (WS-SGN-IDX) TO WS-WORKED-N
               COMPUTE WS-MINUTES = WS-WORKED-HH * 60 + WS-WORKED-MM
               ADD WS-MINUTES TO WS-SHF-MINUTES (WS-SHF-IDX)
               ADD WS-MINUTES TO WS-TOTAL-MINUTES
           END-IF
           EXIT.

       REPORT-SHIFT-TOTALS SECTION.
      *    Hours count only shifts that were signed off; a shift
      *    without a sign-off has no end time to count to.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SHIFT-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-SHF-IDX FROM 1 BY 1
               UNTIL WS-SHF-IDX > WS-SHF-COUNT
               MOVE WS-SHF-NAME (WS-SHF-IDX) TO WS-SHL-NAME
               MOVE WS-SHF-SIGNONS (WS-SHF-IDX) TO WS-SHL-SIGNONS
               MOVE WS-SHF-SIGNED-OFF (WS-SHF-IDX)
                   TO WS-SHL-SIGNED-OFF
               DIVIDE WS-SHF-MINUTES (WS-SHF-IDX) BY 60
                   GIVING WS-HOURS REMAINDER WS-HOURS-MM
               MOVE WS-HOURS TO WS-SHL-HOURS
               MOVE WS-HOURS-MM TO WS-SHL-MM
               MOVE WS-SHIFT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           EXIT.

       REPORT-OPEN-NOTES SECTION.
      *    Every note nobody has read yet, whatever its date - a
      *    note stays outstanding until a sign-on shows it.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HANDOVER NOTES NOT YET READ" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NOTE-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDNOTE-STATUS NOT = "00"
               MOVE "NO HANDNOTE FILE - NO NOTES HANDED OVER"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-HANDOVER-NEXT
           PERFORM CHECK-NOTE-LINE UNTIL WS-HANDNOTE-EOF = "Y"
           CLOSE HANDOVER-FILE
           IF WS-NOTE-COUNT = 0
               MOVE "NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       READ-HANDOVER-NEXT SECTION.
           READ HANDOVER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HANDNOTE-EOF
           END-READ
           EXIT.

       CHECK-NOTE-LINE SECTION.
      *    Keyed on note and line, so each note's first line opens
      *    it on the report and the rest follow as text.
           IF HND-OPEN
               IF HND-LINE = 1
                   ADD 1 TO WS-NOTE-COUNT
                   PERFORM COMPUTE-NOTE-AGE
                   MOVE HND-NUMBER TO WS-NTL-NUMBER
                   MOVE HND-BUSINESS-DATE TO WS-NTL-DATE
                   MOVE HND-SHIFT TO WS-NTL-SHIFT
                   MOVE HND-FROM-OPER TO WS-NTL-FROM
                   MOVE HND-WRITTEN-TIME TO WS-NTL-WRITTEN
                   MOVE WS-AGE-DAYS TO WS-NTL-AGE
                   MOVE WS-NOTE-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE HND-TEXT TO WS-TXT-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM READ-HANDOVER-NEXT
           EXIT.

       COMPUTE-NOTE-AGE SECTION.
      *    Business days since the shift it hands over.
           IF HND-BUSINESS-DATE IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE HND-BUSINESS-DATE TO BDAY-FROM-DATE
               MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
               CALL "BUSDAYS" USING BDAY-PARM
               MOVE BDAY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE WS-FROM-DATE TO WS-HEAD-FROM
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-TO
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SIGN-ONS IN THE WINDOW    : " TO WS-CNT-LABEL
           MOVE WS-SGN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  SIGNED OFF              : " TO WS-CNT-LABEL
           MOVE WS-SIGNED-OFF-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  NO SIGN-OFF             : " TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "HOURS WORKED (SIGNED OFF) : " TO WS-HRL-LABEL
           DIVIDE WS-TOTAL-MINUTES BY 60
               GIVING WS-HOURS REMAINDER WS-HOURS-MM
           MOVE WS-HOURS TO WS-HRL-HOURS
           MOVE WS-HOURS-MM TO WS-HRL-MM
           MOVE WS-HOURS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HANDOVER NOTES NOT READ   : " TO WS-CNT-LABEL
           MOVE WS-NOTE-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM SIGNRPT.
