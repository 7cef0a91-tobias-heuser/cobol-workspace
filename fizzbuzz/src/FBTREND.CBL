           05 HIST-LABEL PIC X(8).
           05 FILLER PIC X.
           05 HIST-COUNT PIC 9(7).
      *    T on a row written by a rehearsal run (MODEPARM.CPY).
           05 FILLER PIC X.
           05 HIST-RUN-MODE PIC X.
               88 HIST-REHEARSAL VALUE "T".

       FD  SHIFT-FILE.
           COPY SHIFTCD.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM READ-SHIFT-CODE
           PERFORM LOAD-TONIGHT-TOTALS
           PERFORM LOAD-PRIOR-HISTORY
           PERFORM APPEND-HISTORY
           PERFORM WRITE-TREND-REPORT
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-STEP-DONE
           STOP RUN.

       RECORD-STEP-START SECTION.
      *    STEP=START entry on AUDITLOG for the batch-window report
      *    (WINDRPT), on the business date just established.
           MOVE "S" TO STEP-FUNCTION
           MOVE RUNHDR-PROGRAM-NAME TO STEP-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STEP-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO STEP-RUN-TIME
           MOVE RUNHDR-OPERATOR-ID TO STEP-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO STEP-TERMINAL-ID
           MOVE 0 TO STEP-RETURN-CODE
           CALL "STEPDONE" USING STEP-PARM
           EXIT.

       RECORD-STEP-DONE SECTION.
      *    Marks this step finished on RUNCTL for the restart planner
      *    (RSTPLAN); the return code goes along so a step that ran
      *    to its end with an error still counts as needing a rerun.
      *    STEPDONE also logs the STEP=END entry WINDRPT times by.
           MOVE "E" TO STEP-FUNCTION
           MOVE RUNHDR-PROGRAM-NAME TO STEP-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STEP-RUN-DATE
           MOVE RUNHDR-OPERATOR-ID TO STEP-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO STEP-TERMINAL-ID
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           CALL "STEPDONE" USING STEP-PARM
           EXIT.

       INIT-RUN-HEADER SECTION.
           MOVE "FBTREND" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    date wins; with none in progress the newest date on file
      *    stands in; with no usable RUNCTL at all the wall-clock
      *    date stays.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
           EXIT.

       COLLECT-TOTAL-RECORD SECTION.
      *    Night totals only: a queued request's own T rows carry its
      *    request number and are already inside the night totals.
           IF FBT-REC-TYPE = "T" AND WS-CAT-COUNT < 12
               AND (FBT-REQNO NOT NUMERIC OR FBT-REQNO = 0)
               ADD 1 TO WS-CAT-COUNT
               MOVE FBT-LABEL TO WS-CAT-LABEL (WS-CAT-COUNT)
               MOVE FBT-COUNT TO WS-CAT-TONIGHT (WS-CAT-COUNT)
           EXIT.

       COLLECT-HISTORY-RECORD SECTION.
      *    Rows an earlier rehearsal left are no baseline - only
      *    production nights are compared against.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF HIST-LABEL = WS-CAT-LABEL (WS-CAT-IDX)
                   AND NOT HIST-REHEARSAL
                   IF WS-CAT-PRIOR-N (WS-CAT-IDX) < 7
                       ADD 1 TO WS-CAT-PRIOR-N (WS-CAT-IDX)
                       MOVE HIST-COUNT TO WS-CAT-PRIOR
               MOVE WS-SHIFT-NAME TO HIST-SHIFT
               MOVE WS-CAT-LABEL (WS-CAT-IDX) TO HIST-LABEL
               MOVE WS-CAT-TONIGHT (WS-CAT-IDX) TO HIST-COUNT
               MOVE MODE-RECORD-MARK TO HIST-RUN-MODE
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-SHIFT-NAME TO WS-HEAD-SHIFT
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RHB-TEST-DATE
               MOVE REHEARSAL-BANNER TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
                       WS-CAT-COUNT DELIMITED BY SIZE
                   INTO WS-KEY-INFO
               MOVE WS-KEY-INFO TO AUD-KEY-INFO
               MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITLOG WRITE FAILED, STATUS="
