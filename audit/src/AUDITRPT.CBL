               VALUE "SUPERVISOR INITIALS: ________".

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM INIT-SUMMARY-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           END-IF
           PERFORM WRITE-SUMMARY-BLOCK
           CLOSE REPORT-FILE
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
           MOVE "AUDITRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    progress (ENDNIGHT already closed the night) the newest
      *    date on file stands in; with no usable RUNCTL at all the
      *    wall-clock date stays.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
       TALLY-PROGRAM-ENTRY SECTION.
      *    ERROR= entries (refused or failed runs) stay on the detail
      *    lines but do not count as runs, so a program that only
      *    logged a failure still trips the MISSING flag. The STEP=
      *    START/END markers are listed but are not runs either,
      *    nor are the SIGNOFF=/HANDNOTE= entries of a sign-off.
           IF AUD-KEY-INFO (1:6) = "ERROR="
               OR AUD-KEY-INFO (1:5) = "STEP="
               OR AUD-KEY-INFO (1:8) = "SIGNOFF="
               OR AUD-KEY-INFO (1:9) = "HANDNOTE="
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1

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
