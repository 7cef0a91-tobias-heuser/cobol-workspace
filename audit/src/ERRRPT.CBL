      * every program/file/status combination that has appeared on
      * three or more different nights - the quiet severity-E WRITE
      * failure that loses a record a night and never trips a
      * reconciliation until month-end. Each repeat offender is also
      * raised as an ERROR-REPEAT warning alert for the monitoring
      * console (ALERTWR), program/file/status as subject, so one
      * that goes on recurring stays one alert until acknowledged.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-CNT-VALUE PIC ZZ9.
           05 FILLER PIC X(101) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
       01 WS-ALERT-SUBJECT.
           05 WS-ALS-PROGRAM PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ALS-FILE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ALS-STATUS PIC XX.
       01 WS-ALERT-NIGHTS PIC ZZ9.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.
           COPY ALRTPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT ERROR-LOG
           IF WS-REPEAT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE "ERRRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    date wins; with none in progress (ENDNIGHT already closed
      *    the night) the newest date on file stands in; with no
      *    usable RUNCTL at all the wall-clock date stays.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
               TO WS-REP-FLAG
           MOVE WS-REPEAT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM RAISE-REPEAT-ALERT
           EXIT.

       RAISE-REPEAT-ALERT SECTION.
           MOVE RUNHDR-RUN-DATE TO ALRT-BUSINESS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO ALRT-PROGRAM
           MOVE "W" TO ALRT-SEVERITY
           MOVE "ERROR-REPEAT" TO ALRT-CODE
           MOVE WS-CMB-PROGRAM (WS-COMBO-IDX) TO WS-ALS-PROGRAM
           MOVE WS-CMB-FILE (WS-COMBO-IDX) TO WS-ALS-FILE
           MOVE WS-CMB-STATUS (WS-COMBO-IDX) TO WS-ALS-STATUS
           MOVE WS-ALERT-SUBJECT TO ALRT-SUBJECT
           MOVE WS-CMB-NIGHTS (WS-COMBO-IDX) TO WS-ALERT-NIGHTS
           MOVE SPACES TO ALRT-TEXT
           STRING "SAME FILE ERROR ON " DELIMITED BY SIZE
                   WS-ALERT-NIGHTS DELIMITED BY SIZE
                   " NIGHTS, LAST " DELIMITED BY SIZE
                   WS-CMB-LAST-DATE (WS-COMBO-IDX) DELIMITED BY SIZE
                   " - SEE ERRRPT" DELIMITED BY SIZE
               INTO ALRT-TEXT
           CALL "ALERTWR" USING ALRT-PARM
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
