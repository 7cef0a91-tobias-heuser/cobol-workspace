      * whether the SHIFTCD handoff carries a record for every
      * sign-on (one record per sign-on since the multi-shift
      * handoff). Replaces the supervisor's hand reconciliation of
      * two sources that do not line up. A scheduled shift nobody
      * signed on for at all is also raised as a SHIFT-UNSTAFFED
      * warning alert for the monitoring console (ALERTWR).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-SGL-STATUS PIC X(89).
       01 WS-TEXT-LINE PIC X(132).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
       01 WS-SHIFT-COVERED PIC X.
       01 WS-ALERT-SUBJECT.
           05 WS-ALS-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ALS-SHIFT PIC X(10).
           05 FILLER PIC X VALUE SPACE.

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
           PERFORM LOAD-SCHEDULE
           IF WS-EXCEPTION-COUNT > 0
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
           MOVE "SHIFTRPT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    wins; with none in progress (ENDNIGHT already closed the
      *    night) the newest date on file stands in; with no usable
      *    RUNCTL at all the wall-clock date stays.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
      *    empty chair.
           MOVE "** UNSTAFFED - NO SIGN-ON FOR THIS SHIFT **"
               TO WS-SCL-STATUS
           MOVE "N" TO WS-SHIFT-COVERED
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT
               IF WS-SCH-SHIFT (WS-SCH-IDX) =
                       WS-SGN-SHIFT (WS-SGN-IDX)
                   MOVE "Y" TO WS-SHIFT-COVERED
                   MOVE SPACES TO WS-SCL-STATUS
                   STRING "** COVERED BY UNSCHEDULED OPERATOR "
                               DELIMITED BY SIZE
               END-IF
           END-PERFORM
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-SHIFT-COVERED = "N"
               PERFORM RAISE-UNSTAFFED-ALERT
           END-IF
           EXIT.

       RAISE-UNSTAFFED-ALERT SECTION.
      *    Night and shift are the subject: each unstaffed night is
      *    its own alert.
           MOVE RUNHDR-RUN-DATE TO ALRT-BUSINESS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO ALRT-PROGRAM
           MOVE "W" TO ALRT-SEVERITY
           MOVE "SHIFT-UNSTAFFED" TO ALRT-CODE
           MOVE RUNHDR-RUN-DATE TO WS-ALS-DATE
           MOVE WS-SCH-SHIFT (WS-SCH-IDX) TO WS-ALS-SHIFT
           MOVE WS-ALERT-SUBJECT TO ALRT-SUBJECT
           MOVE SPACES TO ALRT-TEXT
           STRING "NO SIGN-ON FOR THE SHIFT - SCHEDULED OPERATOR "
                       DELIMITED BY SIZE
                   WS-SCH-OPER (WS-SCH-IDX) DELIMITED BY SIZE
               INTO ALRT-TEXT
           CALL "ALERTWR" USING ALRT-PARM
           EXIT.

       REPORT-SIGNON-SIDE SECTION.

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
