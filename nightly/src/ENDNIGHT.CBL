      * overall GOOD/FAILED verdict, and ends with a matching return
      * code the schedulers can alert on. Each check result and the
      * verdict also go to the night-results history NIGHTHST for the
      * month-end reliability report (NIGHTSUM). A FAILED night also
      * raises a critical NIGHT-FAILED alert (ALERTWR) for the
      * monitoring console, naming the first check that failed.
      * A rehearsal (MODEPARM.CPY) balances its own rehearsal entries
      * and gives its verdict the same way, but never closes the date
      * on RUNCTL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-END-NUM PIC 9(7).
       01 WS-EXPECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-RANGE-OK PIC X VALUE "N".
       01 WS-QUEUE-NUM PIC 9(7) VALUE 0.
       01 WS-RECORDS-TOTAL PIC 9(7) VALUE 0.
       01 WS-RECORDS-FOUND PIC X VALUE "N".
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).
       01 WS-BEST-ANY-DATE PIC X(8).
       01 WS-FIRST-FAILED PIC X(50) VALUE SPACES.

       01 WS-HEAD-1.
           05 FILLER PIC X(31)
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

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
           PERFORM OPEN-NIGHT-HISTORY
           END-IF
           CLOSE REPORT-FILE
           IF WS-NIGHT-GOOD = "Y"
               IF NOT MODE-IS-REHEARSAL
                   PERFORM COMPLETE-RUN-CONTROL
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
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

       COMPLETE-RUN-CONTROL SECTION.
      *    A GOOD verdict closes the business date on RUNCTL (and
      *    clears any supervisor force flag), which is what makes a
                       MOVE "Y" TO RCTL-HELLO-RUN RCTL-FIZZ-RUN
                           RCTL-MAIN-RUN
                       MOVE 0 TO RCTL-FORCE-COUNT
                       MOVE SPACES TO RCTL-STEPS-DONE
                       WRITE RUNCTL-RECORD
                   NOT INVALID KEY
                       MOVE "C" TO RCTL-STATUS
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    progress the newest date on file stands in (a rerun after
      *    the date was closed); with no usable RUNCTL at all the
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
               MOVE "C" TO NHR-REC-TYPE
               MOVE WS-CHECK-ID TO NHR-CHECK-ID
               MOVE WS-CHECK-RESULT TO NHR-RESULT
               MOVE MODE-RECORD-MARK TO NHR-RUN-MODE
               WRITE NIGHT-HIST-RECORD
           END-IF
           MOVE SPACES TO WS-CHECK-ID
      *    ERROR= entries are refusals and parameter failures, not
      *    runs - counting one as a run would turn a failed night
      *    GOOD and close the business date on RUNCTL, blocking the
      *    corrective rerun. STEP= entries are the batch-window
      *    START/END markers, not the programs' own run entries,
      *    and the SIGNOFF=/HANDNOTE= entries of an operator's
      *    end-of-shift sign-off are not HELLWORLD's night step.
      *    Only entries of this run's own mode count: a rehearsal of
      *    the date never makes the production night look complete,
      *    nor the other way round.
           IF AUD-RUN-DATE = RUNHDR-RUN-DATE
               AND AUD-RUN-MODE = MODE-RECORD-MARK
               AND AUD-KEY-INFO (1:6) NOT = "ERROR="
               AND AUD-KEY-INFO (1:5) NOT = "STEP="
               AND AUD-KEY-INFO (1:8) NOT = "SIGNOFF="
               AND AUD-KEY-INFO (1:9) NOT = "HANDNOTE="
               EVALUATE AUD-PROGRAM-NAME
                   WHEN "HELLWORL"
                       IF WS-HELLO-TIME = SPACES
           EXIT.

       PARSE-FIZZ-RANGE SECTION.
      *    FIZZBUZZ logs "RANGE=sss-eee QUEUE=nnn"; expected record
      *    count for the night is eee - sss + 1 for the operations
      *    range plus nnn numbers classified for queued department
      *    requests (no QUEUE= on entries from before the queue).
           MOVE "N" TO WS-RANGE-OK
           IF WS-FIZZ-KEY-INFO (1:6) = "RANGE="
               MOVE SPACES TO WS-RANGE-TEXT
                   AND WS-END-TEXT (1:7) IS NUMERIC
                   MOVE WS-START-TEXT (1:7) TO WS-START-NUM
                   MOVE WS-END-TEXT (1:7) TO WS-END-NUM
                   MOVE 0 TO WS-EXPECTED-COUNT
                   IF WS-END-NUM >= WS-START-NUM
                       COMPUTE WS-EXPECTED-COUNT =
                           WS-END-NUM - WS-START-NUM + 1
                   END-IF
                   IF WS-FIZZ-KEY-INFO (22:7) = " QUEUE="
                       AND WS-FIZZ-KEY-INFO (29:7) IS NUMERIC
                       MOVE WS-FIZZ-KEY-INFO (29:7) TO WS-QUEUE-NUM
                       ADD WS-QUEUE-NUM TO WS-EXPECTED-COUNT
                   END-IF
                   MOVE "Y" TO WS-RANGE-OK
               END-IF
           END-IF
      *    The detail count and FB-CURRENT hash are accumulated the
      *    same way FBLOAD and FBEXTRCT compute theirs, so the
      *    downstream balancing compares like with like.
      *    Only the night-total T rows (request 000000, or untagged
      *    rows from before the request queue) are the night's
      *    RECORDS total; each queued request's own T rows are not.
           IF FBT-REC-TYPE = "T" AND FBT-LABEL = "RECORDS "
               AND (FBT-REQNO NOT NUMERIC OR FBT-REQNO = 0)
               MOVE FBT-COUNT TO WS-RECORDS-TOTAL
               MOVE "Y" TO WS-RECORDS-FOUND
           END-IF
       WRITE-CHECK-LINE SECTION.
           IF WS-CHECK-RESULT = "FAILED"
               MOVE "N" TO WS-NIGHT-GOOD
               IF WS-FIRST-FAILED = SPACES
                   MOVE WS-CHECK-TEXT TO WS-FIRST-FAILED
               END-IF
           END-IF
           MOVE WS-CHECK-TEXT TO WS-CHK-TEXT
           MOVE WS-CHECK-RESULT TO WS-CHK-RESULT

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
               ELSE
                   MOVE "FAILED" TO NHR-RESULT
               END-IF
               MOVE MODE-RECORD-MARK TO NHR-RUN-MODE
               WRITE NIGHT-HIST-RECORD
           END-IF
           IF WS-NIGHT-GOOD NOT = "Y"
               PERFORM RAISE-NIGHT-ALERT
           END-IF
           EXIT.

       RAISE-NIGHT-ALERT SECTION.
      *    One alert per business date; the detail stays on NIGHTRPT.
           MOVE RUNHDR-RUN-DATE TO ALRT-BUSINESS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO ALRT-PROGRAM
           MOVE "C" TO ALRT-SEVERITY
           MOVE "NIGHT-FAILED" TO ALRT-CODE
           MOVE RUNHDR-RUN-DATE TO ALRT-SUBJECT
           MOVE SPACES TO ALRT-TEXT
           STRING "NIGHT FAILED BALANCING - " DELIMITED BY SIZE
                   WS-FIRST-FAILED DELIMITED BY SIZE
               INTO ALRT-TEXT
           CALL "ALERTWR" USING ALRT-PARM
           EXIT.

       END PROGRAM ENDNIGHT.
