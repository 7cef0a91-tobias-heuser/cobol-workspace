           SELECT REQUEST-FILE ASSIGN TO "DIARQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQST-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT REQUEST-CHECKPOINT ASSIGN TO "DIACHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQCKPT-STATUS.
           SELECT STATUS-MASTER ASSIGN TO "DIASTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STS-REQNO
               FILE STATUS IS WS-STS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
      *    shared with the intake side.
           COPY DIARQREC.

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       01 RQCKPT-RECORD.
           05 RQCK-LAST-REQNO PIC 9(6).

       FD  STATUS-MASTER.
      *    Request-status master DIAINTK starts for every numbered
      *    request; the night run records printed or rejected on it.
           COPY DIASTREC.

       WORKING-STORAGE SECTION.
       01 FINAL-LETTER PIC X.
       01 WS-PASS-INPUT PIC X.
       01 WS-SHIFT-DEFAULT-LETTER PIC X VALUE "J".
       01 WS-RQST-STATUS PIC XX.
       01 WS-PRINT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-FAIL-REASON PIC X(30).
       01 WS-USAGE-OK PIC X VALUE "N".
       01 WS-RQ-LINES PIC 9(7) VALUE 0.
       01 WS-RQCKPT-STATUS PIC XX.
       01 WS-STS-STATUS PIC XX.
       01 WS-STS-OK PIC X VALUE "N".
       01 WS-RESUME-REQNO PIC 9(6) VALUE 0.
       01 RQ-SKIP-COUNT PIC 999 VALUE 0.
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.
           COPY MSGTXT.
           COPY ERRPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM READ-RUN-MODE
           PERFORM CHECK-RUN-CONTROL
           PERFORM READ-SHIFT-CODE
               WHEN OTHER
                   PERFORM CONSOLE-RUN
           END-EVALUATE
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

       GET-BUSINESS-DATE SECTION.
      *    RUNCTL is the single place that says which business date
      *    the suite is processing. A run that starts after midnight
      *    belong to; the wall-clock time stays in RUNHDR-RUN-TIME
      *    for sequencing. With no date in progress the wall-clock
      *    date stands and CHECK-RUN-CONTROL registers it.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE
           OPEN INPUT RUN-CONTROL
      *    A business date already marked completed on RUNCTL is
      *    refused unless the supervisor set the forced-rerun flag
      *    (RUNCTLU FORCE) - a double-submitted NIGHTLY would
      *    double-count the night's runs on AUDITLOG. A rehearsal
      *    leaves RUNCTL alone and logs to a rehearsal AUDITLOG.
           IF MODE-IS-REHEARSAL
               EXIT SECTION
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
                   MOVE "N" TO RCTL-HELLO-RUN RCTL-FIZZ-RUN
                   MOVE "Y" TO RCTL-MAIN-RUN
                   MOVE 0 TO RCTL-FORCE-COUNT
                   MOVE SPACES TO RCTL-STEPS-DONE
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED AND RCTL-FORCE-FLAG NOT = "Y"
           STOP RUN.

       READ-RUN-MODE SECTION.
      *    UNATTENDED card on RUNMODE, as read by GETMODE.
           IF MODE-IS-UNATTENDED
               MOVE "Y" TO WS-UNATTENDED
           END-IF
           EXIT.

           PERFORM WRITE-AUDIT-ENTRY
           OPEN OUTPUT PRINT-FILE
           PERFORM CHECK-PRINT-OPEN
           PERFORM WRITE-REHEARSAL-BANNER
           MOVE 1 TO LETTER-NUM
           PERFORM PRINT-LETTER-INCR UNTIL LETTER-NUM > FINAL-LEVEL
           PERFORM DECREMENT-LETTER

       REQUEST-FILE-RUN SECTION.
           PERFORM OPEN-USAGE-FILE
           PERFORM OPEN-STATUS-MASTER
           PERFORM READ-REQUEST-CHECKPOINT
      *    A resumed run adds to the failed run's DIAPRT rather than
      *    replacing it, so the night's pages stay together for the
      *    per-department bundling step (same as FIZZOUT on resume).
           IF WS-RESUME-REQNO > 0
               OPEN EXTEND PRINT-FILE
               IF WS-PRINT-STATUS = "35"
                   OPEN OUTPUT PRINT-FILE
               END-IF
           ELSE
               OPEN OUTPUT PRINT-FILE
           END-IF
           PERFORM CHECK-PRINT-OPEN
           PERFORM WRITE-REHEARSAL-BANNER
           IF WS-RESUME-REQNO > 0
               PERFORM WRITE-RESUME-BANNER
           END-IF
           IF WS-USAGE-OK = "Y"
               CLOSE USAGE-FILE
           END-IF
           IF WS-STS-OK = "Y"
               CLOSE STATUS-MASTER
           END-IF
           PERFORM CLEAR-REQUEST-CHECKPOINT
           PERFORM WRITE-AUDIT-REQUESTS
           EXIT.
           PERFORM CHECK-PRINT-STATUS
           EXIT.

       WRITE-REHEARSAL-BANNER SECTION.
      *    A rehearsal's DIAPRT opens with the rehearsal banner, which
      *    DIABNDL passes over like the resume banner and prints on
      *    every bundle it makes from it.
           IF NOT MODE-IS-REHEARSAL
               EXIT SECTION
           END-IF
           MOVE MODE-TEST-DATE TO RHB-TEST-DATE
           MOVE REHEARSAL-BANNER TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM CHECK-PRINT-STATUS
           EXIT.

       OPEN-USAGE-FILE SECTION.
      *    The usage history failing must not stop the print run -
      *    finance loses one night's billing detail, the departments
               ADD 1 TO RQ-REJECT-COUNT
               PERFORM WRITE-USAGE-RECORD
           END-IF
           PERFORM UPDATE-REQUEST-STATUS
           PERFORM WRITE-REQUEST-CHECKPOINT
           PERFORM READ-REQUEST
           EXIT.
                   MOVE "R" TO USG-STATUS
               END-IF
               MOVE WS-RQ-LINES TO USG-LINES
               MOVE MODE-RECORD-MARK TO USG-RUN-MODE
               WRITE USAGE-RECORD
           END-IF
           EXIT.

       OPEN-STATUS-MASTER SECTION.
      *    Like the usage history, the status master failing must not
      *    stop the print run: a warning on ERRLOG, and the morning
      *    aging report shows the night's requests as not printed.
           OPEN I-O STATUS-MASTER
           IF WS-STS-STATUS = "35"
               OPEN OUTPUT STATUS-MASTER
               CLOSE STATUS-MASTER
               OPEN I-O STATUS-MASTER
           END-IF
           IF WS-STS-STATUS = "00"
               MOVE "Y" TO WS-STS-OK
           ELSE
               MOVE "DIASTAT" TO ERR-FILE-NAME
               MOVE "OPEN" TO ERR-OPERATION
               MOVE WS-STS-STATUS TO ERR-STATUS
               MOVE "W" TO ERR-SEVERITY
               MOVE "CHECK DIASTAT - STATUS NOT RECORDED"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       UPDATE-REQUEST-STATUS SECTION.
      *    Printed or rejected on the business date, with the lines
      *    it produced. A request DIAINTK never recorded (DIASTAT
      *    down that afternoon) gets its record here, without the
      *    intake dates.
           IF WS-STS-OK NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE RQ-REQNO TO STS-REQNO
           READ STATUS-MASTER
               INVALID KEY
                   MOVE SPACES TO REQUEST-STATUS-RECORD
                   MOVE RQ-REQNO TO STS-REQNO
                   MOVE RQ-DEPT TO STS-DEPT
                   MOVE RQ-LETTER TO STS-LETTER
                   MOVE RQ-PASSES TO STS-PASSES
                   MOVE RQ-TITLE TO STS-TITLE
                   MOVE 0 TO STS-HOLD-NUMBER STS-NIGHT-COUNT
           END-READ
           IF WS-RQ-OK = "Y"
               MOVE "P" TO STS-STATUS
               MOVE SPACES TO STS-NIGHT-REASON
           ELSE
               MOVE "N" TO STS-STATUS
               MOVE WS-RQ-REASON TO STS-NIGHT-REASON
           END-IF
           MOVE RUNHDR-RUN-DATE TO STS-NIGHT-DATE
           MOVE WS-RQ-LINES TO STS-LINES
           IF STS-NIGHT-COUNT IS NOT NUMERIC
               MOVE 0 TO STS-NIGHT-COUNT
           END-IF
           IF STS-NIGHT-COUNT < 99
               ADD 1 TO STS-NIGHT-COUNT
           END-IF
           MOVE RUNHDR-PROGRAM-NAME TO STS-LAST-PROGRAM
           MOVE RUNHDR-RUN-DATE TO STS-LAST-DATE
           IF WS-STS-STATUS = "00"
               REWRITE REQUEST-STATUS-RECORD
               END-REWRITE
           ELSE
               WRITE REQUEST-STATUS-RECORD
               END-WRITE
           END-IF
           IF WS-STS-STATUS NOT = "00"
               MOVE "DIASTAT" TO ERR-FILE-NAME
               MOVE "UPDATE" TO ERR-OPERATION
               MOVE WS-STS-STATUS TO ERR-STATUS
               MOVE "W" TO ERR-SEVERITY
               MOVE "CHECK DIASTAT - STATUS NOT RECORDED"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       EDIT-REQUEST SECTION.
      *    Same edits CONSOLE-INPUT applies at the console: the
      *    letter must be A-Z; a non-numeric or zero pass count
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
      *    Console messages default to English as this program always
      *    spoke; READ-SHIFT-CODE switches to the sign-on language
      *    when SHIFTCD carries one.
                   DIA-W DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
                   RQ-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
                   WS-FAIL-REASON DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
