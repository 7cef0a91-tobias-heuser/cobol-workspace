       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPDONE.
      *****************************************************************
      * Common step-completion routine for the nightly suite. Every
      * program the NIGHTLY deck runs CALLs this at its normal end,
      * so the RUNCTL record of the business date says which steps
      * of the night have finished - the restart planner RSTPLAN
      * reads it when a night fails part-way. The step is found from
      * the calling program's name (one program per step in the
      * deck). Like ENDNIGHT's date completion, a RUNCTL problem here
      * is only displayed: the step's own work and return code stand.
      * Each step also calls in at its start; the STEP=START and
      * STEP=END entries this writes on AUDITLOG let the batch-window
      * report WINDRPT time every step. A rehearsal (MODEPARM.CPY)
      * logs both entries, marked as test, but never sets a RUNCTL
      * flag. See STEPPARM.CPY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-STEP-IDX PIC 99.
       01 WS-STEP-FLAG PIC X.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RC-DISPLAY PIC 9(4).
       01 WS-KEY-INFO PIC X(40).
           COPY MODEPARM.
      *    Deck order of the NIGHTLY steps and the program each one
      *    runs; the position is the flag's position on RUNCTL.
       01 WS-STEP-PROGRAMS.
           05 FILLER PIC X(8) VALUE "HELLWORL".
           05 FILLER PIC X(8) VALUE "FIZZBUZZ".
           05 FILLER PIC X(8) VALUE "FBTREND".
           05 FILLER PIC X(8) VALUE "FBLOAD".
           05 FILLER PIC X(8) VALUE "FBEXTRCT".
           05 FILLER PIC X(8) VALUE "FBDELIV".
           05 FILLER PIC X(8) VALUE "MAIN".
           05 FILLER PIC X(8) VALUE "DIABNDL".
           05 FILLER PIC X(8) VALUE "ENDNIGHT".
           05 FILLER PIC X(8) VALUE "SHIFTRPT".
           05 FILLER PIC X(8) VALUE "AUDITRPT".
           05 FILLER PIC X(8) VALUE "ERRRPT".
           05 FILLER PIC X(8) VALUE "AUDITARC".
       01 WS-STEP-PROGRAM-TABLE REDEFINES WS-STEP-PROGRAMS.
           05 WS-STEP-PROGRAM PIC X(8) OCCURS 13 TIMES.

       LINKAGE SECTION.
           COPY STEPPARM.

       PROCEDURE DIVISION USING STEP-PARM.
           MOVE "N" TO STEP-RECORDED
           CALL "GETMODE" USING MODE-PARM
           PERFORM FIND-STEP
           IF WS-STEP-IDX = 0
               DISPLAY "STEPDONE: " STEP-PROGRAM
                   " IS NOT A NIGHTLY STEP - NOTHING RECORDED"
           ELSE
               IF STEP-STARTING
                   MOVE "STEP=START" TO WS-KEY-INFO
               ELSE
                   IF NOT MODE-IS-REHEARSAL
                       PERFORM MARK-STEP-DONE
                   END-IF
                   ACCEPT STEP-RUN-TIME FROM TIME
                   IF STEP-RETURN-CODE < 0
                       MOVE 0 TO WS-RC-DISPLAY
                   ELSE
                       MOVE STEP-RETURN-CODE TO WS-RC-DISPLAY
                   END-IF
                   MOVE SPACES TO WS-KEY-INFO
                   STRING "STEP=END RC=" DELIMITED BY SIZE
                           WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-KEY-INFO
               END-IF
               PERFORM WRITE-STEP-ENTRY
           END-IF
           MOVE STEP-RETURN-CODE TO RETURN-CODE
           GOBACK.

       FIND-STEP SECTION.
           MOVE 0 TO WS-STEP-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 13
               OR WS-STEP-PROGRAM (WS-STEP-IDX) = STEP-PROGRAM
               CONTINUE
           END-PERFORM
           IF WS-STEP-IDX > 13
               MOVE 0 TO WS-STEP-IDX
           END-IF
           EXIT.

       MARK-STEP-DONE SECTION.
      *    A date with no RUNCTL record yet (RUNCTL reallocated in
      *    the middle of the night) gets one, in progress, the same
      *    way HELLWORLD would have registered it.
           IF STEP-RETURN-CODE < 8
               MOVE "Y" TO WS-STEP-FLAG
           ELSE
               MOVE "E" TO WS-STEP-FLAG
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL NOT AVAILABLE, STATUS="
                   WS-RUNCTL-STATUS " - " STEP-PROGRAM
                   " COMPLETION NOT RECORDED"
               EXIT SECTION
           END-IF
           MOVE STEP-RUN-DATE TO RCTL-RUN-DATE
           READ RUN-CONTROL
               INVALID KEY
                   MOVE STEP-RUN-DATE TO RCTL-RUN-DATE
                   MOVE "I" TO RCTL-STATUS
                   MOVE "N" TO RCTL-FORCE-FLAG
                   MOVE "N" TO RCTL-HELLO-RUN RCTL-FIZZ-RUN
                       RCTL-MAIN-RUN
                   MOVE 0 TO RCTL-FORCE-COUNT
                   MOVE SPACES TO RCTL-STEPS-DONE
                   MOVE WS-STEP-FLAG TO RCTL-STEP-DONE (WS-STEP-IDX)
                   WRITE RUNCTL-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-STEP-FLAG TO RCTL-STEP-DONE (WS-STEP-IDX)
                   REWRITE RUNCTL-RECORD
                   END-REWRITE
           END-READ
           IF WS-RUNCTL-STATUS = "00"
               MOVE "Y" TO STEP-RECORDED
           ELSE
               DISPLAY "RUNCTL UPDATE FAILED, STATUS="
                   WS-RUNCTL-STATUS " - " STEP-PROGRAM
                   " COMPLETION NOT RECORDED"
           END-IF
           CLOSE RUN-CONTROL
           EXIT.

       WRITE-STEP-ENTRY SECTION.
      *    Same entry layout every program writes for its own run,
      *    on the business date, so the START/END pair files with the
      *    rest of the night.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG NOT AVAILABLE, STATUS="
                   WS-AUDIT-STATUS " - " STEP-PROGRAM " "
                   WS-KEY-INFO " NOT LOGGED"
               EXIT SECTION
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE STEP-PROGRAM TO AUD-PROGRAM-NAME
           MOVE STEP-RUN-DATE TO AUD-RUN-DATE
           MOVE STEP-RUN-TIME TO AUD-RUN-TIME
           MOVE STEP-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE STEP-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG WRITE FAILED, STATUS="
                   WS-AUDIT-STATUS " - " STEP-PROGRAM " "
                   WS-KEY-INFO " NOT LOGGED"
           END-IF
           CLOSE AUDIT-LOG
           EXIT.

       END PROGRAM STEPDONE.
