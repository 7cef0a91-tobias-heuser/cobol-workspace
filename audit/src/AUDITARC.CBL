           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(87).

       FD  WORK-FILE.
       01 WORK-RECORD PIC X(87).

       FD  CONTROL-CARD.
      *    Retention in business days; a missing or non-numeric card
      *    falls back to the 30-day default below.
       01 CONTROL-CARD-RECORD.
           05 CC-RETENTION-DAYS PIC 999.

       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-RETENTION-DAYS PIC 999 VALUE 30.
       01 WS-CUTOFF-X PIC X(8).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM READ-CONTROL-CARD
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM SPLIT-AUDIT-LOG
           PERFORM REWRITE-AUDIT-LOG
           PERFORM WRITE-RETENTION-REPORT
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
           MOVE "AUDITARC" TO RUNHDR-PROGRAM-NAME
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

       COMPUTE-CUTOFF-DATE SECTION.
      *    Entries dated before the cutoff go to the archive; the
      *    cutoff day itself and everything newer stay live. The
      *    retention counts business days from the calendar, so a
      *    holiday week does not push live nights into the archive.
           MOVE "B" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           MOVE WS-RETENTION-DAYS TO BDAY-DAYS
           CALL "BUSDAYS" USING BDAY-PARM
           MOVE BDAY-TO-DATE TO WS-CUTOFF-X
           EXIT.

       SPLIT-AUDIT-LOG SECTION.
       WRITE-RETENTION-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
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
           MOVE "RETENTION BUSINESS DAYS : " TO WS-STAT-LABEL
           MOVE WS-RETENTION-DAYS TO WS-STAT-VALUE
           MOVE WS-STAT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BUSINESS CALENDAR       : " TO WS-DATE-LABEL
           IF BDAY-CAL-AVAILABLE = "Y"
               MOVE "BUSCAL" TO WS-DATE-VALUE
           ELSE
               MOVE "NONE" TO WS-DATE-VALUE
           END-IF
           MOVE WS-DATE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ARCHIVE CUTOFF DATE     : " TO WS-DATE-LABEL
           MOVE WS-CUTOFF-X TO WS-DATE-VALUE
           MOVE WS-DATE-LINE TO REPORT-RECORD
