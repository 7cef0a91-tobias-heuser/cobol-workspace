       01 WS-KEY-INFO PIC X(40) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY STEPPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM FIND-PRODUCER-RUN
           OPEN INPUT FIZZBUZZ-OUT
           IF WS-FBOUT-STATUS NOT = "00"
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "FBEXTRCT COMPLETE - " WS-DETAIL-COUNT
               " ROWS, HASH " WS-HASH-TOTAL
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
           MOVE "FBEXTRCT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    newest in-progress date wins; with none in progress the
      *    newest date on file stands in; with no usable RUNCTL at
      *    all the wall-clock date stays.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL

       SCAN-AUDIT-ENTRY SECTION.
           IF AUD-PROGRAM-NAME = "FIZZBUZZ"
               AND AUD-KEY-INFO (1:5) NOT = "STEP="
               MOVE AUD-RUN-DATE TO WS-PRODUCER-DATE
               MOVE AUD-RUN-TIME TO WS-PRODUCER-TIME
               MOVE AUD-OPERATOR-ID TO WS-PRODUCER-OPER
      *    the same count and hash the trailer promised. FBACKRCV
      *    matches the acknowledgement against this record; a feed
      *    whose status never leaves P ages on the morning report.
      *    A rehearsal's extract goes nowhere, so nothing is
      *    registered and no acknowledgement is ever expected.
           IF MODE-IS-REHEARSAL
               DISPLAY "REHEARSAL - FEED NOT REGISTERED ON FBFEEDST"
               EXIT SECTION
           END-IF
           OPEN EXTEND FEED-STATUS-FILE
           IF WS-FEEDST-STATUS = "35"
               OPEN OUTPUT FEED-STATUS-FILE
                       WS-HASH-TEXT DELIMITED BY SIZE
                   INTO WS-KEY-INFO
               MOVE WS-KEY-INFO TO AUD-KEY-INFO
               MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITLOG WRITE FAILED, STATUS="
