      * ENDNIGHT pipeline balancing, and itemizes every replace that
      * changed FBM-RESULT on the reclassification report FBRECRPT
      * (old and new classification with the producing run stamps,
      * plus a summary by old-to-new category pair). Every add and
      * replace is preceded by a before-image entry on the FBMASTER
      * journal FBJRNL (see FBJRNREC.CPY), from which FBRECOV rolls
      * the master back to the end of a chosen business date; a
      * journal that cannot be written stops the load RC 12 before
      * the master is changed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT FB-JOURNAL ASSIGN TO "FBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RECLASS-REPORT ASSIGN TO "FBRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECRPT-STATUS.
       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       FD  FB-JOURNAL.
           COPY FBJRNREC.

       FD  RECLASS-REPORT.
       01 REPORT-RECORD PIC X(132).

       01 WS-FBOUT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-FBOUT-EOF PIC X VALUE "N".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-PRODUCER-DATE PIC X(8) VALUE SPACES.
       01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECLASS-COUNT PIC 9(7) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01 WS-JRNL-ACTION PIC X.
       01 WS-KEY-INFO PIC X(40) VALUE SPACES.
       01 WS-OLD-RESULT PIC X(8).
       01 WS-OLD-RUN-DATE PIC X(8).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM FIND-PRODUCER-RUN
           PERFORM OPEN-FB-MASTER
           PERFORM OPEN-FB-JOURNAL
           PERFORM OPEN-RECLASS-REPORT
           OPEN INPUT FIZZBUZZ-OUT
           IF WS-FBOUT-STATUS NOT = "00"
           PERFORM LOAD-DETAIL-RECORD UNTIL WS-FBOUT-EOF = "Y"
           CLOSE FIZZBUZZ-OUT
           CLOSE FB-MASTER
           CLOSE FB-JOURNAL
           PERFORM WRITE-RECLASS-SUMMARY
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "FBLOAD COMPLETE - LOADED " WS-LOADED-COUNT
               " REPLACED " WS-REPLACED-COUNT
               " JOURNALED " WS-JOURNAL-COUNT
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
           MOVE "FBLOAD" TO RUNHDR-PROGRAM-NAME
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

       SCAN-AUDIT-ENTRY SECTION.
           IF AUD-PROGRAM-NAME = "FIZZBUZZ"
               AND AUD-KEY-INFO (1:5) NOT = "STEP="
               MOVE AUD-RUN-DATE TO WS-PRODUCER-DATE
               MOVE AUD-RUN-TIME TO WS-PRODUCER-TIME
           END-IF
           END-IF
           EXIT.

       OPEN-FB-JOURNAL SECTION.
      *    No journal, no load: a master change that FBRECOV cannot
      *    reverse is exactly what the journal exists to prevent.
           OPEN EXTEND FB-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT FB-JOURNAL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "FBJRNL NOT AVAILABLE, STATUS="
                   WS-JRNL-STATUS " - FBMASTER NOT LOADED"
               CLOSE FB-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       WRITE-JOURNAL-ENTRY SECTION.
      *    Written ahead of the master change it describes, with the
      *    before image already in JRN-BEFORE-IMAGE.
           MOVE RUNHDR-RUN-DATE TO JRN-BUS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO JRN-PROGRAM
           MOVE RUNHDR-RUN-DATE TO JRN-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO JRN-RUN-TIME
           MOVE WS-JRNL-ACTION TO JRN-ACTION
           MOVE FB-CURRENT TO JRN-NUMBER
           WRITE FBJOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "FBJRNL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS " - LOAD STOPPED BEFORE NUMBER "
                   FB-CURRENT
               CLOSE FB-MASTER
               CLOSE FB-JOURNAL
               CLOSE FIZZBUZZ-OUT
               CLOSE RECLASS-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOURNAL-COUNT
           EXIT.

       READ-FIZZOUT SECTION.
           READ FIZZBUZZ-OUT
               AT END
               MOVE FB-CURRENT TO FBM-NUMBER
               READ FB-MASTER
                   INVALID KEY
                       MOVE SPACES TO JRN-BEFORE-IMAGE
                       MOVE FB-CURRENT TO JRN-BEF-NUMBER
                       MOVE "A" TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE FB-CURRENT TO FBM-NUMBER
                       MOVE FB-RESULT TO FBM-RESULT
                       MOVE WS-PRODUCER-DATE TO FBM-RUN-DATE
                       WRITE FBMASTER-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                   NOT INVALID KEY
                       MOVE FBMASTER-RECORD TO JRN-BEFORE-IMAGE
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE FBM-RESULT TO WS-OLD-RESULT
                       MOVE FBM-RUN-DATE TO WS-OLD-RUN-DATE
                       MOVE FBM-RUN-TIME TO WS-OLD-RUN-TIME
               STOP RUN
           END-IF
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RHB-TEST-DATE
               MOVE REHEARSAL-BANNER TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
                       WS-REPLACED-COUNT DELIMITED BY SIZE
                   INTO WS-KEY-INFO
               MOVE WS-KEY-INFO TO AUD-KEY-INFO
               MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITLOG WRITE FAILED, STATUS="
