      * in one place (ERRLOG) and in one format, and the on-call
      * operator gets the same console message and a suggested action
      * no matter which program hit the error. Severity drives the
      * outcome - see ERRPARM.CPY. A fatal error also raises a
      * critical FILE-FATAL alert (ALERTWR) for the monitoring
      * console before the run is ended.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).
       01 WS-BEST-ANY-DATE PIC X(8).
       01 WS-ALERT-SUBJECT.
           05 WS-ALS-PROGRAM PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ALS-FILE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.

           COPY ALRTPARM.
           COPY MODEPARM.

       LINKAGE SECTION.
           COPY ERRPARM.
       PROCEDURE DIVISION USING ERR-PARM.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           CALL "GETMODE" USING MODE-PARM
           PERFORM GET-BUSINESS-DATE
           PERFORM WRITE-ERROR-LOG
           DISPLAY "*** FILE ERROR *** PGM=" ERR-PROGRAM
           DISPLAY "*** OPERATOR ACTION: " ERR-ACTION
           EVALUATE ERR-SEVERITY
               WHEN "F"
                   PERFORM RAISE-FATAL-ALERT
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "*** RUN ENDED BY FILE ERROR ***"
                   STOP RUN
      *    report sees a night that crossed midnight as one night.
      *    Any trouble reading RUNCTL must not get in the way of
      *    logging the original error - the wall-clock date already
      *    in WS-LOG-DATE simply stands. A rehearsal's errors are
      *    dated with its test business date.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO WS-LOG-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE WS-BEST-ANY-DATE
           OPEN INPUT RUN-CONTROL
               MOVE ERR-STATUS TO ERL-STATUS
               MOVE ERR-SEVERITY TO ERL-SEVERITY
               MOVE ERR-ACTION TO ERL-ACTION
               MOVE MODE-RECORD-MARK TO ERL-RUN-MODE
               WRITE ERRLOG-RECORD
               CLOSE ERROR-LOG
           ELSE
           END-IF
           EXIT.

       RAISE-FATAL-ALERT SECTION.
      *    Program and file are the subject, so the same file failing
      *    the same program again is one alert until acknowledged.
           MOVE WS-LOG-DATE TO ALRT-BUSINESS-DATE
           MOVE ERR-PROGRAM TO ALRT-PROGRAM
           MOVE "C" TO ALRT-SEVERITY
           MOVE "FILE-FATAL" TO ALRT-CODE
           MOVE ERR-PROGRAM TO WS-ALS-PROGRAM
           MOVE ERR-FILE-NAME TO WS-ALS-FILE
           MOVE WS-ALERT-SUBJECT TO ALRT-SUBJECT
           MOVE SPACES TO ALRT-TEXT
           STRING "RUN ENDED: " DELIMITED BY SIZE
                   ERR-OPERATION DELIMITED BY SPACE
                   " STATUS " DELIMITED BY SIZE
                   ERR-STATUS DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   ERR-ACTION DELIMITED BY SIZE
               INTO ALRT-TEXT
           CALL "ALERTWR" USING ALRT-PARM
           EXIT.

       END PROGRAM FILERR.
