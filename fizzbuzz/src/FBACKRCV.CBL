      * PENDING feed-status records FBEXTRCT registered on FBFEEDST,
      * marks each feed ACKED or MISMATCH, and prints a morning aging
      * report: every feed still unacknowledged (with its age in
      * business days) and every count/hash mismatch itemized. A
      * mismatch ends the run with return code 8 the schedulers can
      * alert on, same as ENDNIGHT; an aged unacknowledged feed ends
      * with 4. Each mismatch (new or still outstanding) and each
      * aged feed is also raised as an alert for the monitoring
      * console (ALERTWR) - FEED-MISMATCH, severity E, and
      * FEED-UNACKED, severity W, with the feed date as subject, so
      * a feed reported again each morning stays one alert.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-ACK-DATE PIC X(8).
               10 WS-ACK-RECV-COUNT PIC 9(7).
               10 WS-ACK-RECV-HASH PIC 9(15).
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 999 VALUE 0.
       01 WS-AGED-COUNT PIC 999 VALUE 0.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.
           COPY ALRTPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       LOAD-ACK-FILE SECTION.
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "** MISMATCH - ANALYTICS DID NOT GET THIS FEED **"
                   TO WS-FDL-STATUS
               PERFORM RAISE-MISMATCH-ALERT
           END-IF
           MOVE FST-FEED-DATE TO WS-FDL-DATE
           MOVE FST-SENT-COUNT TO WS-FDL-SENT-CNT
               ADD 1 TO WS-AGED-COUNT
               MOVE "** UNACKNOWLEDGED - CHASE ANALYTICS **"
                   TO WS-FDL-STATUS
               PERFORM RAISE-UNACKED-ALERT
           ELSE
               MOVE "PENDING - ACK NOT DUE YET" TO WS-FDL-STATUS
           END-IF
           MOVE WS-AGE-DAYS TO WS-FDL-AGE
           MOVE "** MISMATCH OUTSTANDING - NOT RE-ACKNOWLEDGED **"
               TO WS-FDL-STATUS
           PERFORM RAISE-MISMATCH-ALERT
           MOVE WS-FEED-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       RAISE-MISMATCH-ALERT SECTION.
           MOVE "E" TO ALRT-SEVERITY
           MOVE "FEED-MISMATCH" TO ALRT-CODE
           MOVE SPACES TO ALRT-TEXT
           STRING "ANALYTICS COUNT/HASH DO NOT MATCH FEED OF "
                       DELIMITED BY SIZE
                   FST-FEED-DATE DELIMITED BY SIZE
                   " - SEE FBACKRPT" DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM RAISE-FEED-ALERT
           EXIT.

       RAISE-UNACKED-ALERT SECTION.
           MOVE "W" TO ALRT-SEVERITY
           MOVE "FEED-UNACKED" TO ALRT-CODE
           MOVE SPACES TO ALRT-TEXT
           STRING "FEED OF " DELIMITED BY SIZE
                   FST-FEED-DATE DELIMITED BY SIZE
                   " NOT ACKNOWLEDGED BY ANALYTICS - CHASE"
                       DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM RAISE-FEED-ALERT
           EXIT.

       RAISE-FEED-ALERT SECTION.
           MOVE RUNHDR-RUN-DATE TO ALRT-BUSINESS-DATE
           MOVE RUNHDR-PROGRAM-NAME TO ALRT-PROGRAM
           MOVE FST-FEED-DATE TO ALRT-SUBJECT
           CALL "ALERTWR" USING ALRT-PARM
           EXIT.

       COMPUTE-FEED-AGE SECTION.
      *    A feed with an unreadable date cannot age arithmetically -
      *    call it one day old so it still shows as pending. The age
      *    is in business days, so a Friday feed is not chased on
      *    Monday morning for the weekend analytics did not work.
           IF FST-FEED-DATE IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE FST-FEED-DATE TO BDAY-FROM-DATE
               MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
               CALL "BUSDAYS" USING BDAY-PARM
               MOVE BDAY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 1 TO WS-AGE-DAYS
           END-IF
