       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTWR.
      *****************************************************************
      * Common alert routine. Programs that find something the
      * operators must act on - a failed night, a feed mismatch, an
      * unstaffed shift, a fatal file error - CALL this instead of
      * leaving it on a SYSOUT page and a return code, so every
      * problem reaches the monitoring console the same way: one
      * standard record on the shared alert file ALERTS, forwarded by
      * the daily ALRTFWD run. Like STEPDONE, an ALERTS problem is
      * only displayed; the caller's own work and return code stand.
      * See ALRTPARM.CPY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.

           COPY MODEPARM.

       LINKAGE SECTION.
           COPY ALRTPARM.

       PROCEDURE DIVISION USING ALRT-PARM.
           MOVE "N" TO ALRT-WRITTEN
           CALL "GETMODE" USING MODE-PARM
           PERFORM WRITE-ALERT
           DISPLAY "*** ALERT *** PGM=" ALRT-PROGRAM
               " SEV=" ALRT-SEVERITY
               " CODE=" ALRT-CODE
               " " ALRT-SUBJECT
           DISPLAY "*** " ALRT-TEXT
           GOBACK.

       WRITE-ALERT SECTION.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "ALERTS NOT AVAILABLE, STATUS="
                   WS-ALERT-STATUS " - " ALRT-PROGRAM " "
                   ALRT-CODE " NOT RAISED"
               EXIT SECTION
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE ALRT-BUSINESS-DATE TO ALR-BUSINESS-DATE
           ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-RAISED-TIME FROM TIME
           MOVE ALRT-PROGRAM TO ALR-PROGRAM
           MOVE ALRT-SEVERITY TO ALR-SEVERITY
           MOVE ALRT-CODE TO ALR-CODE
           MOVE ALRT-SUBJECT TO ALR-SUBJECT
           MOVE ALRT-TEXT TO ALR-TEXT
           MOVE MODE-RECORD-MARK TO ALR-RUN-MODE
           WRITE ALERT-RECORD
           IF WS-ALERT-STATUS = "00"
               MOVE "Y" TO ALRT-WRITTEN
           ELSE
               DISPLAY "ALERTS WRITE FAILED, STATUS="
                   WS-ALERT-STATUS " - " ALRT-PROGRAM " "
                   ALRT-CODE " NOT RAISED"
           END-IF
           CLOSE ALERT-FILE
           EXIT.

       END PROGRAM ALERTWR.
