       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTFWD.
      *****************************************************************
      * Daily alert forwarding to the enterprise monitoring console.
      * Reads the standard alert records the suite's programs raised
      * on the shared alert file ALERTS (through ALERTWR) since the
      * last run and writes the interface file ALRTIFC the console
      * loads. Every new alert is numbered and kept open on the alert
      * master ALRTMST; an alert raised again while the first is
      * still open (same source program, alert code and subject - a
      * mismatch reported every morning, a night that failed twice)
      * is suppressed as a duplicate: the open alert only counts the
      * repeat. Alerts closed by the ALRTACK acknowledgement since
      * the last run go to the console as closures. ALERTS is then
      * cleared. Prints a run page of what was forwarded, suppressed
      * and closed. RC 4 = alert records rejected (not forwarded) or
      * the open-alert table full; RC 8 = ALERTS not readable or an
      * alert could not be recorded on ALRTMST or written to ALRTIFC
      * (logged through FILERR) - ALERTS is then kept and the next
      * run picks it up again; RC 12 = ALRTMST or
      * ALRTIFC not available, nothing forwarded.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-MASTER ASSIGN TO "ALRTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-NUMBER
               FILE STATUS IS WS-ALM-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "ALRTIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALRTFWRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  ALERT-MASTER.
           COPY ALRTMREC.

       FD  INTERFACE-FILE.
      *    One line per alert for the monitoring console: N = new
      *    alert (raised date/time), C = alert closed by ALRTACK
      *    (acknowledged date/time, by whom and the note). The alert
      *    number ties a closure to the alert the console already
      *    holds.
       01 INTERFACE-RECORD.
           05 IFC-ACTION PIC X.
           05 FILLER PIC X.
           05 IFC-ALERT-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 IFC-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 IFC-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 IFC-SEVERITY PIC X.
           05 FILLER PIC X.
           05 IFC-CODE PIC X(16).
           05 FILLER PIC X.
           05 IFC-SUBJECT PIC X(20).
           05 FILLER PIC X.
           05 IFC-TEXT PIC X(60).
           05 FILLER PIC X.
           05 IFC-EVENT-DATE PIC X(8).
           05 FILLER PIC X.
           05 IFC-EVENT-TIME PIC X(8).
           05 FILLER PIC X.
           05 IFC-ACK-BY PIC X(8).
           05 FILLER PIC X.
           05 IFC-ACK-NOTE PIC X(40).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-ALM-STATUS PIC XX.
       01 WS-IFC-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ALERT-EOF PIC X VALUE "N".
       01 WS-ALM-EOF PIC X VALUE "N".
       01 WS-KEEP-ALERTS PIC X VALUE "N".
       01 WS-IFC-FAILED PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-LAST-NUMBER PIC 9(6) VALUE 0.
       01 WS-OPN-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
      *    Every alert still open on ALRTMST, for the duplicate
      *    check. Open alerts are acknowledged within days; 500
      *    leaves room for a bad week nobody acknowledged.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES.
               10 WS-OPN-NUMBER PIC 9(6).
               10 WS-OPN-PROGRAM PIC X(8).
               10 WS-OPN-CODE PIC X(16).
               10 WS-OPN-SUBJECT PIC X(20).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-REPEAT-EDIT PIC ZZZZ9.

       01 WS-HEAD-1.
           05 FILLER PIC X(48)
               VALUE "ALERT FORWARDING TO MONITORING CONSOLE - RUN OF ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(69) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ALRTFWD".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(8) VALUE "ALERT".
           05 FILLER PIC X(4) VALUE "SEV".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(18) VALUE "CODE".
           05 FILLER PIC X(22) VALUE "SUBJECT".
           05 FILLER PIC X(10) VALUE "BUS DATE".
           05 FILLER PIC X(60) VALUE "RESULT".
       01 WS-DETAIL-LINE.
           05 WS-DTL-NUMBER PIC X(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SEVERITY PIC X.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-DTL-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-CODE PIC X(16).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-SUBJECT PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-RESULT PIC X(60).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(28).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY ERRPARM.
           COPY REHBANR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-ALERT-MASTER
           OPEN OUTPUT INTERFACE-FILE
           IF WS-IFC-STATUS NOT = "00"
               MOVE "ALRTIFC NOT AVAILABLE - NOTHING FORWARDED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE ALERT-MASTER
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ALERT-MASTER
           PERFORM FORWARD-RAISED-ALERTS
           CLOSE INTERFACE-FILE
           CLOSE ALERT-MASTER
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-KEEP-ALERTS = "Y" OR WS-IFC-FAILED = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0 OR WS-TABLE-FULL = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "ALRTFWD" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       OPEN-ALERT-MASTER SECTION.
      *    The very first run finds no master and creates it empty.
      *    Any other failure leaves ALERTS untouched for the next run.
           OPEN I-O ALERT-MASTER
           IF WS-ALM-STATUS = "35"
               OPEN OUTPUT ALERT-MASTER
               CLOSE ALERT-MASTER
               OPEN I-O ALERT-MASTER
           END-IF
           IF WS-ALM-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "ALRTMST NOT AVAILABLE, STATUS=" DELIMITED BY SIZE
                       WS-ALM-STATUS DELIMITED BY SIZE
                       " - NOTHING FORWARDED, ALERTS KEPT"
                           DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       LOAD-ALERT-MASTER SECTION.
      *    One pass over the master: the highest alert number so far,
      *    the open alerts for the duplicate check, and the closures
      *    the console has not been sent yet.
           PERFORM READ-ALERT-MASTER-NEXT
           PERFORM PROCESS-MASTER-RECORD UNTIL WS-ALM-EOF = "Y"
           EXIT.

       READ-ALERT-MASTER-NEXT SECTION.
           READ ALERT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALM-EOF
           END-READ
           EXIT.

       PROCESS-MASTER-RECORD SECTION.
           IF ALM-NUMBER > WS-LAST-NUMBER
               MOVE ALM-NUMBER TO WS-LAST-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN ALM-OPEN
                   PERFORM ADD-OPEN-ENTRY
               WHEN ALM-CLOSED AND ALM-CLOSE-SENT NOT = "Y"
                   PERFORM SEND-CLOSURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-ALERT-MASTER-NEXT
           EXIT.

       ADD-OPEN-ENTRY SECTION.
      *    With the table full the alert stays open on the master, but
      *    a repeat of it can no longer be recognised and would be
      *    forwarded as new - the run page says so.
           IF WS-OPEN-COUNT < 500
               ADD 1 TO WS-OPEN-COUNT
               MOVE ALM-NUMBER TO WS-OPN-NUMBER (WS-OPEN-COUNT)
               MOVE ALM-PROGRAM TO WS-OPN-PROGRAM (WS-OPEN-COUNT)
               MOVE ALM-CODE TO WS-OPN-CODE (WS-OPEN-COUNT)
               MOVE ALM-SUBJECT TO WS-OPN-SUBJECT (WS-OPEN-COUNT)
           ELSE
               IF WS-TABLE-FULL = "N"
                   MOVE "Y" TO WS-TABLE-FULL
                   MOVE "OPEN-ALERT TABLE FULL (500) - LATER REPEATS "
                       TO REPORT-RECORD
                   MOVE "MAY BE FORWARDED AGAIN AS NEW"
                       TO REPORT-RECORD (45:29)
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           EXIT.

       SEND-CLOSURE SECTION.
      *    The closure is marked sent only once it is on ALRTIFC; if
      *    the write fails the master is left alone and the next run
      *    sends it again.
           MOVE ALM-NUMBER TO WS-DTL-NUMBER
           MOVE ALM-SEVERITY TO WS-DTL-SEVERITY
           MOVE ALM-PROGRAM TO WS-DTL-PROGRAM
           MOVE ALM-CODE TO WS-DTL-CODE
           MOVE ALM-SUBJECT TO WS-DTL-SUBJECT
           MOVE ALM-BUSINESS-DATE TO WS-DTL-DATE
           MOVE SPACES TO WS-DTL-RESULT
           MOVE SPACES TO INTERFACE-RECORD
           MOVE "C" TO IFC-ACTION
           MOVE ALM-NUMBER TO IFC-ALERT-NUMBER
           MOVE ALM-BUSINESS-DATE TO IFC-BUSINESS-DATE
           MOVE ALM-PROGRAM TO IFC-PROGRAM
           MOVE ALM-SEVERITY TO IFC-SEVERITY
           MOVE ALM-CODE TO IFC-CODE
           MOVE ALM-SUBJECT TO IFC-SUBJECT
           MOVE ALM-TEXT TO IFC-TEXT
           MOVE ALM-ACK-DATE TO IFC-EVENT-DATE
           MOVE ALM-ACK-TIME TO IFC-EVENT-TIME
           MOVE ALM-ACK-BY TO IFC-ACK-BY
           MOVE ALM-ACK-NOTE TO IFC-ACK-NOTE
           WRITE INTERFACE-RECORD
           IF WS-IFC-STATUS NOT = "00"
               PERFORM NOTE-INTERFACE-FAILURE
               MOVE "** ALRTIFC WRITE FAILED - CLOSURE NOT SENT **"
                   TO WS-DTL-RESULT
               PERFORM WRITE-DETAIL-LINE
               EXIT SECTION
           END-IF
           MOVE "Y" TO ALM-CLOSE-SENT
           REWRITE ALERT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ALM-STATUS NOT = "00"
      *        Already on ALRTIFC but not marked: the next run sends
      *        the closure a second time.
               MOVE "ALRTMST" TO ERR-FILE-NAME
               MOVE "REWRITE" TO ERR-OPERATION
               MOVE WS-ALM-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "CHECK ALRTMST - CLOSURE WILL BE RESENT"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
               MOVE "Y" TO WS-IFC-FAILED
               MOVE "** SENT, ALRTMST NOT MARKED - RESENT NEXT RUN **"
                   TO WS-DTL-RESULT
               PERFORM WRITE-DETAIL-LINE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           STRING "CLOSED - ACKNOWLEDGED BY " DELIMITED BY SIZE
                   ALM-ACK-BY DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   ALM-ACK-DATE DELIMITED BY SIZE
               INTO WS-DTL-RESULT
           PERFORM WRITE-DETAIL-LINE
           EXIT.

       FORWARD-RAISED-ALERTS SECTION.
      *    No ALERTS at all is a quiet day. ALERTS is emptied only
      *    when every record on it has been dealt with.
           OPEN INPUT ALERT-FILE
           EVALUATE WS-ALERT-STATUS
               WHEN "00"
                   PERFORM READ-ALERT-FILE
                   PERFORM PROCESS-ALERT UNTIL WS-ALERT-EOF = "Y"
                   CLOSE ALERT-FILE
                   IF WS-KEEP-ALERTS = "N"
                       OPEN OUTPUT ALERT-FILE
                       CLOSE ALERT-FILE
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-KEEP-ALERTS
                   MOVE SPACES TO REPORT-RECORD
                   STRING "ALERTS NOT READABLE, STATUS="
                               DELIMITED BY SIZE
                           WS-ALERT-STATUS DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE
           IF WS-READ-COUNT = 0
               MOVE "NO ALERTS RAISED SINCE THE LAST RUN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       READ-ALERT-FILE SECTION.
           READ ALERT-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-EOF
           END-READ
           EXIT.

       PROCESS-ALERT SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE ALR-SEVERITY TO WS-DTL-SEVERITY
           MOVE ALR-PROGRAM TO WS-DTL-PROGRAM
           MOVE ALR-CODE TO WS-DTL-CODE
           MOVE ALR-SUBJECT TO WS-DTL-SUBJECT
           MOVE ALR-BUSINESS-DATE TO WS-DTL-DATE
           MOVE SPACES TO WS-DTL-NUMBER WS-DTL-RESULT
           EVALUATE TRUE
               WHEN NOT (ALR-CRITICAL OR ALR-ERROR OR ALR-WARNING)
                   MOVE "** REJECTED - BAD SEVERITY, NOT FORWARDED **"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN ALR-PROGRAM = SPACES OR ALR-CODE = SPACES
                   MOVE "** REJECTED - NO PROGRAM OR CODE **"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
      *        A rehearsal's alert that reached the production ALERTS
      *        file must not page anyone.
               WHEN ALR-REHEARSAL AND NOT MODE-IS-REHEARSAL
                   MOVE "** REJECTED - REHEARSAL ALERT **"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM FIND-OPEN-ALERT
                   IF WS-MATCH-IDX > 0
                       PERFORM COUNT-DUPLICATE
                   ELSE
                       PERFORM RECORD-NEW-ALERT
                   END-IF
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           PERFORM READ-ALERT-FILE
           EXIT.

       FIND-OPEN-ALERT SECTION.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-COUNT
               OR WS-MATCH-IDX > 0
               IF WS-OPN-PROGRAM (WS-OPN-IDX) = ALR-PROGRAM
                   AND WS-OPN-CODE (WS-OPN-IDX) = ALR-CODE
                   AND WS-OPN-SUBJECT (WS-OPN-IDX) = ALR-SUBJECT
                   MOVE WS-OPN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           EXIT.

       COUNT-DUPLICATE SECTION.
      *    Already on the console and not yet acknowledged: only the
      *    repeat is counted on the open alert.
           MOVE WS-OPN-NUMBER (WS-MATCH-IDX) TO ALM-NUMBER
           MOVE ALM-NUMBER TO WS-DTL-NUMBER
           READ ALERT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ALM-STATUS = "00"
               ADD 1 TO ALM-REPEAT-COUNT
               IF ALR-BUSINESS-DATE > ALM-LAST-DATE
                   MOVE ALR-BUSINESS-DATE TO ALM-LAST-DATE
               END-IF
               REWRITE ALERT-MASTER-RECORD
           END-IF
           IF WS-ALM-STATUS = "00"
               ADD 1 TO WS-DUP-COUNT
               MOVE ALM-REPEAT-COUNT TO WS-REPEAT-EDIT
               STRING "DUPLICATE OF OPEN ALERT - SUPPRESSED, REPEAT "
                           DELIMITED BY SIZE
                       WS-REPEAT-EDIT DELIMITED BY SIZE
                   INTO WS-DTL-RESULT
           ELSE
               PERFORM NOTE-MASTER-FAILURE
           END-IF
           EXIT.

       RECORD-NEW-ALERT SECTION.
      *    Recorded on the master before it goes to the console, so a
      *    console line always has its alert number on file.
           ADD 1 TO WS-LAST-NUMBER
           MOVE SPACES TO ALERT-MASTER-RECORD
           MOVE WS-LAST-NUMBER TO ALM-NUMBER
           MOVE "O" TO ALM-STATUS
           MOVE ALR-BUSINESS-DATE TO ALM-BUSINESS-DATE
           MOVE ALR-PROGRAM TO ALM-PROGRAM
           MOVE ALR-SEVERITY TO ALM-SEVERITY
           MOVE ALR-CODE TO ALM-CODE
           MOVE ALR-SUBJECT TO ALM-SUBJECT
           MOVE ALR-TEXT TO ALM-TEXT
           MOVE RUNHDR-RUN-DATE TO ALM-FORWARD-DATE
           MOVE RUNHDR-RUN-TIME TO ALM-FORWARD-TIME
           MOVE 0 TO ALM-REPEAT-COUNT
           MOVE ALR-BUSINESS-DATE TO ALM-LAST-DATE
           MOVE "N" TO ALM-CLOSE-SENT
           MOVE ALM-NUMBER TO WS-DTL-NUMBER
           WRITE ALERT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-ALM-STATUS NOT = "00"
               PERFORM NOTE-MASTER-FAILURE
               EXIT SECTION
           END-IF
           MOVE SPACES TO INTERFACE-RECORD
           MOVE "N" TO IFC-ACTION
           MOVE ALM-NUMBER TO IFC-ALERT-NUMBER
           MOVE ALR-BUSINESS-DATE TO IFC-BUSINESS-DATE
           MOVE ALR-PROGRAM TO IFC-PROGRAM
           MOVE ALR-SEVERITY TO IFC-SEVERITY
           MOVE ALR-CODE TO IFC-CODE
           MOVE ALR-SUBJECT TO IFC-SUBJECT
           MOVE ALR-TEXT TO IFC-TEXT
           MOVE ALR-RAISED-DATE TO IFC-EVENT-DATE
           MOVE ALR-RAISED-TIME TO IFC-EVENT-TIME
           WRITE INTERFACE-RECORD
           IF WS-IFC-STATUS NOT = "00"
               PERFORM WITHDRAW-NEW-ALERT
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE "NEW - FORWARDED TO CONSOLE" TO WS-DTL-RESULT
      *    A repeat later on the same ALERTS is a duplicate of this.
           PERFORM ADD-OPEN-ENTRY
           EXIT.

       WITHDRAW-NEW-ALERT SECTION.
      *    The alert never reached the console: take it off the master
      *    again so ALRTMST is as it was, and keep ALERTS so the next
      *    run forwards it as new.
           PERFORM NOTE-INTERFACE-FAILURE
           MOVE "Y" TO WS-KEEP-ALERTS
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO WS-DTL-NUMBER
           DELETE ALERT-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-ALM-STATUS = "00"
               SUBTRACT 1 FROM WS-LAST-NUMBER
               MOVE "** ALRTIFC WRITE FAILED - ALERTS KEPT **"
                   TO WS-DTL-RESULT
           ELSE
               MOVE ALM-NUMBER TO WS-DTL-NUMBER
               MOVE "ALRTMST" TO ERR-FILE-NAME
               MOVE "DELETE" TO ERR-OPERATION
               MOVE WS-ALM-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "DELETE THIS ALERT FROM ALRTMST, THEN RERUN"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
               MOVE "** NOT FORWARDED, STILL ON ALRTMST **"
                   TO WS-DTL-RESULT
           END-IF
           EXIT.

       NOTE-INTERFACE-FAILURE SECTION.
           MOVE "Y" TO WS-IFC-FAILED
           MOVE "ALRTIFC" TO ERR-FILE-NAME
           MOVE "WRITE" TO ERR-OPERATION
           MOVE WS-IFC-STATUS TO ERR-STATUS
           MOVE "E" TO ERR-SEVERITY
           MOVE "ALRTIFC FULL OR UNWRITABLE - FIX, RERUN"
               TO ERR-ACTION
           PERFORM REPORT-FILE-ERROR
           EXIT.

       REPORT-FILE-ERROR SECTION.
      *    All file errors funnel through the common FILERR routine.
      *    Severity E only: a fatal error would raise its alert onto
      *    the very ALERTS this run is forwarding.
           MOVE RUNHDR-PROGRAM-NAME TO ERR-PROGRAM
           CALL "FILERR" USING ERR-PARM
           EXIT.

       NOTE-MASTER-FAILURE SECTION.
           MOVE "Y" TO WS-KEEP-ALERTS
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO WS-DTL-RESULT
           STRING "** ALRTMST UPDATE FAILED, STATUS=" DELIMITED BY SIZE
                   WS-ALM-STATUS DELIMITED BY SIZE
                   " - ALERTS KEPT **" DELIMITED BY SIZE
               INTO WS-DTL-RESULT
           EXIT.

       WRITE-DETAIL-LINE SECTION.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

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
           WRITE REPORT-RECORD
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RAISED SINCE LAST RUN     : " TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  NEW, FORWARDED          : " TO WS-CNT-LABEL
           MOVE WS-NEW-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  DUPLICATES SUPPRESSED   : " TO WS-CNT-LABEL
           MOVE WS-DUP-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  REJECTED                : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  NOT RECORDED (KEPT)     : " TO WS-CNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CLOSURES SENT TO CONSOLE  : " TO WS-CNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "ALERTS OPEN AFTER THE RUN : " TO WS-CNT-LABEL
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM ALRTFWD.
