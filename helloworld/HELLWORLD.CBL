               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SIGNON-FILE ASSIGN TO "SIGNON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULLETIN-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "HANDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HND-KEY
               FILE STATUS IS WS-HANDNOTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

           05 FILLER PIC X.
           05 BUL-TEXT-E PIC X(60).

       FD  HANDOVER-FILE.
           COPY HANDNREC.

       WORKING-STORAGE SECTION.
       01 TAGESZEIT PIC X(20).
         88 VORMITTAG VALUE "VORMITTAG".
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-SHIFT-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-SIGNON-STATUS PIC XX.
       01 WS-UNATTENDED PIC X VALUE "N".
       01 WS-LOCKOUT-LIMIT PIC 99 VALUE 3.
       01 WS-PWD-MAX-DAYS PIC 999 VALUE 90.
       01 WS-PWD-EXPIRED PIC X.
       01 WS-NON-PROCESSING PIC X VALUE "N".
       01 WS-DATE-FORCED PIC X.
      *    End-of-shift sign-off: the operator's open sign-ons found
      *    on AUDITLOG (only those of today or yesterday - an older
      *    sign-on never signed off stays missing on SIGNRPT instead
      *    of being closed with a week's hours), the one being closed
      *    and the time on shift.
       01 WS-TODAY PIC 9(8).
       01 WS-YESTERDAY PIC 9(8).
       01 WS-YESTERDAY-X REDEFINES WS-YESTERDAY PIC X(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-AUDIT-EOF PIC X.
       01 WS-AUDIT-DATE PIC X(8).
       01 WS-OPEN-COUNT PIC 99.
       01 WS-OPEN-IDX PIC 99.
       01 WS-OPEN-FOUND PIC 99.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 10 TIMES.
               10 WS-OPN-DATE PIC X(8).
               10 WS-OPN-SHIFT PIC X(10).
               10 WS-OPN-TIME PIC X(8).
               10 WS-OPN-CLOSED PIC X.
       01 WS-OFF-TOKEN-1 PIC X(20).
       01 WS-OFF-TOKEN-2 PIC X(20).
       01 WS-OFF-SHIFT PIC X(10).
       01 WS-OFF-ON-TIME PIC X(4).
       01 WS-CLOCK.
           05 WS-CLOCK-HH PIC 99.
           05 WS-CLOCK-MM PIC 99.
           05 FILLER PIC X(4).
       01 WS-ON-MINUTES PIC 9(4).
       01 WS-OFF-MINUTES PIC 9(4).
       01 WS-WORKED-MINUTES PIC 9(4).
       01 WS-WORKED.
           05 WS-WORKED-HH PIC 99.
           05 WS-WORKED-MM PIC 99.
      *    Handover notes: up to WS-NOTE-LIMIT lines per sign-off.
       01 WS-HANDNOTE-STATUS PIC XX.
       01 WS-HANDNOTE-EOF PIC X.
       01 WS-NOTE-LIMIT PIC 99 VALUE 10.
       01 WS-NOTE-LINES PIC 99.
       01 WS-NOTE-IDX PIC 99.
       01 WS-NOTE-TEXT PIC X(60).
       01 WS-NOTE-TABLE.
           05 WS-NOTE-LINE-TEXT PIC X(60) OCCURS 10 TIMES.
       01 WS-NOTE-NUMBER PIC 9(6).
       01 WS-LAST-SHOWN-NUMBER PIC 9(6).
       01 WS-MARK-NOTES PIC X.
       01 WS-NOTE-HEAD PIC X(80).

           COPY RUNHDR.
           COPY STEPPARM.
           COPY MSGTXT.
           COPY ERRPARM.
           COPY BDAYPARM.
           COPY MODEPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           IF MODE-IS-SIGNOFF
               PERFORM SIGN-OFF-RUN
               STOP RUN
           END-IF
           PERFORM RECORD-STEP-START
           PERFORM READ-RUN-MODE
           PERFORM CHECK-RUN-CONTROL
           PERFORM OPEN-OPERATOR-MASTER
               PERFORM UNATTENDED-SIGNONS
               CLOSE SHIFT-FILE
               CLOSE OPERATOR-MASTER
               PERFORM RECORD-STEP-DONE
               STOP RUN
           END-IF
           MOVE "001" TO MSG-WANTED
                   PERFORM GET-MESSAGE
                   DISPLAY MSG-OUT
                   PERFORM SHOW-BULLETINS
                   PERFORM SHOW-HANDOVER-NOTES
               END-IF
           END-PERFORM
           CLOSE SHIFT-FILE
           CLOSE OPERATOR-MASTER
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
           MOVE "HELLWORL" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    wall-clock time stays in RUNHDR-RUN-TIME for sequencing.
      *    With no date in progress this program is opening a fresh
      *    night and the wall-clock date stands for CHECK-RUN-CONTROL
      *    to register. A rehearsal works on its test business date
      *    whatever RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE
           OPEN INPUT RUN-CONTROL
      *    a date already marked completed is refused unless the
      *    supervisor set the forced-rerun flag (RUNCTLU FORCE), so a
      *    double-submitted NIGHTLY cannot overwrite the night.
           IF MODE-IS-REHEARSAL
               PERFORM CHECK-REHEARSAL-DATE
               EXIT SECTION
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           PERFORM CHECK-PROCESSING-DATE
           MOVE RUNHDR-RUN-DATE TO RCTL-RUN-DATE
           READ RUN-CONTROL
               INVALID KEY
                   IF WS-NON-PROCESSING = "Y"
                       PERFORM REFUSE-NON-PROCESSING-DATE
                   END-IF
                   MOVE RUNHDR-RUN-DATE TO RCTL-RUN-DATE
                   MOVE "I" TO RCTL-STATUS
                   MOVE "N" TO RCTL-FORCE-FLAG
                   MOVE "N" TO RCTL-FIZZ-RUN RCTL-MAIN-RUN
                   MOVE "Y" TO RCTL-HELLO-RUN
                   MOVE 0 TO RCTL-FORCE-COUNT
                   MOVE SPACES TO RCTL-STEPS-DONE
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED AND RCTL-FORCE-FLAG NOT = "Y"
                       PERFORM REFUSE-DUPLICATE-RUN
                   END-IF
                   IF WS-NON-PROCESSING = "Y"
                       IF RCTL-FORCE-FLAG = "Y" OR RCTL-HELLO-RUN = "Y"
                           PERFORM FLAG-NON-PROCESSING-DATE
                       ELSE
                           PERFORM REFUSE-NON-PROCESSING-DATE
                       END-IF
                   END-IF
                   MOVE "Y" TO RCTL-HELLO-RUN
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUN-CONTROL
           EXIT.

       CHECK-REHEARSAL-DATE SECTION.
      *    A rehearsal reads RUNCTL but never registers or updates a
      *    date. The business calendar is honored as on the night, so
      *    rehearsing a holiday is refused unless the date has been
      *    forced; a date the production night already completed is
      *    only noted - rehearsing a past night is allowed.
           MOVE "N" TO WS-DATE-FORCED
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               MOVE RUNHDR-RUN-DATE TO RCTL-RUN-DATE
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCTL-COMPLETED
                           DISPLAY "REHEARSAL: DATE " RUNHDR-RUN-DATE
                               " ALREADY COMPLETED IN PRODUCTION"
                       END-IF
                       IF RCTL-FORCE-FLAG = "Y" OR RCTL-HELLO-RUN = "Y"
                           MOVE "Y" TO WS-DATE-FORCED
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           PERFORM CHECK-PROCESSING-DATE
           IF WS-NON-PROCESSING = "Y"
               IF WS-DATE-FORCED = "Y"
                   PERFORM FLAG-NON-PROCESSING-DATE
               ELSE
                   PERFORM REFUSE-NON-PROCESSING-DATE
               END-IF
           END-IF
           EXIT.

       REFUSE-DUPLICATE-RUN SECTION.
           DISPLAY "RUN FOR DATE " RUNHDR-RUN-DATE
               " ALREADY COMPLETED - RESUBMISSION REFUSED"
           CLOSE RUN-CONTROL
           STOP RUN.

       CHECK-PROCESSING-DATE SECTION.
      *    The business calendar says whether the date being opened
      *    is a processing day at all; with no BUSCAL every date is.
           MOVE "N" TO WS-NON-PROCESSING
           MOVE "D" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           CALL "BUSDAYS" USING BDAY-PARM
           IF BDAY-WORKING = "N"
               MOVE "Y" TO WS-NON-PROCESSING
           END-IF
           EXIT.

       REFUSE-NON-PROCESSING-DATE SECTION.
      *    A NIGHTLY submitted for a weekend or holiday is refused
      *    before anything is registered. A supervisor who really
      *    wants the night run anyway pre-registers the date with
      *    RUNCTLU FORCE, and the run then goes ahead flagged.
           DISPLAY "RUN DATE " RUNHDR-RUN-DATE
               " IS NOT A PROCESSING DAY - RUN REFUSED"
           IF BDAY-HOLIDAY-NAME NOT = SPACES
               DISPLAY "BUSINESS CALENDAR: " BDAY-HOLIDAY-NAME
           END-IF
           DISPLAY "SUPERVISOR: RUNCTLU FORCE TO RUN THIS DATE ANYWAY"
           MOVE "NON-PROCESSING DATE" TO WS-FAIL-REASON
           PERFORM WRITE-AUDIT-FAILURE
           MOVE 8 TO RETURN-CODE
      *    A rehearsal has already closed its read-only RUNCTL.
           IF NOT MODE-IS-REHEARSAL
               CLOSE RUN-CONTROL
           END-IF
           STOP RUN.

       FLAG-NON-PROCESSING-DATE SECTION.
      *    Forced or already-registered night on a non-processing
      *    date: let it through, but say so on the console and leave
      *    a CALENDAR= entry on AUDITLOG for the morning AUDITRPT.
           DISPLAY "WARNING: RUN DATE " RUNHDR-RUN-DATE
               " IS NOT A PROCESSING DAY - RUNNING AS FORCED"
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE RUNHDR-PROGRAM-NAME TO AUD-PROGRAM-NAME
           MOVE RUNHDR-RUN-DATE TO AUD-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO AUD-RUN-TIME
           MOVE RUNHDR-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE "CALENDAR=NONWORKING" TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE WS-AUDIT-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "CHECK AUDITLOG ALLOCATION AND SPACE"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE AUDIT-LOG
           EXIT.

       REPORT-FILE-ERROR SECTION.
      *    All file errors funnel through the common FILERR routine;
      *    severity F does not come back.
           EXIT.

       READ-RUN-MODE SECTION.
      *    An UNATTENDED card on RUNMODE (read by GETMODE) switches
      *    every console dialog off; the sign-on parameters then come
      *    from SIGNON and any missing or invalid parameter ends the
      *    run with an AUDITLOG entry and a nonzero return code
      *    instead of a console ACCEPT the scheduler cannot answer.
           IF MODE-IS-UNATTENDED
               MOVE "Y" TO WS-UNATTENDED
           END-IF
           EXIT.

           PERFORM WRITE-AUDIT-ENTRY
           PERFORM WRITE-SHIFT-CODE
           PERFORM SHOW-BULLETINS
           PERFORM SHOW-HANDOVER-NOTES
           PERFORM READ-SIGNON-FILE
           EXIT.

                   WS-FAIL-REASON DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
       CHECK-PASSWORD-EXPIRY SECTION.
      *    A blank or unreadable change date means the password was
      *    just reset (or predates the password scheme) and must be
      *    changed now. The age is in business days from the
      *    calendar, so holidays do not eat into the validity.
           MOVE "Y" TO WS-PWD-EXPIRED
           IF OPER-PWD-CHANGED IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE OPER-PWD-CHANGED TO BDAY-FROM-DATE
               MOVE RUNHDR-RUN-DATE TO BDAY-TO-DATE
               CALL "BUSDAYS" USING BDAY-PARM
               IF BDAY-DAYS <= WS-PWD-MAX-DAYS
                   MOVE "N" TO WS-PWD-EXPIRED
               END-IF
           END-IF
                   BUL-ID DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE WS-AUDIT-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "CHECK AUDITLOG ALLOCATION AND SPACE"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE AUDIT-LOG
           EXIT.

       SHOW-HANDOVER-NOTES SECTION.
      *    Handover notes other operators left at their sign-off and
      *    nobody has read yet, shown after the bulletins. An attended
      *    sign-on marks each note read by this operator and leaves a
      *    HANDREAD= entry on AUDITLOG; an unattended sign-on only
      *    lists them on the job log - nobody is at the console to
      *    read them, so they stay open for the next operator who
      *    signs on there. A rehearsal never marks a note. A missing
      *    HANDNOTE file just means nothing was handed over.
           MOVE "N" TO WS-MARK-NOTES
           IF WS-UNATTENDED NOT = "Y" AND NOT MODE-IS-REHEARSAL
               MOVE "Y" TO WS-MARK-NOTES
           END-IF
           IF WS-MARK-NOTES = "Y"
               OPEN I-O HANDOVER-FILE
           ELSE
               OPEN INPUT HANDOVER-FILE
           END-IF
           IF WS-HANDNOTE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-LAST-SHOWN-NUMBER
           MOVE "N" TO WS-HANDNOTE-EOF
           PERFORM READ-HANDOVER-NEXT
           PERFORM SHOW-HANDOVER-LINE UNTIL WS-HANDNOTE-EOF = "Y"
           CLOSE HANDOVER-FILE
           EXIT.

       READ-HANDOVER-NEXT SECTION.
           READ HANDOVER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HANDNOTE-EOF
           END-READ
           EXIT.

       SHOW-HANDOVER-LINE SECTION.
      *    A note is for the next operator, so the writer's own
      *    sign-on does not take it off the list.
           IF HND-OPEN AND HND-FROM-OPER NOT = OPERATOR-ID-IN
               IF HND-NUMBER NOT = WS-LAST-SHOWN-NUMBER
                   MOVE HND-NUMBER TO WS-LAST-SHOWN-NUMBER
                   MOVE "016" TO MSG-WANTED
                   PERFORM GET-MESSAGE
                   MOVE SPACES TO WS-NOTE-HEAD
                   STRING MSG-OUT DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           HND-FROM-OPER DELIMITED BY SPACE
                           " - " DELIMITED BY SIZE
                           HND-SHIFT DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           HND-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-NOTE-HEAD
                   DISPLAY "*** " WS-NOTE-HEAD
                   IF WS-MARK-NOTES = "Y"
                       PERFORM WRITE-HANDOVER-READ
                   END-IF
               END-IF
               DISPLAY "    " HND-TEXT
               IF WS-MARK-NOTES = "Y"
                   MOVE "R" TO HND-STATUS
                   MOVE OPERATOR-ID-IN TO HND-READ-BY
                   MOVE RUNHDR-RUN-DATE TO HND-READ-DATE
                   MOVE RUNHDR-RUN-TIME TO HND-READ-TIME
                   REWRITE HANDOVER-NOTE-RECORD
                   IF WS-HANDNOTE-STATUS NOT = "00"
                       MOVE "HANDNOTE" TO ERR-FILE-NAME
                       MOVE "REWRITE" TO ERR-OPERATION
                       MOVE WS-HANDNOTE-STATUS TO ERR-STATUS
                       MOVE "E" TO ERR-SEVERITY
                       MOVE "NOTE NOT MARKED READ - CHECK HANDNOTE"
                           TO ERR-ACTION
                       PERFORM REPORT-FILE-ERROR
                   END-IF
               END-IF
           END-IF
           PERFORM READ-HANDOVER-NEXT
           EXIT.

       WRITE-HANDOVER-READ SECTION.
      *    HANDREAD=nnnnnn says which operator read which note, the
      *    same way BULLETIN= does for the bulletins.
           MOVE SPACES TO WS-KEY-INFO
           STRING "HANDREAD=" DELIMITED BY SIZE
                   HND-NUMBER DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE RUNHDR-RUN-DATE TO WS-AUDIT-DATE
           PERFORM WRITE-KEYED-AUDIT-ENTRY
           EXIT.

       SIGN-OFF-RUN SECTION.
      *    SIGNOFF card on RUNMODE: the end-of-shift sign-off. Each
      *    operator signs off with ID and password; the sign-off
      *    closes that operator's latest open sign-on with a SIGNOFF=
      *    entry on AUDITLOG carrying the sign-on time and the time
      *    on shift, then takes free-text handover notes for the next
      *    operator. RUNCTL and the step flags are not touched - a
      *    sign-off is not a step of the night. It needs somebody at
      *    the console, so an unattended or rehearsal run is refused.
           PERFORM READ-RUN-MODE
           IF WS-UNATTENDED = "Y"
               MOVE "SIGNOFF NEEDS THE CONSOLE" TO WS-FAIL-REASON
               PERFORM WRITE-AUDIT-FAILURE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF MODE-IS-REHEARSAL
               DISPLAY "REHEARSAL: SIGN-OFF IS NOT REHEARSED"
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-YESTERDAY
           PERFORM OPEN-OPERATOR-MASTER
           PERFORM SIGN-OFF-OPERATOR WITH TEST AFTER
               UNTIL OPERATOR-ID-IN = SPACES
           CLOSE OPERATOR-MASTER
           EXIT.

       SIGN-OFF-OPERATOR SECTION.
      *    Same ID and password check as the sign-on, lockout
      *    included; the end of shift is the moment of the sign-off.
           PERFORM SIGN-ON-OPERATOR
           IF WS-SIGNON-OK NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE OPERATOR-ID-IN TO RUNHDR-OPERATOR-ID
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           PERFORM FIND-OPEN-SIGNON
           IF WS-OPEN-FOUND = 0
               MOVE "025" TO MSG-WANTED
               PERFORM GET-MESSAGE
               DISPLAY MSG-OUT " " OPERATOR-ID-IN
               EXIT SECTION
           END-IF
           PERFORM COMPUTE-TIME-ON-SHIFT
           PERFORM WRITE-SIGNOFF-ENTRY
           MOVE "015" TO MSG-WANTED
           PERFORM GET-MESSAGE
           DISPLAY MSG-OUT " " WS-WORKED
           PERFORM TAKE-HANDOVER-NOTE
           EXIT.

       FIND-OPEN-SIGNON SECTION.
      *    AUDITLOG is in time order: every production SHIFT= entry
      *    of the operator from today or yesterday opens a sign-on,
      *    every SIGNOFF= entry closes the one with the same date,
      *    shift and sign-on time. The latest sign-on still open is
      *    the shift now ending.
           MOVE 0 TO WS-OPEN-COUNT WS-OPEN-FOUND
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM READ-AUDIT-LOG
           PERFORM CHECK-SIGNON-ENTRY UNTIL WS-AUDIT-EOF = "Y"
           CLOSE AUDIT-LOG
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPN-CLOSED (WS-OPEN-IDX) NOT = "Y"
                   MOVE WS-OPEN-IDX TO WS-OPEN-FOUND
               END-IF
           END-PERFORM
           EXIT.

       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           EXIT.

       CHECK-SIGNON-ENTRY SECTION.
           IF AUD-PROGRAM-NAME = "HELLWORL"
               AND AUD-OPERATOR-ID = OPERATOR-ID-IN
               AND AUD-RUN-MODE = MODE-RECORD-MARK
               AND AUD-RUN-DATE >= WS-YESTERDAY-X
               EVALUATE TRUE
                   WHEN AUD-KEY-INFO (1:6) = "SHIFT="
                       PERFORM ADD-OPEN-SIGNON
                   WHEN AUD-KEY-INFO (1:8) = "SIGNOFF="
                       PERFORM CLOSE-OPEN-SIGNON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-AUDIT-LOG
           EXIT.

       ADD-OPEN-SIGNON SECTION.
           IF WS-OPEN-COUNT < 10
               ADD 1 TO WS-OPEN-COUNT
               MOVE AUD-RUN-DATE TO WS-OPN-DATE (WS-OPEN-COUNT)
               MOVE AUD-KEY-INFO (7:10) TO WS-OPN-SHIFT (WS-OPEN-COUNT)
               MOVE AUD-RUN-TIME TO WS-OPN-TIME (WS-OPEN-COUNT)
               MOVE "N" TO WS-OPN-CLOSED (WS-OPEN-COUNT)
           END-IF
           EXIT.

       CLOSE-OPEN-SIGNON SECTION.
      *    SIGNOFF=<shift> ON=<hhmm> WORKED=<hhmm>
           MOVE SPACES TO WS-OFF-TOKEN-1 WS-OFF-TOKEN-2
           UNSTRING AUD-KEY-INFO DELIMITED BY ALL SPACES
               INTO WS-OFF-TOKEN-1 WS-OFF-TOKEN-2
           END-UNSTRING
           MOVE WS-OFF-TOKEN-1 (9:10) TO WS-OFF-SHIFT
           MOVE WS-OFF-TOKEN-2 (4:4) TO WS-OFF-ON-TIME
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPN-DATE (WS-OPEN-IDX) = AUD-RUN-DATE
                   AND WS-OPN-SHIFT (WS-OPEN-IDX) = WS-OFF-SHIFT
                   AND WS-OPN-TIME (WS-OPEN-IDX) (1:4) = WS-OFF-ON-TIME
                   MOVE "Y" TO WS-OPN-CLOSED (WS-OPEN-IDX)
               END-IF
           END-PERFORM
           EXIT.

       COMPUTE-TIME-ON-SHIFT SECTION.
      *    Hours and minutes from the sign-on to now; a sign-off
      *    earlier in the day than the sign-on is a shift that ran
      *    past midnight.
           MOVE WS-OPN-TIME (WS-OPEN-FOUND) TO WS-CLOCK
           COMPUTE WS-ON-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE RUNHDR-RUN-TIME TO WS-CLOCK
           COMPUTE WS-OFF-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           IF WS-OFF-MINUTES < WS-ON-MINUTES
               ADD 1440 TO WS-OFF-MINUTES
           END-IF
           COMPUTE WS-WORKED-MINUTES = WS-OFF-MINUTES - WS-ON-MINUTES
           DIVIDE WS-WORKED-MINUTES BY 60 GIVING WS-WORKED-HH
               REMAINDER WS-WORKED-MM
           EXIT.

       WRITE-SIGNOFF-ENTRY SECTION.
      *    Dated with the business date of the sign-on it closes, so
      *    a night shift signing off after midnight stays on its
      *    night.
           MOVE SPACES TO WS-KEY-INFO
           STRING "SIGNOFF=" DELIMITED BY SIZE
                   WS-OPN-SHIFT (WS-OPEN-FOUND) DELIMITED BY SPACE
                   " ON=" DELIMITED BY SIZE
                   WS-OPN-TIME (WS-OPEN-FOUND) (1:4) DELIMITED BY SIZE
                   " WORKED=" DELIMITED BY SIZE
                   WS-WORKED DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-OPN-DATE (WS-OPEN-FOUND) TO WS-AUDIT-DATE
           PERFORM WRITE-KEYED-AUDIT-ENTRY
           EXIT.

       TAKE-HANDOVER-NOTE SECTION.
      *    Up to WS-NOTE-LIMIT lines, ended by a blank line; no lines
      *    at all is a sign-off with nothing to hand over.
           MOVE 0 TO WS-NOTE-LINES
           MOVE SPACES TO WS-NOTE-TABLE
           MOVE "006" TO MSG-WANTED
           PERFORM GET-MESSAGE
           DISPLAY MSG-OUT
           PERFORM ACCEPT-NOTE-LINE WITH TEST AFTER
               UNTIL WS-NOTE-TEXT = SPACES
                   OR WS-NOTE-LINES = WS-NOTE-LIMIT
           IF WS-NOTE-LINES = 0
               EXIT SECTION
           END-IF
           OPEN I-O HANDOVER-FILE
           IF WS-HANDNOTE-STATUS = "35"
               OPEN OUTPUT HANDOVER-FILE
               CLOSE HANDOVER-FILE
               OPEN I-O HANDOVER-FILE
           END-IF
           IF WS-HANDNOTE-STATUS NOT = "00"
               MOVE "HANDNOTE" TO ERR-FILE-NAME
               MOVE "OPEN" TO ERR-OPERATION
               MOVE WS-HANDNOTE-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "HANDOVER NOTE LOST - ALLOCATE HANDNOTE"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM FIND-LAST-NOTE-NUMBER
           ADD 1 TO WS-NOTE-NUMBER
           PERFORM WRITE-NOTE-LINE VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTE-LINES
           CLOSE HANDOVER-FILE
           MOVE SPACES TO WS-KEY-INFO
           STRING "HANDNOTE=" DELIMITED BY SIZE
                   WS-NOTE-NUMBER DELIMITED BY SIZE
                   " LINES=" DELIMITED BY SIZE
                   WS-NOTE-LINES DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-OPN-DATE (WS-OPEN-FOUND) TO WS-AUDIT-DATE
           PERFORM WRITE-KEYED-AUDIT-ENTRY
           MOVE "017" TO MSG-WANTED
           PERFORM GET-MESSAGE
           DISPLAY MSG-OUT " " WS-NOTE-NUMBER
           EXIT.

       ACCEPT-NOTE-LINE SECTION.
           MOVE SPACES TO WS-NOTE-TEXT
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT NOT = SPACES
               ADD 1 TO WS-NOTE-LINES
               MOVE WS-NOTE-TEXT TO WS-NOTE-LINE-TEXT (WS-NOTE-LINES)
           END-IF
           EXIT.

       FIND-LAST-NOTE-NUMBER SECTION.
      *    Notes are numbered on from the highest number on file.
           MOVE 0 TO WS-NOTE-NUMBER
           MOVE "N" TO WS-HANDNOTE-EOF
           PERFORM READ-HANDOVER-NEXT
           PERFORM UNTIL WS-HANDNOTE-EOF = "Y"
               IF HND-NUMBER > WS-NOTE-NUMBER
                   MOVE HND-NUMBER TO WS-NOTE-NUMBER
               END-IF
               PERFORM READ-HANDOVER-NEXT
           END-PERFORM
           EXIT.

       WRITE-NOTE-LINE SECTION.
           MOVE SPACES TO HANDOVER-NOTE-RECORD
           MOVE WS-NOTE-NUMBER TO HND-NUMBER
           MOVE WS-NOTE-IDX TO HND-LINE
           MOVE "O" TO HND-STATUS
           MOVE WS-OPN-DATE (WS-OPEN-FOUND) TO HND-BUSINESS-DATE
           MOVE WS-OPN-SHIFT (WS-OPEN-FOUND) TO HND-SHIFT
           MOVE OPERATOR-ID-IN TO HND-FROM-OPER
           MOVE RUNHDR-RUN-TIME TO HND-WRITTEN-TIME
           MOVE WS-NOTE-LINE-TEXT (WS-NOTE-IDX) TO HND-TEXT
           WRITE HANDOVER-NOTE-RECORD
           IF WS-HANDNOTE-STATUS NOT = "00"
               MOVE "HANDNOTE" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE WS-HANDNOTE-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "HANDOVER NOTE LINE LOST - CHECK HANDNOTE"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       WRITE-KEYED-AUDIT-ENTRY SECTION.
      *    Sign-off and handover entries: the caller sets the key
      *    info and the business date the entry belongs to.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE RUNHDR-PROGRAM-NAME TO AUD-PROGRAM-NAME
           MOVE WS-AUDIT-DATE TO AUD-RUN-DATE
           MOVE RUNHDR-RUN-TIME TO AUD-RUN-TIME
           MOVE RUNHDR-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
                   TAGESZEIT DELIMITED BY SPACE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
