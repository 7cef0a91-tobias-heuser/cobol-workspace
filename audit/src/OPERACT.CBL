      * HR asks for every audit cycle and that today mean restoring
      * archive files by hand. The report is joined against OPERMST:
      * an active operator record with no sign-on inside the
      * inactivity window (OACTL card, default 90 business days) is
      * flagged as a deactivation candidate and written as a
      * ready-made D transaction to DEACTCND for the weekly OPERMNT
      * run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(87).

       FD  AUDIT-LOG.
           COPY AUDITREC.
           COPY OPERREC.

       FD  CONTROL-CARD.
      *    Inactivity window in business days; a missing or
      *    non-numeric card falls back to the 90-day default below.
       01 CONTROL-CARD-RECORD.
           05 CC-INACTIVE-DAYS PIC 999.

       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-INACTIVE-DAYS PIC 999 VALUE 90.
       01 WS-CUTOFF-X PIC X(8).
       01 WS-OP-IDX PIC 99.
       01 WS-OP-COUNT PIC 99 VALUE 0.
       01 WS-MATCH-IDX PIC 99.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER

       COMPUTE-CUTOFF-DATE SECTION.
      *    An active operator whose last sign-on is before the cutoff
      *    is a deactivation candidate. The window counts business
      *    days from the calendar, so a holiday fortnight does not
      *    make the whole roster look inactive.
           MOVE "B" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           MOVE WS-INACTIVE-DAYS TO BDAY-DAYS
           CALL "BUSDAYS" USING BDAY-PARM
           MOVE BDAY-TO-DATE TO WS-CUTOFF-X
           EXIT.

       LOAD-ARCHIVE-SIGNONS SECTION.
       TALLY-SIGNON-ENTRY SECTION.
      *    Only HELLWORL SHIFT= entries are sign-ons, same rule
      *    SHIFTRPT applies; runs and ERROR= refusals are not
      *    coverage, and neither is a sign-on a rehearsal made.
           IF AUD-PROGRAM-NAME NOT = "HELLWORL"
               OR AUD-KEY-INFO (1:6) NOT = "SHIFT="
               OR AUD-REHEARSAL
               EXIT SECTION
           END-IF
           PERFORM FIND-OPERATOR-SLOT
       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "INACTIVITY WINDOW (BUS DAYS): " TO WS-CNT-LABEL
           MOVE WS-INACTIVE-DAYS TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
