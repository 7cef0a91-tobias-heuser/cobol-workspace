      * RUNCTL - how often a supervisor had to RUNCTLU FORCE a rerun.
      * The numbers operations review asks for every month and that
      * were reconstructed from saved printouts until now. The month
      * is the one closed by the latest month-end on the business
      * calendar (BUSCAL); an NSUMCTL card (YYYYMM) overrides it for
      * a rerun of an earlier month.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.
           COPY BDAYPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-CALENDAR-PERIOD
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           MOVE RUNHDR-RUN-DATE (1:6) TO WS-REPORT-MONTH
           EXIT.

       GET-CALENDAR-PERIOD SECTION.
      *    The month closed by the latest business-calendar month-end
      *    on or before the run date is the one reported, so a run in
      *    the first days of September still reports August. With no
      *    calendar (or no flagged month-end) the current month
      *    stands, as it always did.
           MOVE "M" TO BDAY-FUNCTION
           MOVE RUNHDR-RUN-DATE TO BDAY-FROM-DATE
           CALL "BUSDAYS" USING BDAY-PARM
           IF BDAY-TO-DATE NOT = SPACES
               MOVE BDAY-TO-DATE (1:6) TO WS-REPORT-MONTH
           END-IF
           EXIT.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
      *    A rerun night writes a second verdict for the same date;
      *    each is counted - the month's reliability includes the
      *    failed first attempts, that is the point of the report.
      *    A rehearsal's results are not nights at all.
           IF NHR-RUN-DATE (1:6) = WS-REPORT-MONTH
               AND NOT NHR-REHEARSAL
               EVALUATE TRUE
                   WHEN NHR-VERDICT
                       ADD 1 TO WS-NIGHTS-RUN
