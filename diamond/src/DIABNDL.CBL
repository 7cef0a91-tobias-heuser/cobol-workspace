       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIABNDL.
      *****************************************************************
      * Cuts the night's DIAPRT diamond output into one bundle per
      * requesting department, so distribution hands each department
      * its own pages instead of splitting one print stream by hand.
      * Each bundle is a routing cover sheet (department, night,
      * request numbers with their line and page counts - the same
      * lines MAIN bills on DIAUSAGE), the department's diamonds and
      * rejection banners as MAIN printed them, and a trailer page
      * with the totals and a received-by line. Every bundle is
      * logged on DIADLVLG as produced; DIACOLL marks it collected in
      * the morning. A request MAIN printed twice (partial before a
      * full DIAPRT pack, again after the resume) goes out once, the
      * complete reprint. RC 4 = DIAPRT lines outside any request
      * (not bundled); RC 8 = no DIAPRT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO "DIAPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO "DIABNDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO "DIADLVLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLV-KEY
               FILE STATUS IS WS-DLV-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01 PRINT-RECORD PIC X(500).

       FD  BUNDLE-FILE.
       01 BUNDLE-RECORD PIC X(500).

       FD  DELIVERY-LOG.
           COPY DIADLREC.

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-PRINT-STATUS PIC XX.
       01 WS-BUNDLE-STATUS PIC XX.
       01 WS-DLV-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-PRINT-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X VALUE "N".
       01 WS-BEST-I-DATE PIC X(8) VALUE SPACES.
      *    Printed lines per page on the diamond printer; the page
      *    counts on the cover sheet and the log are lines over this.
       01 WS-PAGE-LINES PIC 99 VALUE 60.
       01 WS-PREV-BLANK PIC X VALUE "N".
       01 WS-CUR-IDX PIC 999 VALUE 0.
       01 WS-RQT-IDX PIC 999.
       01 WS-PRIOR-IDX PIC 999.
       01 WS-RQT-COUNT PIC 999 VALUE 0.
       01 WS-SCAN-SEQ PIC 999.
       01 WS-COPY-LEFT PIC 9(7).
       01 WS-DEPT-DONE PIC X.
       01 WS-CUR-DEPT PIC X(8).
       01 WS-CONTROL-LINES PIC 9(7) VALUE 0.
       01 WS-UNBUNDLED-LINES PIC 9(7) VALUE 0.
       01 WS-SUPERSEDED-LINES PIC 9(7) VALUE 0.
       01 WS-BDL-REQUESTS PIC 9(3).
       01 WS-BDL-LINES PIC 9(7).
       01 WS-BDL-PAGES PIC 9(5).
       01 WS-BDL-FIRST PIC 9(6).
       01 WS-BDL-LAST PIC 9(6).
       01 WS-TOT-BUNDLES PIC 9(5) VALUE 0.
       01 WS-TOT-REQUESTS PIC 9(5) VALUE 0.
       01 WS-TOT-LINES PIC 9(7) VALUE 0.
      *    Requests in DIAPRT order as found on their banners, with
      *    the lines each produced. State P printed, R rejected,
      *    S superseded by a later print of the same request.
       01 WS-REQUEST-TABLE.
           05 WS-RQT-ENTRY OCCURS 500 TIMES.
               10 WS-RQT-REQNO PIC 9(6).
               10 WS-RQT-DEPT PIC X(8).
               10 WS-RQT-STATE PIC X.
               10 WS-RQT-LINES PIC 9(7).
               10 WS-RQT-PAGES PIC 9(5).

       01 WS-RULE-LINE PIC X(80) VALUE ALL "=".
       01 WS-COVER-TITLE.
           05 FILLER PIC X(40)
               VALUE "DIAMOND REPORT - ROUTING COVER SHEET    ".
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "DIABNDL".
       01 WS-COVER-DEPT.
           05 FILLER PIC X(15) VALUE "DEPARTMENT   : ".
           05 WS-CVD-DEPT PIC X(8).
           05 FILLER PIC X(57) VALUE SPACES.
       01 WS-COVER-NIGHT.
           05 FILLER PIC X(15) VALUE "NIGHT OF     : ".
           05 WS-CVN-NIGHT PIC X(8).
           05 FILLER PIC X(12) VALUE "   PRODUCED ".
           05 WS-CVN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CVN-TIME PIC X(8).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-COVER-TOTALS.
           05 WS-CVT-LABEL PIC X(15).
           05 WS-CVT-REQUESTS PIC ZZ9.
           05 FILLER PIC X(12) VALUE " REQUESTS   ".
           05 WS-CVT-LINES PIC Z(6)9.
           05 FILLER PIC X(9) VALUE " LINES   ".
           05 WS-CVT-PAGES PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " PAGES".
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-COVER-COL-HEAD.
           05 FILLER PIC X(10) VALUE "REQUEST".
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "LINES".
           05 FILLER PIC X(48) VALUE "PAGES".
       01 WS-COVER-REQUEST.
           05 WS-CVR-REQNO PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CVR-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CVR-LINES PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-CVR-PAGES PIC ZZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
       01 WS-TRAILER-TITLE.
           05 FILLER PIC X(29)
               VALUE "END OF BUNDLE  -  DEPARTMENT ".
           05 WS-TRL-DEPT PIC X(8).
           05 FILLER PIC X(11) VALUE "  NIGHT OF ".
           05 WS-TRL-NIGHT PIC X(8).
           05 FILLER PIC X(24) VALUE SPACES.
       01 WS-TRAILER-RECEIPT.
           05 FILLER PIC X(40)
               VALUE "RECEIVED BY ____________________  DATE _".
           05 FILLER PIC X(40)
               VALUE "_______  TIME ______                    ".
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY REHBANR.
           COPY STEPPARM.
           COPY ERRPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           OPEN INPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "DIABNDL: DIAPRT NOT AVAILABLE - NO BUNDLES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PRINT-FILE
           PERFORM SCAN-PRINT-LINE UNTIL WS-PRINT-EOF = "Y"
           CLOSE PRINT-FILE
           PERFORM OPEN-DELIVERY-LOG
           OPEN OUTPUT BUNDLE-FILE
           IF WS-BUNDLE-STATUS NOT = "00"
               MOVE "DIABNDL" TO ERR-FILE-NAME
               MOVE "OPEN" TO ERR-OPERATION
               MOVE WS-BUNDLE-STATUS TO ERR-STATUS
               MOVE "F" TO ERR-SEVERITY
               MOVE "CHECK DIABNDL ALLOCATION, THEN RERUN"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           PERFORM WRITE-ALL-BUNDLES
           CLOSE BUNDLE-FILE
           CLOSE DELIVERY-LOG
           DISPLAY "DIABNDL: NIGHT " RUNHDR-RUN-DATE
               " BUNDLES=" WS-TOT-BUNDLES
               " REQUESTS=" WS-TOT-REQUESTS
               " LINES=" WS-TOT-LINES
           IF WS-SUPERSEDED-LINES > 0
               DISPLAY "DIABNDL: " WS-SUPERSEDED-LINES
                   " LINES OF PARTIAL PRINTS SUPERSEDED BY REPRINT"
           END-IF
           IF WS-UNBUNDLED-LINES > 0
               DISPLAY "DIABNDL: " WS-UNBUNDLED-LINES
                   " DIAPRT LINES OUTSIDE ANY REQUEST - NOT BUNDLED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
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
           MOVE "DIABNDL" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
           EXIT.

       GET-BUSINESS-DATE SECTION.
      *    Bundles are logged under the business date in progress on
      *    RUNCTL, the night MAIN printed for.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               PERFORM READ-RUNCTL-NEXT
               PERFORM SCAN-RUNCTL-DATE UNTIL WS-BD-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF
           IF WS-BEST-I-DATE NOT = SPACES
               MOVE WS-BEST-I-DATE TO RUNHDR-RUN-DATE
           END-IF
           EXIT.

       READ-RUNCTL-NEXT SECTION.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BD-EOF
           END-READ
           EXIT.

       SCAN-RUNCTL-DATE SECTION.
           IF RCTL-RUN-DATE IS NUMERIC AND RCTL-IN-PROGRESS
               IF WS-BEST-I-DATE = SPACES
                   OR RCTL-RUN-DATE > WS-BEST-I-DATE
                   MOVE RCTL-RUN-DATE TO WS-BEST-I-DATE
               END-IF
           END-IF
           PERFORM READ-RUNCTL-NEXT
           EXIT.

       OPEN-DELIVERY-LOG SECTION.
      *    Created on first use, same 35-fallback as the masters.
           OPEN I-O DELIVERY-LOG
           IF WS-DLV-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG
               CLOSE DELIVERY-LOG
               OPEN I-O DELIVERY-LOG
           END-IF
           IF WS-DLV-STATUS NOT = "00"
               MOVE "DIADLVLG" TO ERR-FILE-NAME
               MOVE "OPEN" TO ERR-OPERATION
               MOVE WS-DLV-STATUS TO ERR-STATUS
               MOVE "F" TO ERR-SEVERITY
               MOVE "ALLOCATE DIADLVLG, THEN RERUN"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       READ-PRINT-FILE SECTION.
           READ PRINT-FILE
               AT END
                   MOVE "Y" TO WS-PRINT-EOF
           END-READ
           EXIT.

       SCAN-PRINT-LINE SECTION.
      *    A request runs from its "==== REQUEST" banner to the next
      *    banner. MAIN's resume banner and closing summary belong to
      *    no department; the blank line MAIN writes ahead of the
      *    summary is taken back off the last request so the line
      *    counts agree with DIAUSAGE. A rehearsal's DIAPRT opens
      *    with the rehearsal banner, which is a control line too.
           EVALUATE TRUE
               WHEN PRINT-RECORD (1:13) = "==== REQUEST "
                   PERFORM TABLE-ONE-REQUEST
               WHEN PRINT-RECORD (1:27) = "**** RESUMED AFTER REQUEST "
                   OR PRINT-RECORD (1:17) = "*** REHEARSAL ***"
                   MOVE 0 TO WS-CUR-IDX
                   ADD 1 TO WS-CONTROL-LINES
               WHEN PRINT-RECORD (1:19) = "REQUESTS PRINTED : "
                   IF WS-CUR-IDX > 0 AND WS-PREV-BLANK = "Y"
                       SUBTRACT 1 FROM WS-RQT-LINES (WS-CUR-IDX)
                       ADD 1 TO WS-CONTROL-LINES
                   END-IF
                   MOVE 0 TO WS-CUR-IDX
                   ADD 1 TO WS-CONTROL-LINES
               WHEN WS-CUR-IDX > 0
                   ADD 1 TO WS-RQT-LINES (WS-CUR-IDX)
               WHEN PRINT-RECORD (1:9) = "REQUESTS "
                   ADD 1 TO WS-CONTROL-LINES
               WHEN OTHER
                   ADD 1 TO WS-UNBUNDLED-LINES
           END-EVALUATE
           IF PRINT-RECORD = SPACES
               MOVE "Y" TO WS-PREV-BLANK
           ELSE
               MOVE "N" TO WS-PREV-BLANK
           END-IF
           PERFORM READ-PRINT-FILE
           EXIT.

       TABLE-ONE-REQUEST SECTION.
      *    Banner: "==== REQUEST nnnnnn  DEPT dddddddd  ..." with
      *    "*** REJECTED" after the department on a rejection.
           IF WS-RQT-COUNT >= 500
               MOVE 0 TO WS-CUR-IDX
               ADD 1 TO WS-UNBUNDLED-LINES
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RQT-COUNT
           MOVE WS-RQT-COUNT TO WS-CUR-IDX
           IF PRINT-RECORD (14:6) IS NUMERIC
               MOVE PRINT-RECORD (14:6) TO WS-RQT-REQNO (WS-CUR-IDX)
           ELSE
               MOVE 0 TO WS-RQT-REQNO (WS-CUR-IDX)
           END-IF
           MOVE PRINT-RECORD (27:8) TO WS-RQT-DEPT (WS-CUR-IDX)
           IF PRINT-RECORD (35:17) = "  *** REJECTED - "
               MOVE "R" TO WS-RQT-STATE (WS-CUR-IDX)
           ELSE
               MOVE "P" TO WS-RQT-STATE (WS-CUR-IDX)
           END-IF
           MOVE 1 TO WS-RQT-LINES (WS-CUR-IDX)
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX >= WS-CUR-IDX
               IF WS-RQT-REQNO (WS-PRIOR-IDX) =
                   WS-RQT-REQNO (WS-CUR-IDX)
                   AND WS-RQT-STATE (WS-PRIOR-IDX) NOT = "S"
                   MOVE "S" TO WS-RQT-STATE (WS-PRIOR-IDX)
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ALL-BUNDLES SECTION.
      *    Departments in the order their first request printed.
           PERFORM VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-COUNT
               IF WS-RQT-STATE (WS-RQT-IDX) = "S"
                   ADD WS-RQT-LINES (WS-RQT-IDX) TO WS-SUPERSEDED-LINES
               ELSE
                   COMPUTE WS-RQT-PAGES (WS-RQT-IDX) =
                       (WS-RQT-LINES (WS-RQT-IDX) + WS-PAGE-LINES - 1)
                       / WS-PAGE-LINES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-COUNT
               MOVE "N" TO WS-DEPT-DONE
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-RQT-IDX
                   IF WS-RQT-DEPT (WS-PRIOR-IDX) =
                       WS-RQT-DEPT (WS-RQT-IDX)
                       MOVE "Y" TO WS-DEPT-DONE
                   END-IF
               END-PERFORM
               IF WS-DEPT-DONE = "N"
                   MOVE WS-RQT-DEPT (WS-RQT-IDX) TO WS-CUR-DEPT
                   PERFORM PRODUCE-ONE-BUNDLE
               END-IF
           END-PERFORM
           EXIT.

       PRODUCE-ONE-BUNDLE SECTION.
           MOVE 0 TO WS-BDL-REQUESTS WS-BDL-LINES WS-BDL-PAGES
                     WS-BDL-FIRST WS-BDL-LAST
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-RQT-COUNT
               IF WS-RQT-DEPT (WS-PRIOR-IDX) = WS-CUR-DEPT
                   AND WS-RQT-STATE (WS-PRIOR-IDX) NOT = "S"
                   ADD 1 TO WS-BDL-REQUESTS
                   ADD WS-RQT-LINES (WS-PRIOR-IDX) TO WS-BDL-LINES
                   ADD WS-RQT-PAGES (WS-PRIOR-IDX) TO WS-BDL-PAGES
                   IF WS-BDL-FIRST = 0
                       OR WS-RQT-REQNO (WS-PRIOR-IDX) < WS-BDL-FIRST
                       MOVE WS-RQT-REQNO (WS-PRIOR-IDX) TO WS-BDL-FIRST
                   END-IF
                   IF WS-RQT-REQNO (WS-PRIOR-IDX) > WS-BDL-LAST
                       MOVE WS-RQT-REQNO (WS-PRIOR-IDX) TO WS-BDL-LAST
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-COVER-SHEET
           PERFORM COPY-DEPARTMENT-PAGES
           PERFORM WRITE-TRAILER-PAGE
           PERFORM LOG-BUNDLE
           ADD 1 TO WS-TOT-BUNDLES
           ADD WS-BDL-REQUESTS TO WS-TOT-REQUESTS
           ADD WS-BDL-LINES TO WS-TOT-LINES
           EXIT.

       WRITE-COVER-SHEET SECTION.
           PERFORM WRITE-REHEARSAL-BANNER
           MOVE WS-RULE-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-COVER-TITLE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-RULE-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-CUR-DEPT TO WS-CVD-DEPT
           MOVE WS-COVER-DEPT TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE RUNHDR-RUN-DATE TO WS-CVN-NIGHT
           ACCEPT WS-CVN-DATE FROM DATE YYYYMMDD
           MOVE RUNHDR-RUN-TIME TO WS-CVN-TIME
           MOVE WS-COVER-NIGHT TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE "CONTENTS     : " TO WS-CVT-LABEL
           MOVE WS-BDL-REQUESTS TO WS-CVT-REQUESTS
           MOVE WS-BDL-LINES TO WS-CVT-LINES
           MOVE WS-BDL-PAGES TO WS-CVT-PAGES
           MOVE WS-COVER-TOTALS TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-COVER-COL-HEAD TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-RQT-COUNT
               IF WS-RQT-DEPT (WS-PRIOR-IDX) = WS-CUR-DEPT
                   AND WS-RQT-STATE (WS-PRIOR-IDX) NOT = "S"
                   MOVE WS-RQT-REQNO (WS-PRIOR-IDX) TO WS-CVR-REQNO
                   IF WS-RQT-STATE (WS-PRIOR-IDX) = "R"
                       MOVE "REJECTED" TO WS-CVR-STATUS
                   ELSE
                       MOVE "PRINTED " TO WS-CVR-STATUS
                   END-IF
                   MOVE WS-RQT-LINES (WS-PRIOR-IDX) TO WS-CVR-LINES
                   MOVE WS-RQT-PAGES (WS-PRIOR-IDX) TO WS-CVR-PAGES
                   MOVE WS-COVER-REQUEST TO BUNDLE-RECORD
                   PERFORM WRITE-BUNDLE-LINE
               END-IF
           END-PERFORM
           MOVE WS-RULE-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           EXIT.

       COPY-DEPARTMENT-PAGES SECTION.
      *    A second pass over DIAPRT per department; the Nth banner
      *    read is the Nth table entry, and exactly the lines counted
      *    for it on the first pass are copied.
           MOVE "N" TO WS-PRINT-EOF
           MOVE 0 TO WS-SCAN-SEQ WS-COPY-LEFT
           OPEN INPUT PRINT-FILE
           PERFORM READ-PRINT-FILE
           PERFORM COPY-PRINT-LINE UNTIL WS-PRINT-EOF = "Y"
           CLOSE PRINT-FILE
           EXIT.

       COPY-PRINT-LINE SECTION.
           IF PRINT-RECORD (1:13) = "==== REQUEST "
               ADD 1 TO WS-SCAN-SEQ
               MOVE 0 TO WS-COPY-LEFT
               IF WS-SCAN-SEQ <= WS-RQT-COUNT
                   IF WS-RQT-DEPT (WS-SCAN-SEQ) = WS-CUR-DEPT
                       AND WS-RQT-STATE (WS-SCAN-SEQ) NOT = "S"
                       MOVE WS-RQT-LINES (WS-SCAN-SEQ) TO WS-COPY-LEFT
                   END-IF
               END-IF
           END-IF
           IF WS-COPY-LEFT > 0
               MOVE PRINT-RECORD TO BUNDLE-RECORD
               PERFORM WRITE-BUNDLE-LINE
               SUBTRACT 1 FROM WS-COPY-LEFT
           END-IF
           PERFORM READ-PRINT-FILE
           EXIT.

       WRITE-TRAILER-PAGE SECTION.
           PERFORM WRITE-REHEARSAL-BANNER
           MOVE WS-RULE-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-CUR-DEPT TO WS-TRL-DEPT
           MOVE RUNHDR-RUN-DATE TO WS-TRL-NIGHT
           MOVE WS-TRAILER-TITLE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE "BUNDLE TOTAL : " TO WS-CVT-LABEL
           MOVE WS-COVER-TOTALS TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-TRAILER-RECEIPT TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-RULE-LINE TO BUNDLE-RECORD
           PERFORM WRITE-BUNDLE-LINE
           EXIT.

       WRITE-REHEARSAL-BANNER SECTION.
      *    Cover sheet and trailer page of a rehearsal's bundle both
      *    say so - a test bundle must never be sent to a department.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RHB-TEST-DATE
               MOVE REHEARSAL-BANNER TO BUNDLE-RECORD
               PERFORM WRITE-BUNDLE-LINE
           END-IF
           EXIT.

       WRITE-BUNDLE-LINE SECTION.
           WRITE BUNDLE-RECORD
           IF WS-BUNDLE-STATUS NOT = "00"
               MOVE "DIABNDL" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE WS-BUNDLE-STATUS TO ERR-STATUS
               MOVE "F" TO ERR-SEVERITY
               MOVE "DIABNDL FULL OR UNWRITABLE - FIX, RERUN"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       LOG-BUNDLE SECTION.
      *    A rerun for the same night replaces the entry and counts
      *    the reproduction; the new bundle has to be collected again.
           MOVE RUNHDR-RUN-DATE TO DLV-NIGHT
           MOVE WS-CUR-DEPT TO DLV-DEPT
           READ DELIVERY-LOG
               INVALID KEY
                   MOVE SPACES TO DELIVERY-RECORD
                   MOVE RUNHDR-RUN-DATE TO DLV-NIGHT
                   MOVE WS-CUR-DEPT TO DLV-DEPT
                   MOVE 0 TO DLV-PRODUCE-COUNT
           END-READ
           ADD 1 TO DLV-PRODUCE-COUNT
           MOVE "P" TO DLV-STATUS
           MOVE WS-BDL-REQUESTS TO DLV-REQUESTS
           MOVE WS-BDL-FIRST TO DLV-FIRST-REQNO
           MOVE WS-BDL-LAST TO DLV-LAST-REQNO
           MOVE WS-BDL-LINES TO DLV-LINES
           MOVE WS-BDL-PAGES TO DLV-PAGES
           ACCEPT DLV-PRODUCE-DATE FROM DATE YYYYMMDD
           MOVE RUNHDR-RUN-TIME TO DLV-PRODUCE-TIME
           MOVE SPACES TO DLV-COLLECT-DATE DLV-COLLECT-TIME
                          DLV-COLLECTED-BY DLV-COLLECT-OPER
           IF DLV-PRODUCE-COUNT = 1
               WRITE DELIVERY-RECORD
           ELSE
               REWRITE DELIVERY-RECORD
           END-IF
           IF WS-DLV-STATUS NOT = "00"
               MOVE "DIADLVLG" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE WS-DLV-STATUS TO ERR-STATUS
               MOVE "E" TO ERR-SEVERITY
               MOVE "BUNDLE NOT LOGGED - LOG IT BY HAND"
                   TO ERR-ACTION
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       REPORT-FILE-ERROR SECTION.
           MOVE RUNHDR-PROGRAM-NAME TO ERR-PROGRAM
           CALL "FILERR" USING ERR-PARM
           EXIT.

       END PROGRAM DIABNDL.
