           SELECT RULE-MASTER ASSIGN TO "FBRULMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT VALID-REQUEST-FILE ASSIGN TO "FBVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCTLRC.

       FD  CHECKPOINT-FILE.
      *    CKPT-REQNO says which request CKPT-CURRENT belongs to
      *    (000000 = the operations range); a checkpoint from before
      *    the request queue has it blank and reads as 000000.
       01 CHECKPOINT-RECORD.
          05 CKPT-CURRENT PIC 9(7).
          05 FILLER PIC X.
          05 CKPT-REQNO PIC 9(6).

       FD  FIZZBUZZ-OUT.
      *    Record layouts live in FBOUTREC.CPY, shared with the
       FD  RULE-MASTER.
           COPY FBRULREC.

       FD  VALID-REQUEST-FILE.
           COPY FBRQREC.

       WORKING-STORAGE SECTION.
       01 CURRENT PIC 9(7).
       01 CURRENT-RESULT PIC X(8).
       01 WS-CTL-STATUS PIC XX.
       01 WS-FBOUT-STATUS PIC XX.
       01 START-RANGE PIC 9(7) VALUE 1.
       01 WS-CHOSEN-LANG PIC X VALUE SPACE.
       01 WS-BD-EOF PIC X.
       01 WS-BEST-I-DATE PIC X(8).
       01 WS-VALID-STATUS PIC XX.
       01 WS-VALID-EOF PIC X VALUE "N".
      *    Request being classified: tags every D and T row written
      *    and goes on the checkpoint. 000000 = operations range.
       01 WS-CUR-REQNO PIC 9(6) VALUE 0.
       01 WS-RESUME-REQNO PIC 9(6) VALUE 0.
       01 WS-RESUME-CURRENT PIC 9(7) VALUE 0.
       01 WS-RESUME-FOUND PIC X VALUE "N".
       01 WS-QUEUE-COUNT PIC 999 VALUE 0.
       01 WS-QUEUE-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-Q-IDX PIC 999.
       01 WS-QUEUE-NUMBERS PIC 9(7) VALUE 0.
      *    Accepted requests from the FBINTK queue, worked in queue
      *    order after the operations range. FBINTK accepts no more
      *    than 100 a night (QUEUE FULL); past 100 a request would stay
      *    unclassified and show so on the FBDELIV delivery report.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 100 TIMES.
               10 WS-Q-REQNO PIC 9(6).
               10 WS-Q-START PIC 9(7).
               10 WS-Q-RUN-START PIC 9(7).
               10 WS-Q-END PIC 9(7).
      *    Per-request counters, reset for each queued request and
      *    written as that request's own T rows.
       01 WS-REQ-SOLO-COUNT PIC 9(7) VALUE 0 OCCURS 9 TIMES.
       01 WS-REQ-COMBO-COUNT PIC 9(7) VALUE 0.
       01 WS-REQ-PLAIN-COUNT PIC 9(7) VALUE 0.
       01 WS-REQ-RECORD-COUNT PIC 9(7) VALUE 0.

           COPY RUNHDR.
           COPY MODEPARM.
           COPY STEPPARM.
           COPY FBRULES.
           COPY FBCPARM.
           COPY MSGTXT.
           COPY ERRPARM.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM GET-BUSINESS-DATE
           PERFORM RECORD-STEP-START
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-RULE-TABLE
           PERFORM READ-CONTROL-CARD
           PERFORM READ-SHIFT-CODE
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-REQUEST-QUEUE

           IF WS-RESUMED = "Y"
               OPEN EXTEND FIZZBUZZ-OUT

           PERFORM WRITE-AUDIT-ENTRY

           MOVE 0 TO WS-CUR-REQNO
           PERFORM PROCESS-NUMBER VARYING CURRENT FROM START-RANGE
               BY 1 UNTIL CURRENT > END-RANGE
           PERFORM PROCESS-QUEUED-REQUEST VARYING WS-Q-IDX FROM 1
               BY 1 UNTIL WS-Q-IDX > WS-QUEUE-COUNT

           MOVE 0 TO WS-CUR-REQNO
           PERFORM END-OF-RUN-TOTALS
           PERFORM RECONCILE-TOTALS
           PERFORM CLEAR-CHECKPOINT

           CLOSE FIZZBUZZ-OUT
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
           MOVE "FIZZBUZZ" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           CALL "GETMODE" USING MODE-PARM
      *    Console messages default to English as this program always
      *    spoke; READ-SHIFT-CODE switches to the sign-on language
      *    when SHIFTCD carries one.
      *    RUNHDR-RUN-TIME for sequencing. With no date in progress
      *    the wall-clock date stands and CHECK-RUN-CONTROL registers
      *    it.
      *    A rehearsal works on its test business date whatever
      *    RUNCTL holds.
           IF MODE-IS-REHEARSAL
               MOVE MODE-TEST-DATE TO RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-BD-EOF
           MOVE SPACES TO WS-BEST-I-DATE
           OPEN INPUT RUN-CONTROL
               DISPLAY "FBRULMST MISSING OR NO RULE IN EFFECT FOR "
                   FBL-WANTED-DATE " - USING COMPILED DEFAULT RULES"
           END-IF
           MOVE FB-RULE-TABLE TO FBC-RULE-TABLE
           MOVE FB-RULE-COUNT TO FBC-RULE-COUNT
           EXIT.

       READ-RULE-MASTER SECTION.
                   MOVE RUL-DIVISOR TO FBL-DIVISOR (RUL-SEQ)
                   MOVE RUL-LABEL TO FBL-LABEL (RUL-SEQ)
                   MOVE RUL-ACTIVE TO FBL-ACTIVE (RUL-SEQ)
                   MOVE RUL-TYPE TO FBL-TYPE (RUL-SEQ)
                   MOVE RUL-DIGIT TO FBL-DIGIT (RUL-SEQ)
                   MOVE RUL-RANGE-LOW TO FBL-RANGE-LOW (RUL-SEQ)
                   MOVE RUL-RANGE-HIGH TO FBL-RANGE-HIGH (RUL-SEQ)
                   MOVE RUL-PRECEDENCE TO FBL-PRECEDENCE (RUL-SEQ)
                   MOVE RUL-OVERRIDE TO FBL-OVERRIDE (RUL-SEQ)
               END-IF
           END-IF
           PERFORM READ-RULE-MASTER
           EXIT.

       COMPACT-RULE-TABLE SECTION.
      *    Deleted slots are squeezed out so the rule loops stay
      *    1..FB-RULE-COUNT with no holes.
           MOVE 0 TO FBL-FILL-IDX
           PERFORM VARYING FBL-SLOT-IDX FROM 1 BY 1
                       TO FB-DIVISOR (FBL-FILL-IDX)
                   MOVE FBL-LABEL (FBL-SLOT-IDX)
                       TO FB-LABEL (FBL-FILL-IDX)
                   PERFORM COMPACT-RULE-TEST
               END-IF
           END-PERFORM
           IF FBL-FILL-IDX > 0
           END-IF
           EXIT.

       COMPACT-RULE-TEST SECTION.
      *    A version from before rule types has a blank type and no
      *    precedence: it is a divisor rule, ranked by its slot.
           MOVE FBL-TYPE (FBL-SLOT-IDX) TO FB-TYPE (FBL-FILL-IDX)
           IF FBL-TYPE (FBL-SLOT-IDX) = SPACE
               MOVE "D" TO FB-TYPE (FBL-FILL-IDX)
           END-IF
           MOVE FBL-DIGIT (FBL-SLOT-IDX) TO FB-DIGIT (FBL-FILL-IDX)
           MOVE FBL-RANGE-LOW (FBL-SLOT-IDX)
               TO FB-RANGE-LOW (FBL-FILL-IDX)
           MOVE FBL-RANGE-HIGH (FBL-SLOT-IDX)
               TO FB-RANGE-HIGH (FBL-FILL-IDX)
           IF FBL-PRECEDENCE (FBL-SLOT-IDX) IS NUMERIC
               AND FBL-PRECEDENCE (FBL-SLOT-IDX) > 0
               MOVE FBL-PRECEDENCE (FBL-SLOT-IDX)
                   TO FB-PRECEDENCE (FBL-FILL-IDX)
           ELSE
               MOVE FBL-SLOT-IDX TO FB-PRECEDENCE (FBL-FILL-IDX)
           END-IF
           IF FBL-OVERRIDE (FBL-SLOT-IDX) = "Y"
               MOVE "Y" TO FB-OVERRIDE (FBL-FILL-IDX)
           ELSE
               MOVE "N" TO FB-OVERRIDE (FBL-FILL-IDX)
           END-IF
           EXIT.

       GET-MESSAGE SECTION.
      *    Table lookup with German fallback when the wanted number
      *    has no text in the operator's language.
           EXIT.

       PROCESS-NUMBER SECTION.
      *    FBCLASS applies the rule types, precedence and override
      *    rules exactly as FBINQ and the FBMAINT audit do.
           MOVE CURRENT TO FBC-NUMBER
           CALL "FBCLASS" USING FBC-PARM
           MOVE FBC-RESULT TO CURRENT-RESULT
           MOVE FBC-MATCH-COUNT TO WS-MATCH-COUNT
           MOVE FBC-DECIDING-IDX TO WS-FIRST-MATCH-IDX

      *    Categorized off the rule table's own match count/index
      *    (not the built label text) so any FBRULES.CPY configuration
      *    - not just the stock FIZZ/BUZZ pair - still feeds the
      *    control totals instead of silently landing in PLAIN-COUNT.
      *    A solo match (WS-MATCH-COUNT = 1) is credited to that rule's
      *    own slot in WS-RULE-SOLO-COUNT - an override rule that
      *    decided the number alone counts as one; 2+ rules together
      *    fall into the one combined MULTI bucket regardless of which
      *    rules they were, same as the old FIZZBUZZ-COUNT did for the
      *    stock 2-rule table.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   ADD 1 TO PLAIN-COUNT WS-REQ-PLAIN-COUNT
               WHEN WS-MATCH-COUNT = 1
                   ADD 1 TO WS-RULE-SOLO-COUNT (WS-FIRST-MATCH-IDX)
                            WS-REQ-SOLO-COUNT (WS-FIRST-MATCH-IDX)
               WHEN OTHER
                   ADD 1 TO COMBO-COUNT WS-REQ-COMBO-COUNT
           END-EVALUATE

           PERFORM WRITE-RESULT
           MOVE CURRENT TO FB-CURRENT
           MOVE SPACE TO FB-SEP
           MOVE CURRENT-RESULT TO FB-RESULT
           MOVE SPACE TO FB-REQ-SEP
           MOVE WS-CUR-REQNO TO FB-REQNO
           WRITE FIZZBUZZ-RECORD
           IF WS-FBOUT-STATUS = "00"
               ADD 1 TO RECORD-COUNT WS-REQ-RECORD-COUNT
           ELSE
      *        The operator-language message stays (the operator
      *        reads the console); the common routine adds the
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-REQNO IS NUMERIC AND CKPT-REQNO > 0
      *                    The operations range finished before the
      *                    queue started; LOAD-REQUEST-QUEUE picks up
      *                    the request that was interrupted.
                           COMPUTE START-RANGE = END-RANGE + 1
                           MOVE CKPT-REQNO TO WS-RESUME-REQNO
                           MOVE CKPT-CURRENT TO WS-RESUME-CURRENT
                       ELSE
                           COMPUTE START-RANGE = CKPT-CURRENT + 1
                       END-IF
                       MOVE "Y" TO WS-RESUMED
                       MOVE "030" TO MSG-WANTED
                       PERFORM GET-MESSAGE

       WRITE-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE CURRENT TO CKPT-CURRENT
           MOVE WS-CUR-REQNO TO CKPT-REQNO
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.
           CLOSE CHECKPOINT-FILE
           EXIT.

       LOAD-REQUEST-QUEUE SECTION.
      *    Reads the accepted FBVALID queue FBINTK built during the
      *    day. No FBVALID is a night with no department requests.
      *    On a resume from a checkpoint inside the queue, requests
      *    ahead of the interrupted one are already on FIZZOUT and
      *    are skipped; the interrupted one continues after the
      *    checkpointed number.
           MOVE 0 TO WS-QUEUE-COUNT WS-QUEUE-OVERFLOW
           OPEN INPUT VALID-REQUEST-FILE
           IF WS-VALID-STATUS = "00"
               PERFORM READ-VALID-REQUEST
               PERFORM QUEUE-ONE-REQUEST UNTIL WS-VALID-EOF = "Y"
               CLOSE VALID-REQUEST-FILE
           END-IF
           IF WS-QUEUE-OVERFLOW > 0
               DISPLAY "FBVALID QUEUE OVER 100 REQUESTS - "
                   WS-QUEUE-OVERFLOW " LEFT UNCLASSIFIED"
           END-IF
           IF WS-RESUME-REQNO > 0 AND WS-RESUME-FOUND NOT = "Y"
      *        The interrupted request is no longer on the queue:
      *        nothing can be proven done, so the whole queue runs.
               DISPLAY "CHECKPOINT REQUEST " WS-RESUME-REQNO
                   " NOT ON FBVALID - WHOLE QUEUE RUNS"
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                   MOVE WS-Q-START (WS-Q-IDX)
                       TO WS-Q-RUN-START (WS-Q-IDX)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-QUEUE-NUMBERS
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
               UNTIL WS-Q-IDX > WS-QUEUE-COUNT
               IF WS-Q-RUN-START (WS-Q-IDX) <= WS-Q-END (WS-Q-IDX)
                   COMPUTE WS-QUEUE-NUMBERS = WS-QUEUE-NUMBERS
                       + WS-Q-END (WS-Q-IDX)
                       - WS-Q-RUN-START (WS-Q-IDX) + 1
               END-IF
           END-PERFORM
           EXIT.

       READ-VALID-REQUEST SECTION.
           READ VALID-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-VALID-EOF
           END-READ
           EXIT.

       QUEUE-ONE-REQUEST SECTION.
      *    An end of 9999999 is never queued (FBINTK refuses it too):
      *    CURRENT would wrap to zero and the request never finish.
           IF FRQ-END IS NUMERIC AND FRQ-END = 9999999
               DISPLAY "FBVALID REQUEST " FRQ-REQNO
                   " ENDS AT 9999999 - LEFT UNCLASSIFIED"
           END-IF
           IF FRQ-REQNO IS NUMERIC AND FRQ-START IS NUMERIC
               AND FRQ-END IS NUMERIC AND FRQ-END < 9999999
               IF WS-QUEUE-COUNT < 100
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE FRQ-REQNO TO WS-Q-REQNO (WS-QUEUE-COUNT)
                   MOVE FRQ-START TO WS-Q-START (WS-QUEUE-COUNT)
                   MOVE FRQ-START TO WS-Q-RUN-START (WS-QUEUE-COUNT)
                   MOVE FRQ-END TO WS-Q-END (WS-QUEUE-COUNT)
                   IF WS-RESUME-REQNO > 0
                       AND WS-RESUME-FOUND NOT = "Y"
                       IF FRQ-REQNO = WS-RESUME-REQNO
                           MOVE "Y" TO WS-RESUME-FOUND
                           COMPUTE WS-Q-RUN-START (WS-QUEUE-COUNT) =
                               WS-RESUME-CURRENT + 1
                       ELSE
                           COMPUTE WS-Q-RUN-START (WS-QUEUE-COUNT) =
                               FRQ-END + 1
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-QUEUE-OVERFLOW
               END-IF
           END-IF
           PERFORM READ-VALID-REQUEST
           EXIT.

       PROCESS-QUEUED-REQUEST SECTION.
      *    Each request is classified as a unit: its D rows, then its
      *    own T rows, all tagged with its request number. A request
      *    resumed part-way carries T rows for the resumed part only;
      *    FBDELIV counts the D rows, which cover both parts.
           IF WS-Q-RUN-START (WS-Q-IDX) > WS-Q-END (WS-Q-IDX)
               EXIT SECTION
           END-IF
           MOVE WS-Q-REQNO (WS-Q-IDX) TO WS-CUR-REQNO
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > 9
               MOVE 0 TO WS-REQ-SOLO-COUNT (WS-SUM-IDX)
           END-PERFORM
           MOVE 0 TO WS-REQ-COMBO-COUNT WS-REQ-PLAIN-COUNT
                     WS-REQ-RECORD-COUNT
           PERFORM PROCESS-NUMBER VARYING CURRENT
               FROM WS-Q-RUN-START (WS-Q-IDX)
               BY 1 UNTIL CURRENT > WS-Q-END (WS-Q-IDX)
           PERFORM WRITE-REQUEST-TOTALS
           EXIT.

       WRITE-REQUEST-TOTALS SECTION.
           MOVE "T" TO FBT-REC-TYPE
           MOVE SPACE TO FBT-REQ-SEP
           MOVE WS-CUR-REQNO TO FBT-REQNO
           PERFORM VARYING FB-IDX FROM 1 BY 1
               UNTIL FB-IDX > FB-RULE-COUNT
               MOVE FB-LABEL (FB-IDX) TO FBT-LABEL
               MOVE WS-REQ-SOLO-COUNT (FB-IDX) TO FBT-COUNT
               WRITE FIZZBUZZ-TOTAL-RECORD
           END-PERFORM
           MOVE "MULTI   " TO FBT-LABEL
           MOVE WS-REQ-COMBO-COUNT TO FBT-COUNT
           WRITE FIZZBUZZ-TOTAL-RECORD
           MOVE "PLAIN   " TO FBT-LABEL
           MOVE WS-REQ-PLAIN-COUNT TO FBT-COUNT
           WRITE FIZZBUZZ-TOTAL-RECORD
           MOVE "RECORDS " TO FBT-LABEL
           MOVE WS-REQ-RECORD-COUNT TO FBT-COUNT
           WRITE FIZZBUZZ-TOTAL-RECORD
           DISPLAY "REQUEST " WS-CUR-REQNO " RECORDS : "
               WS-REQ-RECORD-COUNT
           EXIT.

       COMPUTE-EXPECTED-COUNT SECTION.
      *    Operations range plus every queued number this run was to
      *    classify; a range skipped on resume counts as zero.
           MOVE 0 TO WS-EXPECTED-COUNT
           IF END-RANGE >= START-RANGE
               COMPUTE WS-EXPECTED-COUNT = END-RANGE - START-RANGE + 1
           END-IF
           ADD WS-QUEUE-NUMBERS TO WS-EXPECTED-COUNT
           EXIT.

       END-OF-RUN-TOTALS SECTION.
           MOVE "032" TO MSG-WANTED
           PERFORM GET-MESSAGE
           DISPLAY MSG-OUT
           MOVE "T" TO FBT-REC-TYPE
           MOVE SPACE TO FBT-REQ-SEP
           MOVE WS-CUR-REQNO TO FBT-REQNO
           PERFORM VARYING FB-IDX FROM 1 BY 1
               UNTIL FB-IDX > FB-RULE-COUNT
               DISPLAY FB-LABEL (FB-IDX) ": "
           EXIT.

       RECONCILE-TOTALS SECTION.
           PERFORM COMPUTE-EXPECTED-COUNT
           MOVE 0 TO WS-CATEGORY-SUM
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > FB-RULE-COUNT
           MOVE RUNHDR-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE RUNHDR-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE SPACES TO WS-KEY-INFO
      *    QUEUE= is the count of queued-request numbers this run
      *    classifies on top of the operations range; ENDNIGHT adds
      *    it to the RANGE= count for the night's expected total.
           STRING "RANGE=" DELIMITED BY SIZE
                   START-RANGE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   END-RANGE DELIMITED BY SIZE
                   " QUEUE=" DELIMITED BY SIZE
                   WS-QUEUE-NUMBERS DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
      *    (RUNCTLU FORCE) - a double-submitted NIGHTLY would
      *    truncate and rebuild FIZZOUT. A date still in progress
      *    (including a restart from FBCHKPT after a failed night)
      *    runs normally. A rehearsal leaves RUNCTL alone: it builds
      *    a rehearsal FIZZOUT, so a completed date is no reason to
      *    refuse it.
           IF MODE-IS-REHEARSAL
               EXIT SECTION
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
                   MOVE "N" TO RCTL-HELLO-RUN RCTL-MAIN-RUN
                   MOVE "Y" TO RCTL-FIZZ-RUN
                   MOVE 0 TO RCTL-FORCE-COUNT
                   MOVE SPACES TO RCTL-STEPS-DONE
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED AND RCTL-FORCE-FLAG NOT = "Y"
                   WS-FAIL-REASON DELIMITED BY SIZE
               INTO WS-KEY-INFO
           MOVE WS-KEY-INFO TO AUD-KEY-INFO
           MOVE MODE-RECORD-MARK TO AUD-RUN-MODE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO ERR-FILE-NAME
