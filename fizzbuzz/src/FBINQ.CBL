       01 WS-NUMERIC-OK PIC X.
       01 WS-SEEN-SPACE PIC X.
       01 WS-CHAR-IDX PIC 9.
       01 WS-MATCHED-RULES PIC X(120).

           COPY FBRULES.
           COPY FBCPARM.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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

       INQUIRE-NUMBER SECTION.
           DISPLAY "Enter a number to look up (blank to end)"
           ACCEPT WS-NUMBER-IN
                       DISPLAY "CLASSIFICATION : " FBM-RESULT
                   END-IF
                   DISPLAY "RULES MATCHED  : " WS-MATCHED-RULES
      *            Loaded under rules since changed - FBMAINT's audit
      *            itemizes the same record.
                   IF FBC-RESULT NOT = FBM-RESULT
                       IF FBC-RESULT = SPACES
                           DISPLAY "CURRENT RULES  : PLAIN - STORED "
                               "RESULT PREDATES A RULE CHANGE"
                       ELSE
                           DISPLAY "CURRENT RULES  : " FBC-RESULT
                               " - STORED RESULT PREDATES A RULE "
                               "CHANGE"
                       END-IF
                   END-IF
                   DISPLAY "FROM RUN OF    : " FBM-RUN-DATE
                       " AT " FBM-RUN-TIME
           END-READ
           EXIT.

       DERIVE-MATCHED-RULES SECTION.
      *    Re-applies the rules to the stored number through FBCLASS,
      *    the routine PROCESS-NUMBER used when the record was built,
      *    so the answer names each rule individually even when the
      *    stored result is a concatenation like FIZZBUZZ, and says
      *    so when an override rule decided the number alone.
           MOVE FBM-NUMBER TO FBC-NUMBER
           CALL "FBCLASS" USING FBC-PARM
           MOVE SPACES TO WS-MATCHED-RULES
           EVALUATE TRUE
               WHEN FBC-MATCH-COUNT = 0
                   MOVE "NONE" TO WS-MATCHED-RULES
               WHEN FBC-OVERRIDE-IDX > 0
                   STRING FUNCTION TRIM(FBC-MATCHED-RULES)
                               DELIMITED BY SIZE
                           " (OVERRIDES ALL OTHER RULES)"
                               DELIMITED BY SIZE
                       INTO WS-MATCHED-RULES
               WHEN OTHER
                   MOVE FBC-MATCHED-RULES TO WS-MATCHED-RULES
           END-EVALUATE
           EXIT.

       END PROGRAM FBINQ.
