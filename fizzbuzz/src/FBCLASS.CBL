       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCLASS.
      *****************************************************************
      * Classification routine. FIZZBUZZ (the nightly FIZZOUT), FBINQ
      * (the operator's inquiry), FBMAINT (the rules-consistency
      * audit) and FBSIM (the what-if simulation) each used to carry
      * their own copy of the divisor loop; with rule types,
      * precedence and override rules in the table they CALL this
      * instead, so one number gets one answer everywhere. Rules:
      *   - an override rule that matches decides alone: its label
      *     is the classification; if several match, the one with
      *     the best precedence (then the lower table entry) wins;
      *   - otherwise the labels of every matching rule are joined
      *     in precedence order, equal precedence in table order.
      * A rule matches by its type: D divisible by the divisor, C
      * contains the digit, R lies in the band. A blank type is a
      * version from before rule types and is a divisor rule. See
      * FBCPARM.CPY.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Table entries in the order they are tried.
       01 WS-RULE-ORDER.
           05 WS-ORDER PIC 9 OCCURS 9 TIMES.
       01 WS-ORDER-COUNT PIC 99.
       01 WS-ORDER-IDX PIC 99.
       01 WS-PREC PIC 99.
       01 WS-RULE-IDX PIC 99.
       01 WS-RULE-PREC PIC 99.
       01 WS-RULE-MATCHED PIC X.
       01 WS-DIV-RESULT PIC 9(7).
       01 WS-DIV-REMAIN PIC 999.
       01 WS-NUMBER-N PIC 9(7).
       01 WS-NUMBER-X REDEFINES WS-NUMBER-N PIC X(7).
       01 WS-DIGIT-X PIC X.
       01 WS-CHAR-IDX PIC 9.
       01 WS-SIGNIFICANT PIC X.

       LINKAGE SECTION.
           COPY FBCPARM.

       PROCEDURE DIVISION USING FBC-PARM.
           MOVE SPACES TO FBC-RESULT FBC-MATCHED-RULES
           MOVE 0 TO FBC-MATCH-COUNT FBC-DECIDING-IDX
               FBC-OVERRIDE-IDX
           PERFORM BUILD-RULE-ORDER
           PERFORM FIND-OVERRIDE-RULE
           IF FBC-OVERRIDE-IDX > 0
               MOVE FBC-OVERRIDE-IDX TO WS-RULE-IDX
               PERFORM ADD-MATCHED-RULE
           ELSE
               PERFORM APPLY-RULES-IN-ORDER
           END-IF
           GOBACK.

       BUILD-RULE-ORDER SECTION.
      *    Precedence 1 first; equal precedence keeps table order,
      *    which is slot order. A rule with no precedence (a version
      *    from before precedence existed) ranks by its table entry,
      *    so an all-old table classifies exactly as it always did.
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM ORDER-ONE-RULE
               VARYING WS-PREC FROM 1 BY 1 UNTIL WS-PREC > 9
               AFTER WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > FBC-RULE-COUNT
           EXIT.

       ORDER-ONE-RULE SECTION.
           IF FBC-PRECEDENCE (WS-RULE-IDX) IS NUMERIC
               AND FBC-PRECEDENCE (WS-RULE-IDX) > 0
               MOVE FBC-PRECEDENCE (WS-RULE-IDX) TO WS-RULE-PREC
           ELSE
               MOVE WS-RULE-IDX TO WS-RULE-PREC
           END-IF
           IF WS-RULE-PREC = WS-PREC
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-RULE-IDX TO WS-ORDER (WS-ORDER-COUNT)
           END-IF
           EXIT.

       FIND-OVERRIDE-RULE SECTION.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                   OR FBC-OVERRIDE-IDX > 0
               MOVE WS-ORDER (WS-ORDER-IDX) TO WS-RULE-IDX
               IF FBC-OVERRIDE (WS-RULE-IDX) = "Y"
                   PERFORM TEST-RULE
                   IF WS-RULE-MATCHED = "Y"
                       MOVE WS-RULE-IDX TO FBC-OVERRIDE-IDX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       APPLY-RULES-IN-ORDER SECTION.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               MOVE WS-ORDER (WS-ORDER-IDX) TO WS-RULE-IDX
               PERFORM TEST-RULE
               IF WS-RULE-MATCHED = "Y"
                   PERFORM ADD-MATCHED-RULE
               END-IF
           END-PERFORM
           EXIT.

       TEST-RULE SECTION.
           MOVE "N" TO WS-RULE-MATCHED
           EVALUATE FBC-TYPE (WS-RULE-IDX)
               WHEN "C"
                   PERFORM TEST-CONTAINS-DIGIT
               WHEN "R"
                   IF FBC-NUMBER >= FBC-RANGE-LOW (WS-RULE-IDX)
                       AND FBC-NUMBER <= FBC-RANGE-HIGH (WS-RULE-IDX)
                       MOVE "Y" TO WS-RULE-MATCHED
                   END-IF
               WHEN OTHER
                   IF FBC-DIVISOR (WS-RULE-IDX) > 0
                       DIVIDE FBC-NUMBER BY FBC-DIVISOR (WS-RULE-IDX)
                           GIVING WS-DIV-RESULT
                           REMAINDER WS-DIV-REMAIN
                       IF WS-DIV-REMAIN = ZERO
                           MOVE "Y" TO WS-RULE-MATCHED
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

       TEST-CONTAINS-DIGIT SECTION.
      *    Only the digits of the number as printed count - the
      *    leading zeros of the seven-digit field do not, so digit 0
      *    matches 10 or 205 but not 7.
           MOVE FBC-NUMBER TO WS-NUMBER-N
           MOVE FBC-DIGIT (WS-RULE-IDX) TO WS-DIGIT-X
           MOVE "N" TO WS-SIGNIFICANT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 7
               IF WS-NUMBER-X (WS-CHAR-IDX:1) NOT = "0"
                   OR WS-CHAR-IDX = 7
                   MOVE "Y" TO WS-SIGNIFICANT
               END-IF
               IF WS-SIGNIFICANT = "Y"
                   AND WS-NUMBER-X (WS-CHAR-IDX:1) = WS-DIGIT-X
                   MOVE "Y" TO WS-RULE-MATCHED
               END-IF
           END-PERFORM
           EXIT.

       ADD-MATCHED-RULE SECTION.
           ADD 1 TO FBC-MATCH-COUNT
           STRING FUNCTION TRIM(FBC-RESULT) DELIMITED BY SIZE
                   FBC-LABEL (WS-RULE-IDX) DELIMITED BY SPACE
               INTO FBC-RESULT
           IF FBC-MATCH-COUNT = 1
               MOVE WS-RULE-IDX TO FBC-DECIDING-IDX
               STRING FBC-LABEL (WS-RULE-IDX) DELIMITED BY SPACE
                   INTO FBC-MATCHED-RULES
           ELSE
               STRING FUNCTION TRIM(FBC-MATCHED-RULES)
                           DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FBC-LABEL (WS-RULE-IDX) DELIMITED BY SPACE
                   INTO FBC-MATCHED-RULES
           END-IF
           EXIT.

       END PROGRAM FBCLASS.
