      * FBCPARM.CPY - parameter area for the classification routine
      * FBCLASS. The caller moves the rule table it loaded
      * (FB-RULE-TABLE and FB-RULE-COUNT from FBRULES.CPY - same
      * layout) into FBC-RULE-TABLE and FBC-RULE-COUNT, sets
      * FBC-NUMBER and CALLs "FBCLASS" USING FBC-PARM. It returns:
      *   FBC-RESULT        the classification - labels of the
      *                     matching rules joined in precedence
      *                     order, spaces for a plain number
      *   FBC-MATCH-COUNT   rules the classification is made of (1
      *                     when an override rule decided it)
      *   FBC-DECIDING-IDX  table entry of the first matching rule,
      *                     or of the override rule - the rule a
      *                     solo classification is credited to
      *   FBC-OVERRIDE-IDX  table entry of the override rule that
      *                     decided it, 0 when none did
      *   FBC-MATCHED-RULES the same labels listed "FIZZ, BUZZ"
       01 FBC-PARM.
           05 FBC-NUMBER PIC 9(7).
           05 FBC-RULE-COUNT PIC 9.
           05 FBC-RULE-TABLE.
               10 FBC-RULE OCCURS 9 TIMES.
                   15 FBC-DIVISOR PIC 9(3).
                   15 FBC-LABEL PIC X(8).
                   15 FBC-TYPE PIC X.
                   15 FBC-DIGIT PIC 9.
                   15 FBC-RANGE-LOW PIC 9(7).
                   15 FBC-RANGE-HIGH PIC 9(7).
                   15 FBC-PRECEDENCE PIC 9.
                   15 FBC-OVERRIDE PIC X.
           05 FBC-RESULT PIC X(8).
           05 FBC-MATCH-COUNT PIC 9.
           05 FBC-DECIDING-IDX PIC 9.
           05 FBC-OVERRIDE-IDX PIC 9.
           05 FBC-MATCHED-RULES PIC X(90).
