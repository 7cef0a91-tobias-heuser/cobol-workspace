      * FBRULES.CPY - in-core classification rule table, up to 9
      * rules (FB-RULE OCCURS 9 TIMES below). Each rule is one of
      * three types (FB-TYPE): D = the number is divisible by
      * FB-DIVISOR, C = the number contains the digit FB-DIGIT,
      * R = the number lies in the band FB-RANGE-LOW..FB-RANGE-HIGH.
      * FB-PRECEDENCE (1 first) orders the labels when several rules
      * match, and an override rule (FB-OVERRIDE = Y) that matches
      * wins outright - its label alone is the classification. The
      * classification itself is done by the routine FBCLASS
      * (see FBCPARM.CPY) so every program reaches the same answer.
      * The table is loaded at start-up from the rule master FBRULMST
      * (see FBRULREC.CPY) with the versions in effect for the
      * business date - each program's LOAD-RULE-TABLE section fills
      * than the 9 entries actually declared here.
       01 FB-RULE-TABLE-DATA.
           05 FILLER PIC X(11) VALUE "003FIZZ    ".
           05 FILLER PIC X(18) VALUE "D0000000000000001N".
           05 FILLER PIC X(11) VALUE "005BUZZ    ".
           05 FILLER PIC X(18) VALUE "D0000000000000002N".
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(29) VALUE SPACES.
       01 FB-RULE-TABLE REDEFINES FB-RULE-TABLE-DATA.
           05 FB-RULE OCCURS 9 TIMES.
               10 FB-DIVISOR PIC 9(3).
               10 FB-LABEL PIC X(8).
               10 FB-TYPE PIC X.
                   88 FB-DIVISOR-RULE VALUE "D".
                   88 FB-DIGIT-RULE VALUE "C".
                   88 FB-RANGE-RULE VALUE "R".
               10 FB-DIGIT PIC 9.
               10 FB-RANGE-LOW PIC 9(7).
               10 FB-RANGE-HIGH PIC 9(7).
               10 FB-PRECEDENCE PIC 9.
               10 FB-OVERRIDE PIC X.
       01 FB-RULE-COUNT PIC 9 VALUE 2.
      * Work fields for each program's LOAD-RULE-TABLE section: the
      * master is streamed once and, per rule slot, the version with
      * the newest RUL-EFF-DATE not after FBL-WANTED-DATE wins; the
      * surviving active slots are then compacted into FB-RULE so the
      * rule loops stay 1..FB-RULE-COUNT with no holes.
       01 FBL-WANTED-DATE PIC X(8).
       01 FBL-CANDIDATES.
           05 FBL-SLOT OCCURS 9 TIMES.
               10 FBL-DIVISOR PIC 9(3).
               10 FBL-LABEL PIC X(8).
               10 FBL-ACTIVE PIC X.
               10 FBL-TYPE PIC X.
               10 FBL-DIGIT PIC 9.
               10 FBL-RANGE-LOW PIC 9(7).
               10 FBL-RANGE-HIGH PIC 9(7).
               10 FBL-PRECEDENCE PIC 9.
               10 FBL-OVERRIDE PIC X.
      *    Two digits: the slot loops run the index to 10 to
      *    terminate, past what a one-digit field can hold.
       01 FBL-SLOT-IDX PIC 99.
