      * FBRULREC.CPY - classification rule master record (FBRULMST).
      * One record per rule version: the rule that slot RUL-SEQ
      * carries from RUL-EFF-DATE onward - its label, its type and
      * test (see RUL-TYPE), its precedence and whether it overrides
      * every other rule when it matches. The master is
      * append-only - a change adds a new version, a delete adds an
      * inactive marker - so the file itself is the audit trail of who
      * changed which rule when (RUL-UPD-* stamps, written by
      * FBRULMNT). Every version is four-eyes approved: RUL-UPD-OPER
      * is the supervisor who submitted the change, RUL-UPD-APPR-OPER
      * the different supervisor who approved it, and RUL-UPD-DATE/
      * TIME when the approval made it effective. FIZZBUZZ, FBINQ and
      * the other rule users load the versions in effect for the
      * business date at start-up instead of compiling the table in
      * from FBRULES.CPY.
       01 RULE-MASTER-RECORD.
           05 RUL-EFF-DATE PIC X(8).
           05 FILLER PIC X.
           05 RUL-UPD-TIME PIC X(8).
           05 FILLER PIC X.
           05 RUL-UPD-OPER PIC X(8).
           05 FILLER PIC X.
           05 RUL-UPD-APPR-OPER PIC X(8).
      *    Rule type and test. D = divisible by RUL-DIVISOR, C =
      *    contains the digit RUL-DIGIT, R = lies in the band
      *    RUL-RANGE-LOW..RUL-RANGE-HIGH (both inclusive). Versions
      *    written before rule types existed end at the approver
      *    stamp; a blank type there reads as D.
           05 FILLER PIC X.
           05 RUL-TYPE PIC X.
               88 RUL-DIVISOR-RULE VALUE "D" " ".
               88 RUL-DIGIT-RULE VALUE "C".
               88 RUL-RANGE-RULE VALUE "R".
           05 FILLER PIC X.
           05 RUL-DIGIT PIC 9.
           05 FILLER PIC X.
           05 RUL-RANGE-LOW PIC 9(7).
           05 FILLER PIC X.
           05 RUL-RANGE-HIGH PIC 9(7).
           05 FILLER PIC X.
      *    Order the labels are joined in when several rules match,
      *    1 first; blank on the older versions, which then keep
      *    their slot order.
           05 RUL-PRECEDENCE PIC 9.
           05 FILLER PIC X.
      *    Y = when this rule matches its label alone is the
      *    classification (e.g. EXEMPT for a band); among several
      *    matching override rules the precedence decides.
           05 RUL-OVERRIDE PIC X.
               88 RUL-IS-OVERRIDE VALUE "Y".
