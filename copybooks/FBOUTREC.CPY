      * FB-REC-TYPE/FBT-REC-TYPE let a downstream reader of FIZZOUT
      * tell a detail row from a trailing summary row without
      * guessing from field 1's numeric-vs-alphabetic shape.
      * FB-REQNO/FBT-REQNO tag every row with the classification
      * request it was produced for (FBINTK request number from the
      * FBVALID queue); 000000 is the operations range from the
      * FBCTL card or the shift. Each queued request's D rows are
      * followed by its own T rows; the night-total T rows come last
      * and carry 000000, so readers that want the night's totals
      * take only the 000000 T rows.
       01 FIZZBUZZ-RECORD.
          05 FB-REC-TYPE PIC X VALUE "D".
          05 FB-CURRENT PIC 9(7).
          05 FB-SEP PIC X.
          05 FB-RESULT PIC X(8).
          05 FB-REQ-SEP PIC X.
          05 FB-REQNO PIC 9(6).
      * One record per rule-table slot (solo match) plus MULTI/
      * PLAIN/RECORDS summary rows, so a reconfigured FBRULES.CPY
      * (any label, any rule count up to 9) produces a totals
          05 FBT-REC-TYPE PIC X VALUE "T".
          05 FBT-LABEL PIC X(8).
          05 FBT-COUNT PIC 9(7).
          05 FBT-REQ-SEP PIC X.
          05 FBT-REQNO PIC 9(6).
