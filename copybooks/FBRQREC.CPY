      * FBRQREC.CPY - validated classification request record
      * (FBVALID), shared by the daytime intake program FBINTK
      * (writer) and the night FIZZ step and delivery report
      * (readers), the same arrangement DIARQREC gives the diamond
      * queue. Each accepted request carries the request number the
      * department quotes, its range and its reference text, and is
      * classified at night as a unit tagged with that number on
      * FIZZOUT.
       01 FB-REQUEST-RECORD.
           05 FRQ-REQNO PIC 9(6).
           05 FILLER PIC X.
           05 FRQ-DEPT PIC X(8).
           05 FILLER PIC X.
           05 FRQ-START PIC 9(7).
           05 FILLER PIC X.
           05 FRQ-END PIC 9(7).
           05 FILLER PIC X.
           05 FRQ-REFERENCE PIC X(30).
