      * ALRTMREC.CPY - alert master record (ALRTMST, indexed on
      * ALM-NUMBER). ALRTFWD numbers every alert it forwards to the
      * monitoring console and keeps it here open; a duplicate raised
      * while it is open only adds to the repeat count and the last
      * raised date. The ALRTACK acknowledgement transaction closes
      * it with who acknowledged it and why; the next ALRTFWD run
      * sends the closure to the console (ALM-CLOSE-SENT). ALRTRPT
      * lists the alerts still open and how old they are.
       01 ALERT-MASTER-RECORD.
           05 ALM-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 ALM-STATUS PIC X.
               88 ALM-OPEN VALUE "O".
               88 ALM-CLOSED VALUE "C".
           05 FILLER PIC X.
      *    The alert as first raised.
           05 ALM-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 ALM-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 ALM-SEVERITY PIC X.
           05 FILLER PIC X.
           05 ALM-CODE PIC X(16).
           05 FILLER PIC X.
           05 ALM-SUBJECT PIC X(20).
           05 FILLER PIC X.
           05 ALM-TEXT PIC X(60).
           05 FILLER PIC X.
      *    Forwarding: the ALRTFWD run that sent it, how many times
      *    it was raised again while open, and the business date of
      *    the latest of those.
           05 ALM-FORWARD-DATE PIC X(8).
           05 FILLER PIC X.
           05 ALM-FORWARD-TIME PIC X(8).
           05 FILLER PIC X.
           05 ALM-REPEAT-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 ALM-LAST-DATE PIC X(8).
           05 FILLER PIC X.
      *    Acknowledgement (closed alerts only).
           05 ALM-ACK-DATE PIC X(8).
           05 FILLER PIC X.
           05 ALM-ACK-TIME PIC X(8).
           05 FILLER PIC X.
           05 ALM-ACK-BY PIC X(8).
           05 FILLER PIC X.
           05 ALM-ACK-NOTE PIC X(40).
           05 FILLER PIC X.
           05 ALM-CLOSE-SENT PIC X.
