      * DIAHLREC.CPY - held diamond request (DIAHOLD, indexed on
      * HLD-NUMBER). DIAINTK parks a request here instead of on
      * DIAVALID when it would take its department past the monthly
      * quota on DEPTMST. A DEPTMNT R transaction from a supervisor
      * releases it; the next DIAINTK run then queues it for the
      * night with a request number like any other, and the entry
      * stays on file as the record of who let it through.
       01 HELD-REQUEST-RECORD.
           05 HLD-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 HLD-STATUS PIC X.
               88 HLD-IS-HELD VALUE "H".
               88 HLD-IS-RELEASED VALUE "R".
               88 HLD-IS-QUEUED VALUE "Q".
           05 FILLER PIC X.
      *    The request as the department keyed it on DIARQST.
           05 HLD-LETTER PIC X.
           05 FILLER PIC X.
           05 HLD-PASSES PIC X.
           05 FILLER PIC X.
           05 HLD-DEPT PIC X(8).
           05 FILLER PIC X.
           05 HLD-TITLE PIC X(30).
           05 FILLER PIC X.
           05 HLD-HOLD-DATE PIC X(8).
           05 FILLER PIC X.
      *    Requests already counted for the month, and the quota, at
      *    the time the request was held.
           05 HLD-MONTH-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 HLD-QUOTA PIC 9(5).
           05 FILLER PIC X.
           05 HLD-RELEASE-DATE PIC X(8).
           05 FILLER PIC X.
           05 HLD-RELEASED-BY PIC X(8).
           05 FILLER PIC X.
           05 HLD-QUEUE-DATE PIC X(8).
           05 FILLER PIC X.
           05 HLD-REQNO PIC 9(6).
