      * DIASTREC.CPY - diamond request-status master (DIASTAT, indexed
      * on STS-REQNO). One record per request number, carrying the
      * request through its life: DIAINTK creates it when the request
      * is numbered (validated and queued, or rejected at intake),
      * MAIN records the night it printed or was rejected, DIABILL
      * the month it was billed in. Each stage keeps its own date, so
      * the record is the request's history - DIAINQ shows it for a
      * request number a department quotes, DIAAGE lists requests
      * accepted but still not printed after a set number of nights.
       01 REQUEST-STATUS-RECORD.
           05 STS-REQNO PIC 9(6).
           05 FILLER PIC X.
      *    Where the request stands now.
           05 STS-STATUS PIC X.
               88 STS-QUEUED VALUE "V".
               88 STS-INTAKE-REJECTED VALUE "I".
               88 STS-PRINTED VALUE "P".
               88 STS-NIGHT-REJECTED VALUE "N".
               88 STS-BILLED VALUE "B".
           05 FILLER PIC X.
      *    The request as the department keyed it.
           05 STS-DEPT PIC X(8).
           05 FILLER PIC X.
           05 STS-LETTER PIC X.
           05 FILLER PIC X.
           05 STS-PASSES PIC X.
           05 FILLER PIC X.
           05 STS-TITLE PIC X(30).
           05 FILLER PIC X.
      *    Received: the intake run that first saw it, or the day it
      *    was held over quota when it came in through DIAHOLD.
           05 STS-RECEIVED-DATE PIC X(8).
           05 FILLER PIC X.
           05 STS-HOLD-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 STS-RELEASED-BY PIC X(8).
           05 FILLER PIC X.
      *    Intake outcome: the run that validated (queued) or
      *    rejected it, and the reason for a reject.
           05 STS-INTAKE-DATE PIC X(8).
           05 FILLER PIC X.
           05 STS-INTAKE-REASON PIC X(30).
           05 FILLER PIC X.
      *    Night outcome: the business date MAIN printed or rejected
      *    it, the reject reason, the DIAPRT lines, and how many
      *    nights handled it (above 1 = queued and printed again).
           05 STS-NIGHT-DATE PIC X(8).
           05 FILLER PIC X.
           05 STS-NIGHT-REASON PIC X(30).
           05 FILLER PIC X.
           05 STS-LINES PIC 9(7).
           05 FILLER PIC X.
           05 STS-NIGHT-COUNT PIC 99.
           05 FILLER PIC X.
      *    Billing: the month DIABILL charged it in and the date of
      *    that billing run.
           05 STS-BILLED-MONTH PIC X(6).
           05 FILLER PIC X.
           05 STS-BILLED-DATE PIC X(8).
           05 FILLER PIC X.
      *    Last program to change the record, and when.
           05 STS-LAST-PROGRAM PIC X(8).
           05 FILLER PIC X.
           05 STS-LAST-DATE PIC X(8).
