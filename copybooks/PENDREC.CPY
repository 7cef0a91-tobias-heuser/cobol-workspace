      * PENDREC.CPY - pending master change (PENDCHG, indexed on
      * PND-NUMBER). Four-eyes control for FBRULMNT and OPERMNT: an
      * edited transaction is not applied but lands here PENDING
      * with the submitting supervisor's ID and the transaction image
      * itself; it is applied only when a V (approve) transaction
      * from a different supervisor names its number. Entries stay on
      * file after approval as the record of who submitted and who
      * approved what. PENDRPT lists what is still waiting.
       01 PENDING-CHANGE-RECORD.
           05 PND-NUMBER PIC 9(6).
           05 FILLER PIC X.
      *    Master the change is for - FBRULMST or OPERMST - so an
      *    approval can only be applied by the program that owns it.
           05 PND-MASTER PIC X(8).
           05 FILLER PIC X.
           05 PND-STATUS PIC X.
               88 PND-IS-PENDING VALUE "P".
               88 PND-IS-APPLIED VALUE "A".
               88 PND-IS-FAILED VALUE "F".
           05 FILLER PIC X.
           05 PND-SUBMIT-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-SUBMIT-TIME PIC X(8).
           05 FILLER PIC X.
           05 PND-SUBMITTER PIC X(8).
           05 FILLER PIC X.
           05 PND-APPROVE-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-APPROVE-TIME PIC X(8).
           05 FILLER PIC X.
           05 PND-APPROVER PIC X(8).
           05 FILLER PIC X.
      *    Why an approved change could not be applied after all
      *    (e.g. the rule slot was taken meanwhile); status F.
           05 PND-RESULT PIC X(30).
           05 FILLER PIC X.
      *    The submitted transaction exactly as keyed (RULETRAN or
      *    OPERTRAN layout), replayed through the program's own edits
      *    on approval.
           05 PND-TRAN-IMAGE PIC X(80).
