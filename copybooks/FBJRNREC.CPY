      * FBJRNREC.CPY - FBMASTER before-image journal (FBJRNL, append
      * only). One entry is written ahead of every change to the
      * classification master - FBLOAD's adds and replaces, FBMAINT's
      * purge deletes - with the record as it stood before the
      * change, so FBRECOV can roll the master back to the end of any
      * business date by applying the entries newer than that date in
      * reverse.
       01 FBJOURNAL-RECORD.
           05 JRN-BUS-DATE PIC X(8).
           05 FILLER PIC X.
           05 JRN-PROGRAM PIC X(8).
           05 FILLER PIC X.
      *    Run stamp of the changing run, as on its AUDITLOG entry.
           05 JRN-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 JRN-RUN-TIME PIC X(8).
           05 FILLER PIC X.
      *    A = record added (no before image; reversal deletes it),
      *    R = record replaced, D = record deleted (reversal puts the
      *    before image back).
           05 JRN-ACTION PIC X.
               88 JRN-ADDED VALUE "A".
               88 JRN-REPLACED VALUE "R".
               88 JRN-DELETED VALUE "D".
           05 FILLER PIC X.
           05 JRN-NUMBER PIC 9(7).
           05 FILLER PIC X.
      *    FBMASTER-RECORD as it was before the change; spaces after
      *    the key on an add.
           05 JRN-BEFORE-IMAGE.
               10 JRN-BEF-NUMBER PIC 9(7).
               10 JRN-BEF-RESULT PIC X(8).
               10 JRN-BEF-RUN-DATE PIC X(8).
               10 JRN-BEF-RUN-TIME PIC X(8).
