           05 NHR-CHECK-ID PIC X(20).
           05 FILLER PIC X.
           05 NHR-RESULT PIC X(6).
      *    T on a record written by a rehearsal run (MODEPARM.CPY).
           05 FILLER PIC X.
           05 NHR-RUN-MODE PIC X.
               88 NHR-REHEARSAL VALUE "T".
