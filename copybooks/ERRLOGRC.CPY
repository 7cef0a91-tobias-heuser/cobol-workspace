           05 ERL-SEVERITY PIC X.
           05 FILLER PIC X.
           05 ERL-ACTION PIC X(40).
      *    T on an error logged by a rehearsal run (MODEPARM.CPY).
           05 FILLER PIC X.
           05 ERL-RUN-MODE PIC X.
               88 ERL-REHEARSAL VALUE "T".
