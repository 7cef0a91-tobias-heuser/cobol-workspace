               88 USG-REJECTED VALUE "R".
           05 FILLER PIC X.
           05 USG-LINES PIC 9(7).
      *    T on a record written by a rehearsal run (MODEPARM.CPY) -
      *    never billed.
           05 FILLER PIC X.
           05 USG-RUN-MODE PIC X.
               88 USG-REHEARSAL VALUE "T".
