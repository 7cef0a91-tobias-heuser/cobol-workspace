           05 AUD-TERMINAL-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-KEY-INFO PIC X(40).
      *    T on an entry written by a rehearsal run (MODEPARM.CPY),
      *    space on a production entry.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RUN-MODE PIC X.
               88 AUD-REHEARSAL VALUE "T".
