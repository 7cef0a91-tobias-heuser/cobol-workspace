      * REHBANR.CPY - banner line every report of a rehearsal run
      * prints above its own heading (see MODEPARM.CPY), so a page
      * from a rehearsal can never be taken for a production night.
      * The caller moves MODE-TEST-DATE to RHB-TEST-DATE.
       01 REHEARSAL-BANNER.
           05 FILLER PIC X(17) VALUE "*** REHEARSAL ***".
           05 FILLER PIC X(12) VALUE "  TEST DATE ".
           05 RHB-TEST-DATE PIC X(8).
           05 FILLER PIC X(24) VALUE " - NOT A PRODUCTION RUN ".
           05 FILLER PIC X(17) VALUE "*** REHEARSAL ***".
           05 FILLER PIC X(54) VALUE SPACES.
