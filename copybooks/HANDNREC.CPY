      * HANDNREC.CPY - handover note record (HANDNOTE, indexed on
      * HND-KEY). At the end-of-shift sign-off HELLWORLD takes the
      * outgoing operator's free-text notes for the next operator,
      * one record per line of a note, numbered per sign-off. The
      * next attended sign-on by another operator shows every open
      * note after the supervisor bulletins and marks it read with
      * who read it and when. SIGNRPT lists the notes nobody has
      * read yet.
       01 HANDOVER-NOTE-RECORD.
           05 HND-KEY.
               10 HND-NUMBER PIC 9(6).
               10 HND-LINE PIC 99.
           05 FILLER PIC X.
           05 HND-STATUS PIC X.
               88 HND-OPEN VALUE "O".
               88 HND-READ VALUE "R".
           05 FILLER PIC X.
      *    The shift being handed over: its business date and shift
      *    as signed on, the operator who wrote the note and the
      *    time of the sign-off.
           05 HND-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X.
           05 HND-SHIFT PIC X(10).
           05 FILLER PIC X.
           05 HND-FROM-OPER PIC X(8).
           05 FILLER PIC X.
           05 HND-WRITTEN-TIME PIC X(8).
           05 FILLER PIC X.
           05 HND-TEXT PIC X(60).
           05 FILLER PIC X.
      *    Acknowledgement: the operator whose sign-on showed the
      *    note, on which business date and at what time.
           05 HND-READ-BY PIC X(8).
           05 FILLER PIC X.
           05 HND-READ-DATE PIC X(8).
           05 FILLER PIC X.
           05 HND-READ-TIME PIC X(8).
