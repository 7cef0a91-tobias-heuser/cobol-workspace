      * DIADLREC.CPY - diamond bundle delivery log (DIADLVLG, indexed
      * on DLV-KEY). One record per department bundle the night's
      * DIABNDL step cut from DIAPRT: the night and department, what
      * went into it (requests, lines, pages) and when it was
      * produced. The morning DIACOLL transaction marks it collected
      * with who took it and which operator handed it over; DIAUNDL
      * lists the bundles still waiting and answers for a department
      * that says it never got its diamond.
       01 DELIVERY-RECORD.
           05 DLV-KEY.
               10 DLV-NIGHT PIC X(8).
               10 DLV-DEPT PIC X(8).
           05 FILLER PIC X.
           05 DLV-STATUS PIC X.
               88 DLV-PRODUCED VALUE "P".
               88 DLV-COLLECTED VALUE "C".
           05 FILLER PIC X.
           05 DLV-REQUESTS PIC 9(3).
           05 FILLER PIC X.
           05 DLV-FIRST-REQNO PIC 9(6).
           05 FILLER PIC X.
           05 DLV-LAST-REQNO PIC 9(6).
           05 FILLER PIC X.
           05 DLV-LINES PIC 9(7).
           05 FILLER PIC X.
           05 DLV-PAGES PIC 9(5).
           05 FILLER PIC X.
           05 DLV-PRODUCE-DATE PIC X(8).
           05 FILLER PIC X.
           05 DLV-PRODUCE-TIME PIC X(8).
           05 FILLER PIC X.
      *    Times the bundle was cut for the night; above 1 means a
      *    rerun replaced it and the earlier copy should be pulled.
           05 DLV-PRODUCE-COUNT PIC 99.
           05 FILLER PIC X.
           05 DLV-COLLECT-DATE PIC X(8).
           05 FILLER PIC X.
           05 DLV-COLLECT-TIME PIC X(8).
           05 FILLER PIC X.
           05 DLV-COLLECTED-BY PIC X(20).
           05 FILLER PIC X.
           05 DLV-COLLECT-OPER PIC X(8).
