      * CERTREC.CPY - operator recertification review (CERTREV, one
      * generation per quarterly cycle). OPERCERT's ISSUE run writes
      * one record per active operator holding a shift authorization:
      * the supervisor who must confirm it and the flags as they
      * stood on OPERMST when the review went out. The CHECK runs
      * read it back against the supervisors' keep/revoke decisions
      * (CERTIN), so every check of the cycle judges the same list.
       01 CERT-REVIEW-RECORD.
      *    Cycle = year and quarter of the issue run, e.g. 2026Q4.
           05 CRV-CYCLE PIC X(6).
           05 FILLER PIC X.
           05 CRV-ISSUE-DATE PIC X(8).
           05 FILLER PIC X.
           05 CRV-DEADLINE PIC X(8).
           05 FILLER PIC X.
      *    The supervisor who submitted the operator's last approved
      *    add or shift change on PENDCHG; spaces = none on file,
      *    any supervisor may certify.
           05 CRV-SUPERVISOR PIC X(8).
           05 FILLER PIC X.
           05 CRV-GRANT-DATE PIC X(8).
           05 FILLER PIC X.
           05 CRV-OPER-ID PIC X(8).
           05 FILLER PIC X.
           05 CRV-OPER-NAME PIC X(30).
           05 FILLER PIC X.
      *    Y/N in VORMITTAG/NACHMITTAG/ABEND/NACHT order, as OPERREC.
           05 CRV-AUTH-SHIFTS PIC X(4).
