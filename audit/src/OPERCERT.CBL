       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
      *****************************************************************
      * Quarterly recertification of operator shift authorizations.
      * The shift flags on OPERMST are granted through OPERMNT and
      * then never looked at again; OPERACT only finds operators who
      * stopped signing on. Each quarter every active operator who
      * holds a shift is put in front of the supervisor who granted
      * it (the submitter of the operator's last approved add or
      * shift change on PENDCHG) to keep or revoke. One card on
      * CERTCTL:
      *   ISSUE    YYYYMMDD - start the cycle: write the review list
      *                       to CERTREV and print one worksheet per
      *                       supervisor, return by the date on the
      *                       card (default two weeks)
      *   CHECK             - read the returned decisions (CERTIN)
      *                       against CERTREV and report
      * A CHECK run turns every revoke into a ready-made OPERMNT C
      * transaction on CERTCND under the certifying supervisor's ID,
      * so the four-eyes approval still applies; once the deadline
      * has passed every operator nobody certified is listed for
      * deactivation and written to CERTDEAC in OPERACT's DEACTCND
      * layout. The completion report shows which supervisors have
      * not returned their review.
      *   RC 0  = all reviews returned (CHECK) or cycle issued
      *   RC 4  = rejected decision lines, reviews still outstanding,
      *           or operators with no granting supervisor (ISSUE)
      *   RC 8  = deadline passed with operators not certified, no
      *           valid card, or no review issued
      *   RC 12 = OPERMST not available, or CERTREV could not be
      *           written (ISSUE)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-NUMBER
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CERTREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT DECISION-FILE ASSIGN TO "CERTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT REVOKE-FILE ASSIGN TO "CERTCND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKE-STATUS.
           SELECT DEACT-FILE ASSIGN TO "CERTDEAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACT-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  REVIEW-FILE.
           COPY CERTREC.

       FD  DECISION-FILE.
      *    One line per operator from the reviewing supervisor: the
      *    supervisor's ID, the operator's ID, then K (keep) or R
      *    (revoke) under each shift the worksheet shows as Y, in
      *    VORMITTAG/NACHMITTAG/ABEND/NACHT order, blank under an N.
      *    A later line for the same operator replaces the earlier
      *    decision, so a supervisor corrects by returning it again.
       01 DECISION-RECORD.
           05 DEC-SUPERVISOR PIC X(8).
           05 FILLER PIC X.
           05 DEC-OPER-ID PIC X(8).
           05 FILLER PIC X.
           05 DEC-DECISIONS PIC X(4).

       FD  REVOKE-FILE.
      *    Revokes in OPERMNT's full OPERTRAN layout: a C with the
      *    operator's shift flags less the revoked ones, name and
      *    language blank (unchanged), and the certifying
      *    supervisor's ID in columns 59-66 as the submitter.
       01 REVOKE-RECORD.
           05 RVK-ACTION PIC X.
           05 FILLER PIC X.
           05 RVK-OPER-ID PIC X(8).
           05 FILLER PIC X.
           05 RVK-NAME PIC X(30).
           05 FILLER PIC X.
           05 RVK-AUTH-SHIFTS PIC X(4).
           05 FILLER PIC X.
           05 RVK-LANG PIC X.
           05 FILLER PIC X.
           05 RVK-PASSWORD PIC X(8).
           05 FILLER PIC X.
           05 RVK-SUPERVISOR PIC X(8).

       FD  DEACT-FILE.
      *    Operators nobody certified by the deadline, as D
      *    transactions in the DEACTCND layout OPERACT writes - the
      *    supervisor adds the ID when merging them into OPERTRAN.
       01 DEACT-RECORD.
           05 DCT-ACTION PIC X.
           05 FILLER PIC X.
           05 DCT-OPER-ID PIC X(8).
           05 FILLER PIC X.
           05 DCT-NAME PIC X(30).
           05 FILLER PIC X.
           05 DCT-AUTH-SHIFTS PIC X(4).
           05 FILLER PIC X.
           05 DCT-LANG PIC X.

       FD  CONTROL-CARD.
       01 CONTROL-CARD-RECORD.
           05 CC-ACTION PIC X(8).
           05 FILLER PIC X.
           05 CC-DEADLINE PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC XX.
       01 WS-PEND-STATUS PIC XX.
       01 WS-REVIEW-STATUS PIC XX.
       01 WS-DECISION-STATUS PIC XX.
       01 WS-REVOKE-STATUS PIC XX.
       01 WS-DEACT-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OPER-EOF PIC X VALUE "N".
       01 WS-PEND-EOF PIC X VALUE "N".
       01 WS-REVIEW-EOF PIC X VALUE "N".
       01 WS-DECISION-EOF PIC X VALUE "N".
       01 WS-REVIEW-FAILED PIC X VALUE "N".
       01 WS-NO-PENDCHG PIC X VALUE "N".
       01 WS-PAST-DEADLINE PIC X VALUE "N".
       01 WS-CERT-ACTION PIC X(8) VALUE SPACES.
       01 WS-CARD-DEADLINE PIC X(8) VALUE SPACES.
      *    Return period when the ISSUE card gives no date.
       01 WS-DEFAULT-DAYS PIC 99 VALUE 14.
       01 WS-CYCLE PIC X(6) VALUE SPACES.
       01 WS-ISSUE-DATE PIC X(8) VALUE SPACES.
       01 WS-DEADLINE PIC X(8) VALUE SPACES.
       01 WS-QUARTER PIC 9.
       01 WS-DAY-INT PIC 9(7).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
       01 WS-FLAG-IDX PIC 9.
       01 WS-Y-COUNT PIC 9.
       01 WS-R-COUNT PIC 9.
       01 WS-NEW-SHIFTS PIC X(4).
       01 WS-REJECT-REASON PIC X(40).
       01 WS-NOTE PIC X(60).
       01 WS-LINE-TEXT PIC X(132).

      *    An operator change as it sits on PENDCHG (OPERTRAN
      *    layout), to find who granted each operator's shifts.
       01 WS-GRANT-TRAN.
           05 WS-GTR-ACTION PIC X.
           05 FILLER PIC X.
           05 WS-GTR-OPER-ID PIC X(8).
           05 FILLER PIC X.
           05 WS-GTR-NAME PIC X(30).
           05 FILLER PIC X.
           05 WS-GTR-SHIFTS PIC X(4).
           05 FILLER PIC X(34).

      *    Last grant per operator ID seen on PENDCHG - inactive and
      *    departed operators included, hence more room than the
      *    roster itself needs.
       01 WS-GRANT-LIMIT PIC 999 VALUE 100.
       01 WS-GRANT-COUNT PIC 999 VALUE 0.
       01 WS-GRANT-IDX PIC 999.
       01 WS-GRANT-MATCH PIC 999.
       01 WS-GRANT-TABLE.
           05 WS-GRANT-ENTRY OCCURS 100 TIMES.
               10 WS-GRT-OPER-ID PIC X(8).
               10 WS-GRT-SUPERVISOR PIC X(8).
               10 WS-GRT-DATE PIC X(8).

      *    One slot per operator under review; 50 is the same roster
      *    ceiling OPERACT works with.
       01 WS-REV-LIMIT PIC 99 VALUE 50.
       01 WS-REV-COUNT PIC 99 VALUE 0.
       01 WS-REV-IDX PIC 99.
       01 WS-MATCH-IDX PIC 99.
       01 WS-REVIEW-TABLE.
           05 WS-REV-ENTRY OCCURS 50 TIMES.
               10 WS-REV-SUPERVISOR PIC X(8).
               10 WS-REV-GRANT-DATE PIC X(8).
               10 WS-REV-OPER-ID PIC X(8).
               10 WS-REV-NAME PIC X(30).
               10 WS-REV-SHIFTS PIC X(4).
      *        Filled by a CHECK run from CERTIN.
               10 WS-REV-DECISIONS PIC X(4).
               10 WS-REV-CERTIFIER PIC X(8).
               10 WS-REV-DONE PIC X.

      *    One slot per reviewing supervisor (spaces = operators with
      *    no granting supervisor on PENDCHG).
       01 WS-SPV-COUNT PIC 99 VALUE 0.
       01 WS-SPV-IDX PIC 99.
       01 WS-SPV-MATCH PIC 99.
       01 WS-SPV-NONE-IDX PIC 99 VALUE 0.
       01 WS-SUPV-TABLE.
           05 WS-SUPV-ENTRY OCCURS 50 TIMES.
               10 WS-SPV-ID PIC X(8).
               10 WS-SPV-ASSIGNED PIC 99.
               10 WS-SPV-CERTIFIED PIC 99.
               10 WS-SPV-REVOKING PIC 99.
               10 WS-SPV-OUTSTANDING PIC 99.

       01 WS-REV-DROPPED PIC 999 VALUE 0.
       01 WS-NO-SHIFT-COUNT PIC 999 VALUE 0.
       01 WS-AUTH-COUNT PIC 999 VALUE 0.
       01 WS-DEC-READ PIC 999 VALUE 0.
       01 WS-DEC-REJECTED PIC 999 VALUE 0.
       01 WS-CERTIFIED-COUNT PIC 999 VALUE 0.
       01 WS-REVOKE-OPERS PIC 999 VALUE 0.
       01 WS-TRAN-COUNT PIC 999 VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 999 VALUE 0.
       01 WS-DEACT-COUNT PIC 999 VALUE 0.
       01 WS-SPV-OPEN-COUNT PIC 999 VALUE 0.

       01 WS-HEAD-1.
           05 WS-HEAD-TITLE PIC X(46).
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(70) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "OPERCERT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-CYCLE-LINE.
           05 FILLER PIC X(6) VALUE "CYCLE ".
           05 WS-CYL-CYCLE PIC X(6).
           05 FILLER PIC X(9) VALUE "  ISSUED ".
           05 WS-CYL-ISSUED PIC X(8).
           05 FILLER PIC X(12) VALUE "  RETURN BY ".
           05 WS-CYL-DEADLINE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-CYL-NOTE PIC X(81).
       01 WS-WORK-HEAD.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "VORM".
           05 FILLER PIC X(6) VALUE "NACHM".
           05 FILLER PIC X(6) VALUE "ABEND".
           05 FILLER PIC X(6) VALUE "NACHT".
           05 FILLER PIC X(66) VALUE "GRANTED".
       01 WS-WORK-LINE.
           05 WS-WKL-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-WKL-NAME PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-WKL-FLAGS.
               10 WS-WKL-FLAG PIC X(6) OCCURS 4 TIMES.
           05 WS-WKL-GRANTED PIC X(8).
           05 FILLER PIC X(58) VALUE SPACES.
       01 WS-DEC-HEAD.
           05 FILLER PIC X(12) VALUE "SUPERVISOR".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(8) VALUE "HELD".
           05 FILLER PIC X(9) VALUE "DECIDED".
           05 FILLER PIC X(93) VALUE "RESULT".
       01 WS-DEC-LINE.
           05 WS-DCL-SUPERVISOR PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DCL-OPER-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DCL-HELD PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DCL-DECIDED PIC X(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-DCL-RESULT PIC X(93).
       01 WS-RVK-HEAD.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "MASTER".
           05 FILLER PIC X(8) VALUE "NEW".
           05 FILLER PIC X(10) VALUE "BY".
           05 FILLER PIC X(64) VALUE "RESULT".
       01 WS-RVK-LINE.
           05 WS-RVL-OPER-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RVL-NAME PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RVL-MASTER PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RVL-NEW PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RVL-BY PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RVL-NOTE PIC X(64).
       01 WS-OUT-HEAD.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "SUPERVISOR".
           05 FILLER PIC X(8) VALUE "HELD".
           05 FILLER PIC X(70) VALUE "STATUS".
       01 WS-OUT-LINE.
           05 WS-OTL-OPER-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-OTL-NAME PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-OTL-SUPERVISOR PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OTL-HELD PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OTL-NOTE PIC X(70).
       01 WS-CMP-HEAD.
           05 FILLER PIC X(12) VALUE "SUPERVISOR".
           05 FILLER PIC X(8) VALUE "  OPERS".
           05 FILLER PIC X(8) VALUE "  CERTD".
           05 FILLER PIC X(8) VALUE " REVOKE".
           05 FILLER PIC X(8) VALUE "   OPEN".
           05 FILLER PIC X(88) VALUE "   STATUS".
       01 WS-CMP-LINE.
           05 WS-CPL-SUPERVISOR PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CPL-ASSIGNED PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CPL-CERTIFIED PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CPL-REVOKING PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CPL-OUTSTANDING PIC ZZZZZZ9.
           05 FILLER PIC XXX VALUE SPACES.
           05 WS-CPL-STATUS PIC X(86).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(34).
           05 WS-CNT-VALUE PIC ZZZZ9.
           05 FILLER PIC X(93) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           EVALUATE WS-CERT-ACTION
               WHEN "ISSUE"
                   PERFORM ISSUE-REVIEW
               WHEN "CHECK"
                   PERFORM CHECK-REVIEW
               WHEN OTHER
                   MOVE "OPERATOR RECERTIFICATION - RUN OF"
                       TO WS-HEAD-TITLE
                   PERFORM WRITE-REPORT-HEADING
                   MOVE "NO VALID CERTCTL CARD (ISSUE YYYYMMDD OR "
                       TO REPORT-RECORD
                   MOVE "CHECK) - NOTHING DONE" TO REPORT-RECORD (42:21)
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "OPERCERT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
               READ CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-ACTION TO WS-CERT-ACTION
                       MOVE CC-DEADLINE TO WS-CARD-DEADLINE
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           EXIT.

       ISSUE-REVIEW SECTION.
           MOVE "OPERATOR RECERTIFICATION WORKSHEETS - RUN OF"
               TO WS-HEAD-TITLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SET-ISSUE-DEADLINE
           IF WS-DEADLINE = SPACES
               MOVE "RETURN DATE ON CERTCTL IS NOT A DATE AFTER TODAY"
                   TO REPORT-RECORD
               MOVE " - NO REVIEW ISSUED" TO REPORT-RECORD (49:19)
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM SET-CYCLE-ID
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERMST NOT AVAILABLE - NO REVIEW ISSUED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM LOAD-GRANTING-SUPERVISORS
           PERFORM READ-OPERATOR-MASTER
           PERFORM SELECT-FOR-REVIEW UNTIL WS-OPER-EOF = "Y"
           CLOSE OPERATOR-MASTER
           MOVE SPACES TO WS-CYL-NOTE
           IF WS-NO-PENDCHG = "Y"
               MOVE "PENDCHG NOT AVAILABLE - NO GRANTING SUPERVISOR "
                   TO WS-CYL-NOTE
               MOVE "KNOWN" TO WS-CYL-NOTE (48:5)
           END-IF
           PERFORM WRITE-CYCLE-LINE
      *    No worksheet goes out unless the list the CHECK runs will
      *    judge against is on file.
           OPEN OUTPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               MOVE "Y" TO WS-REVIEW-FAILED
           ELSE
               PERFORM WRITE-REVIEW-RECORD
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REVIEW-FAILED = "Y"
               CLOSE REVIEW-FILE
           END-IF
           IF WS-REVIEW-FAILED = "Y"
               MOVE "CERTREV NOT WRITTEN - NO REVIEW ISSUED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM BUILD-SUPERVISOR-TABLE
           PERFORM PRINT-WORKSHEET
               VARYING WS-SPV-IDX FROM 1 BY 1
               UNTIL WS-SPV-IDX > WS-SPV-COUNT
      *    Operators nobody can be traced to come last, open to any
      *    supervisor.
           IF WS-SPV-NONE-IDX > 0
               MOVE WS-SPV-NONE-IDX TO WS-SPV-IDX
               PERFORM PRINT-UNASSIGNED-WORKSHEET
           END-IF
           PERFORM WRITE-ISSUE-COUNTS
           IF WS-SPV-NONE-IDX > 0 OR WS-REV-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       SET-ISSUE-DEADLINE SECTION.
      *    The return date must lie after the issue date; without
      *    one the supervisors get the default period.
           MOVE SPACES TO WS-DEADLINE
           IF WS-CARD-DEADLINE = SPACES
               MOVE RUNHDR-RUN-DATE TO WS-DATE-X
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-DEFAULT-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
               MOVE WS-DATE-X TO WS-DEADLINE
               EXIT SECTION
           END-IF
           IF WS-CARD-DEADLINE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE WS-CARD-DEADLINE TO WS-DATE-X
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               OR WS-CARD-DEADLINE NOT > RUNHDR-RUN-DATE
               EXIT SECTION
           END-IF
           MOVE WS-CARD-DEADLINE TO WS-DEADLINE
           EXIT.

       SET-CYCLE-ID SECTION.
      *    The cycle is named after the quarter it is issued in.
           MOVE RUNHDR-RUN-DATE TO WS-ISSUE-DATE
           MOVE RUNHDR-RUN-DATE TO WS-DATE-X
           COMPUTE WS-QUARTER = (WS-DATE-MM + 2) / 3
           MOVE SPACES TO WS-CYCLE
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
               INTO WS-CYCLE
           EXIT.

       LOAD-GRANTING-SUPERVISORS SECTION.
      *    PENDCHG keeps every applied operator change with its
      *    submitter. The last approved add, or change that set the
      *    shift flags, names the supervisor who owns the grant.
      *    Without PENDCHG every operator goes to the unassigned
      *    list.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               MOVE "Y" TO WS-NO-PENDCHG
               EXIT SECTION
           END-IF
           PERFORM READ-PENDING-FILE
           PERFORM NOTE-GRANT UNTIL WS-PEND-EOF = "Y"
           CLOSE PENDING-FILE
           EXIT.

       READ-PENDING-FILE SECTION.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF
           END-READ
           EXIT.

       NOTE-GRANT SECTION.
           IF PND-MASTER = "OPERMST" AND PND-IS-APPLIED
               MOVE PND-TRAN-IMAGE TO WS-GRANT-TRAN
               IF WS-GTR-ACTION = "A"
                   OR (WS-GTR-ACTION = "C"
                       AND WS-GTR-SHIFTS NOT = SPACES)
                   PERFORM FIND-GRANT-SLOT
                   IF WS-GRANT-MATCH > 0
                       MOVE PND-SUBMITTER
                           TO WS-GRT-SUPERVISOR (WS-GRANT-MATCH)
                       MOVE PND-APPROVE-DATE
                           TO WS-GRT-DATE (WS-GRANT-MATCH)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PENDING-FILE
           EXIT.

       FIND-GRANT-SLOT SECTION.
           MOVE 0 TO WS-GRANT-MATCH
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
               IF WS-GRT-OPER-ID (WS-GRANT-IDX) = WS-GTR-OPER-ID
                   MOVE WS-GRANT-IDX TO WS-GRANT-MATCH
               END-IF
           END-PERFORM
           IF WS-GRANT-MATCH = 0 AND WS-GRANT-COUNT < WS-GRANT-LIMIT
               ADD 1 TO WS-GRANT-COUNT
               MOVE WS-GRANT-COUNT TO WS-GRANT-MATCH
               MOVE WS-GTR-OPER-ID TO WS-GRT-OPER-ID (WS-GRANT-MATCH)
           END-IF
           EXIT.

       READ-OPERATOR-MASTER SECTION.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OPER-EOF
           END-READ
           EXIT.

       SELECT-FOR-REVIEW SECTION.
      *    Every active operator holding at least one shift is
      *    reviewed; inactive records cannot sign on and an active
      *    record with no shift has nothing to confirm.
           MOVE 0 TO WS-Y-COUNT
           INSPECT OPER-AUTH-SHIFTS TALLYING WS-Y-COUNT FOR ALL "Y"
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   CONTINUE
               WHEN WS-Y-COUNT = 0
                   ADD 1 TO WS-NO-SHIFT-COUNT
               WHEN WS-REV-COUNT NOT < WS-REV-LIMIT
                   ADD 1 TO WS-REV-DROPPED
               WHEN OTHER
                   PERFORM ADD-REVIEW-ENTRY
           END-EVALUATE
           PERFORM READ-OPERATOR-MASTER
           EXIT.

       ADD-REVIEW-ENTRY SECTION.
           ADD 1 TO WS-REV-COUNT
           ADD WS-Y-COUNT TO WS-AUTH-COUNT
           MOVE OPER-ID TO WS-REV-OPER-ID (WS-REV-COUNT)
           MOVE OPER-NAME TO WS-REV-NAME (WS-REV-COUNT)
           MOVE OPER-AUTH-SHIFTS TO WS-REV-SHIFTS (WS-REV-COUNT)
           MOVE SPACES TO WS-REV-SUPERVISOR (WS-REV-COUNT)
                          WS-REV-GRANT-DATE (WS-REV-COUNT)
                          WS-REV-DECISIONS (WS-REV-COUNT)
                          WS-REV-CERTIFIER (WS-REV-COUNT)
                          WS-REV-DONE (WS-REV-COUNT)
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
               IF WS-GRT-OPER-ID (WS-GRANT-IDX) = OPER-ID
                   MOVE WS-GRT-SUPERVISOR (WS-GRANT-IDX)
                       TO WS-REV-SUPERVISOR (WS-REV-COUNT)
                   MOVE WS-GRT-DATE (WS-GRANT-IDX)
                       TO WS-REV-GRANT-DATE (WS-REV-COUNT)
               END-IF
           END-PERFORM
           EXIT.

       WRITE-REVIEW-RECORD SECTION.
           MOVE SPACES TO CERT-REVIEW-RECORD
           MOVE WS-CYCLE TO CRV-CYCLE
           MOVE WS-ISSUE-DATE TO CRV-ISSUE-DATE
           MOVE WS-DEADLINE TO CRV-DEADLINE
           MOVE WS-REV-SUPERVISOR (WS-REV-IDX) TO CRV-SUPERVISOR
           MOVE WS-REV-GRANT-DATE (WS-REV-IDX) TO CRV-GRANT-DATE
           MOVE WS-REV-OPER-ID (WS-REV-IDX) TO CRV-OPER-ID
           MOVE WS-REV-NAME (WS-REV-IDX) TO CRV-OPER-NAME
           MOVE WS-REV-SHIFTS (WS-REV-IDX) TO CRV-AUTH-SHIFTS
           WRITE CERT-REVIEW-RECORD
           IF WS-REVIEW-STATUS NOT = "00"
               MOVE "Y" TO WS-REVIEW-FAILED
           END-IF
           EXIT.

       PRINT-WORKSHEET SECTION.
      *    One block per supervisor: the operators and the shifts
      *    to confirm, with how the decisions come back.
           IF WS-SPV-ID (WS-SPV-IDX) = SPACES
               EXIT SECTION
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-LINE-TEXT
           STRING "SUPERVISOR " DELIMITED BY SIZE
                   WS-SPV-ID (WS-SPV-IDX) DELIMITED BY SPACE
                   " - CONFIRM EACH SHIFT MARKED Y BY "
                       DELIMITED BY SIZE
                   WS-DEADLINE DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           MOVE WS-LINE-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-RETURN-INSTRUCTION
           MOVE WS-WORK-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-WORKSHEET-LINE
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           EXIT.

       PRINT-UNASSIGNED-WORKSHEET SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-LINE-TEXT
           STRING "NO GRANTING SUPERVISOR ON PENDCHG - ANY SUPERVISOR"
                       DELIMITED BY SIZE
                   " MAY CONFIRM EACH SHIFT MARKED Y BY "
                       DELIMITED BY SIZE
                   WS-DEADLINE DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           MOVE WS-LINE-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-RETURN-INSTRUCTION
           MOVE WS-WORK-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-WORKSHEET-LINE
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           EXIT.

       WRITE-RETURN-INSTRUCTION SECTION.
           MOVE "RETURN ONE CERTIN LINE PER OPERATOR: YOUR ID, THE "
               TO REPORT-RECORD
           MOVE "OPERATOR ID, THEN K (KEEP) OR R (REVOKE) UNDER EACH Y"
               TO REPORT-RECORD (51:53)
           MOVE ", BLANK UNDER N" TO REPORT-RECORD (104:15)
           WRITE REPORT-RECORD
           EXIT.

       PRINT-WORKSHEET-LINE SECTION.
           IF WS-REV-SUPERVISOR (WS-REV-IDX)
               NOT = WS-SPV-ID (WS-SPV-IDX)
               EXIT SECTION
           END-IF
           MOVE WS-REV-OPER-ID (WS-REV-IDX) TO WS-WKL-ID
           MOVE WS-REV-NAME (WS-REV-IDX) TO WS-WKL-NAME
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 4
               MOVE WS-REV-SHIFTS (WS-REV-IDX) (WS-FLAG-IDX:1)
                   TO WS-WKL-FLAG (WS-FLAG-IDX)
           END-PERFORM
           IF WS-REV-GRANT-DATE (WS-REV-IDX) = SPACES
               MOVE "UNKNOWN" TO WS-WKL-GRANTED
           ELSE
               MOVE WS-REV-GRANT-DATE (WS-REV-IDX) TO WS-WKL-GRANTED
           END-IF
           MOVE WS-WORK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-ISSUE-COUNTS SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATORS UNDER REVIEW          : " TO WS-CNT-LABEL
           MOVE WS-REV-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SHIFT AUTHORIZATIONS TO CONFIRM : " TO WS-CNT-LABEL
           MOVE WS-AUTH-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REVIEWING SUPERVISORS           : " TO WS-CNT-LABEL
           IF WS-SPV-NONE-IDX > 0
               COMPUTE WS-CNT-VALUE = WS-SPV-COUNT - 1
           ELSE
               MOVE WS-SPV-COUNT TO WS-CNT-VALUE
           END-IF
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATORS WITH NO SUPERVISOR    : " TO WS-CNT-LABEL
           MOVE 0 TO WS-CNT-VALUE
           IF WS-SPV-NONE-IDX > 0
               MOVE WS-SPV-ASSIGNED (WS-SPV-NONE-IDX) TO WS-CNT-VALUE
           END-IF
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACTIVE, NO SHIFT HELD - SKIPPED : " TO WS-CNT-LABEL
           MOVE WS-NO-SHIFT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NOT LISTED - TABLE FULL         : " TO WS-CNT-LABEL
           MOVE WS-REV-DROPPED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       CHECK-REVIEW SECTION.
           MOVE "OPERATOR RECERTIFICATION CHECK - RUN OF"
               TO WS-HEAD-TITLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-REVIEW-FILE
           IF WS-REV-COUNT = 0
               MOVE "NO REVIEW ISSUED - CERTREV MISSING OR EMPTY, "
                   TO REPORT-RECORD
               MOVE "NOTHING TO CHECK" TO REPORT-RECORD (46:16)
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = "00"
               MOVE "OPERMST NOT AVAILABLE - NOTHING CHECKED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CYL-NOTE
           IF RUNHDR-RUN-DATE > WS-DEADLINE
               MOVE "Y" TO WS-PAST-DEADLINE
               MOVE "** RETURN DATE PASSED **" TO WS-CYL-NOTE
           END-IF
           PERFORM WRITE-CYCLE-LINE
           PERFORM APPLY-DECISIONS
           PERFORM BUILD-SUPERVISOR-TABLE
           PERFORM WRITE-REVOKES
           PERFORM WRITE-OUTSTANDING
           CLOSE OPERATOR-MASTER
           PERFORM WRITE-COMPLETION
           PERFORM WRITE-CHECK-COUNTS
           EVALUATE TRUE
               WHEN WS-OUTSTANDING-COUNT > 0 AND WS-PAST-DEADLINE = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUTSTANDING-COUNT > 0 OR WS-DEC-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           EXIT.

       LOAD-REVIEW-FILE SECTION.
      *    The cycle, issue and return dates come from the review
      *    list itself; every record of a generation carries them.
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM READ-REVIEW-FILE
           PERFORM LOAD-REVIEW-ENTRY UNTIL WS-REVIEW-EOF = "Y"
           CLOSE REVIEW-FILE
           EXIT.

       READ-REVIEW-FILE SECTION.
           READ REVIEW-FILE
               AT END
                   MOVE "Y" TO WS-REVIEW-EOF
           END-READ
           EXIT.

       LOAD-REVIEW-ENTRY SECTION.
           IF WS-CYCLE = SPACES
               MOVE CRV-CYCLE TO WS-CYCLE
               MOVE CRV-ISSUE-DATE TO WS-ISSUE-DATE
               MOVE CRV-DEADLINE TO WS-DEADLINE
           END-IF
           IF WS-REV-COUNT < WS-REV-LIMIT
               ADD 1 TO WS-REV-COUNT
               MOVE CRV-SUPERVISOR TO WS-REV-SUPERVISOR (WS-REV-COUNT)
               MOVE CRV-GRANT-DATE TO WS-REV-GRANT-DATE (WS-REV-COUNT)
               MOVE CRV-OPER-ID TO WS-REV-OPER-ID (WS-REV-COUNT)
               MOVE CRV-OPER-NAME TO WS-REV-NAME (WS-REV-COUNT)
               MOVE CRV-AUTH-SHIFTS TO WS-REV-SHIFTS (WS-REV-COUNT)
               MOVE SPACES TO WS-REV-DECISIONS (WS-REV-COUNT)
                              WS-REV-CERTIFIER (WS-REV-COUNT)
                              WS-REV-DONE (WS-REV-COUNT)
           ELSE
               ADD 1 TO WS-REV-DROPPED
           END-IF
           PERFORM READ-REVIEW-FILE
           EXIT.

       APPLY-DECISIONS SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CERTIFICATION DECISIONS RETURNED (CERTIN)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DEC-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = "00"
               MOVE "NO CERTIFICATIONS RETURNED YET" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM READ-DECISION-FILE
           PERFORM APPLY-ONE-DECISION UNTIL WS-DECISION-EOF = "Y"
           CLOSE DECISION-FILE
           EXIT.

       READ-DECISION-FILE SECTION.
           READ DECISION-FILE
               AT END
                   MOVE "Y" TO WS-DECISION-EOF
           END-READ
           EXIT.

       APPLY-ONE-DECISION SECTION.
           ADD 1 TO WS-DEC-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-DECISION
           MOVE DEC-SUPERVISOR TO WS-DCL-SUPERVISOR
           MOVE DEC-OPER-ID TO WS-DCL-OPER-ID
           MOVE DEC-DECISIONS TO WS-DCL-DECIDED
           MOVE SPACES TO WS-DCL-HELD
           IF WS-MATCH-IDX > 0
               MOVE WS-REV-SHIFTS (WS-MATCH-IDX) TO WS-DCL-HELD
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-REV-DONE (WS-MATCH-IDX) = "Y"
                   MOVE "ACCEPTED - REPLACES THE EARLIER DECISION"
                       TO WS-DCL-RESULT
               ELSE
                   MOVE "ACCEPTED" TO WS-DCL-RESULT
               END-IF
               MOVE DEC-DECISIONS TO WS-REV-DECISIONS (WS-MATCH-IDX)
               MOVE DEC-SUPERVISOR TO WS-REV-CERTIFIER (WS-MATCH-IDX)
               MOVE "Y" TO WS-REV-DONE (WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-DEC-REJECTED
               MOVE SPACES TO WS-DCL-RESULT
               STRING "*** REJECTED ***: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-DCL-RESULT
           END-IF
           MOVE WS-DEC-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM READ-DECISION-FILE
           EXIT.

       EDIT-DECISION SECTION.
      *    A decision counts only from the supervisor the operator
      *    was assigned to (anyone for an unassigned operator), never
      *    from the operator, and must answer every held shift.
           MOVE 0 TO WS-MATCH-IDX
           IF DEC-OPER-ID = SPACES
               MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           IF DEC-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-OPER-ID (WS-REV-IDX) = DEC-OPER-ID
                   MOVE WS-REV-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "OPERATOR NOT UNDER REVIEW THIS CYCLE"
                       TO WS-REJECT-REASON
               WHEN DEC-SUPERVISOR = DEC-OPER-ID
                   MOVE "SELF-CERTIFICATION REFUSED"
                       TO WS-REJECT-REASON
               WHEN WS-REV-SUPERVISOR (WS-MATCH-IDX) NOT = SPACES
                   AND WS-REV-SUPERVISOR (WS-MATCH-IDX)
                       NOT = DEC-SUPERVISOR
                   MOVE "NOT THIS SUPERVISOR'S OPERATOR"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           PERFORM EDIT-ONE-SHIFT-DECISION
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 4
           EXIT.

       EDIT-ONE-SHIFT-DECISION SECTION.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           IF WS-REV-SHIFTS (WS-MATCH-IDX) (WS-FLAG-IDX:1) = "Y"
               IF DEC-DECISIONS (WS-FLAG-IDX:1) NOT = "K"
                   AND DEC-DECISIONS (WS-FLAG-IDX:1) NOT = "R"
                   MOVE "K OR R NEEDED UNDER EACH HELD SHIFT"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               IF DEC-DECISIONS (WS-FLAG-IDX:1) NOT = SPACE
                   MOVE "DECISION FOR A SHIFT NOT HELD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           EXIT.

       BUILD-SUPERVISOR-TABLE SECTION.
           MOVE 0 TO WS-SPV-COUNT WS-SPV-NONE-IDX
           PERFORM TALLY-SUPERVISOR
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           EXIT.

       TALLY-SUPERVISOR SECTION.
      *    The supervisor table can hold one slot per review entry,
      *    so every entry finds a slot.
           MOVE 0 TO WS-SPV-MATCH
           PERFORM VARYING WS-SPV-IDX FROM 1 BY 1
               UNTIL WS-SPV-IDX > WS-SPV-COUNT
               IF WS-SPV-ID (WS-SPV-IDX)
                   = WS-REV-SUPERVISOR (WS-REV-IDX)
                   MOVE WS-SPV-IDX TO WS-SPV-MATCH
               END-IF
           END-PERFORM
           IF WS-SPV-MATCH = 0
               ADD 1 TO WS-SPV-COUNT
               MOVE WS-SPV-COUNT TO WS-SPV-MATCH
               MOVE WS-REV-SUPERVISOR (WS-REV-IDX)
                   TO WS-SPV-ID (WS-SPV-MATCH)
               MOVE 0 TO WS-SPV-ASSIGNED (WS-SPV-MATCH)
                         WS-SPV-CERTIFIED (WS-SPV-MATCH)
                         WS-SPV-REVOKING (WS-SPV-MATCH)
                         WS-SPV-OUTSTANDING (WS-SPV-MATCH)
               IF WS-REV-SUPERVISOR (WS-REV-IDX) = SPACES
                   MOVE WS-SPV-MATCH TO WS-SPV-NONE-IDX
               END-IF
           END-IF
           ADD 1 TO WS-SPV-ASSIGNED (WS-SPV-MATCH)
           IF WS-REV-DONE (WS-REV-IDX) = "Y"
               ADD 1 TO WS-SPV-CERTIFIED (WS-SPV-MATCH)
               MOVE 0 TO WS-R-COUNT
               INSPECT WS-REV-DECISIONS (WS-REV-IDX)
                   TALLYING WS-R-COUNT FOR ALL "R"
               IF WS-R-COUNT > 0
                   ADD 1 TO WS-SPV-REVOKING (WS-SPV-MATCH)
               END-IF
           ELSE
               ADD 1 TO WS-SPV-OUTSTANDING (WS-SPV-MATCH)
           END-IF
           EXIT.

       WRITE-REVOKES SECTION.
      *    The new flags start from the master as it is now, so a
      *    shift granted since the review went out is not touched,
      *    and a C applied twice leaves the same record - each CHECK
      *    writes the full set of revokes returned so far.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REVOKES - OPERMNT CHANGE TRANSACTIONS ON CERTCND, "
               TO REPORT-RECORD
           MOVE "SUBMITTED UNDER THE CERTIFYING SUPERVISOR'S ID"
               TO REPORT-RECORD (51:46)
           WRITE REPORT-RECORD
           MOVE WS-RVK-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN OUTPUT REVOKE-FILE
           PERFORM WRITE-ONE-REVOKE
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           CLOSE REVOKE-FILE
           IF WS-REVOKE-OPERS = 0
               MOVE "NO SHIFT AUTHORIZATION REVOKED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-ONE-REVOKE SECTION.
           IF WS-REV-DONE (WS-REV-IDX) NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-R-COUNT
           INSPECT WS-REV-DECISIONS (WS-REV-IDX)
               TALLYING WS-R-COUNT FOR ALL "R"
           IF WS-R-COUNT = 0
               EXIT SECTION
           END-IF
           ADD 1 TO WS-REVOKE-OPERS
           MOVE WS-REV-OPER-ID (WS-REV-IDX) TO WS-RVL-OPER-ID
           MOVE WS-REV-NAME (WS-REV-IDX) TO WS-RVL-NAME
           MOVE WS-REV-CERTIFIER (WS-REV-IDX) TO WS-RVL-BY
           MOVE SPACES TO WS-RVL-MASTER WS-RVL-NEW WS-RVL-NOTE
           MOVE WS-REV-OPER-ID (WS-REV-IDX) TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "NO LONGER ON OPERMST - NOTHING TO REVOKE"
                       TO WS-RVL-NOTE
           END-READ
           IF WS-RVL-NOTE = SPACES
               MOVE OPER-AUTH-SHIFTS TO WS-RVL-MASTER WS-NEW-SHIFTS
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 4
                   IF WS-REV-DECISIONS (WS-REV-IDX) (WS-FLAG-IDX:1)
                       = "R"
                       MOVE "N" TO WS-NEW-SHIFTS (WS-FLAG-IDX:1)
                   END-IF
               END-PERFORM
               MOVE WS-NEW-SHIFTS TO WS-RVL-NEW
               EVALUATE TRUE
                   WHEN NOT OPER-ACTIVE
                       MOVE "INACTIVE ON OPERMST - NOTHING TO REVOKE"
                           TO WS-RVL-NOTE
                   WHEN WS-NEW-SHIFTS = OPER-AUTH-SHIFTS
                       MOVE "ALREADY REVOKED ON OPERMST"
                           TO WS-RVL-NOTE
                   WHEN OTHER
                       PERFORM WRITE-REVOKE-TRANSACTION
               END-EVALUATE
           END-IF
           MOVE WS-RVK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REVOKE-TRANSACTION SECTION.
           MOVE SPACES TO REVOKE-RECORD
           MOVE "C" TO RVK-ACTION
           MOVE OPER-ID TO RVK-OPER-ID
           MOVE WS-NEW-SHIFTS TO RVK-AUTH-SHIFTS
           MOVE WS-REV-CERTIFIER (WS-REV-IDX) TO RVK-SUPERVISOR
           WRITE REVOKE-RECORD
           ADD 1 TO WS-TRAN-COUNT
           MOVE "C TRANSACTION WRITTEN - NEEDS A SECOND SUPERVISOR'S"
               TO WS-RVL-NOTE
           MOVE " APPROVAL" TO WS-RVL-NOTE (52:9)
           EXIT.

       WRITE-OUTSTANDING SECTION.
      *    Before the return date this is the chase list; once it
      *    has passed, every operator still not certified is a
      *    deactivation candidate.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-PAST-DEADLINE = "Y"
               STRING "NOT CERTIFIED BY " DELIMITED BY SIZE
                       WS-DEADLINE DELIMITED BY SIZE
                       " - LISTED FOR DEACTIVATION, D CANDIDATES ON "
                           DELIMITED BY SIZE
                       "CERTDEAC" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
           ELSE
               STRING "NOT YET CERTIFIED - RETURN DATE "
                           DELIMITED BY SIZE
                       WS-DEADLINE DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
           END-IF
           MOVE WS-LINE-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN OUTPUT DEACT-FILE
           PERFORM WRITE-ONE-OUTSTANDING
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           CLOSE DEACT-FILE
           IF WS-OUTSTANDING-COUNT = 0
               MOVE "NONE - EVERY OPERATOR UNDER REVIEW IS CERTIFIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-ONE-OUTSTANDING SECTION.
           IF WS-REV-DONE (WS-REV-IDX) = "Y"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE WS-REV-OPER-ID (WS-REV-IDX) TO WS-OTL-OPER-ID
           MOVE WS-REV-NAME (WS-REV-IDX) TO WS-OTL-NAME
           MOVE WS-REV-SHIFTS (WS-REV-IDX) TO WS-OTL-HELD
           IF WS-REV-SUPERVISOR (WS-REV-IDX) = SPACES
               MOVE "(NONE)" TO WS-OTL-SUPERVISOR
           ELSE
               MOVE WS-REV-SUPERVISOR (WS-REV-IDX) TO WS-OTL-SUPERVISOR
           END-IF
           IF WS-PAST-DEADLINE NOT = "Y"
               MOVE "AWAITING THE SUPERVISOR'S DECISION" TO WS-OTL-NOTE
           ELSE
               MOVE SPACES TO WS-OTL-NOTE
               MOVE WS-REV-OPER-ID (WS-REV-IDX) TO OPER-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "NO LONGER ON OPERMST" TO WS-OTL-NOTE
               END-READ
               EVALUATE TRUE
                   WHEN WS-OTL-NOTE NOT = SPACES
                       CONTINUE
                   WHEN NOT OPER-ACTIVE
                       MOVE "ALREADY INACTIVE ON OPERMST"
                           TO WS-OTL-NOTE
                   WHEN OTHER
                       PERFORM WRITE-DEACT-CANDIDATE
                       MOVE "** NOT CERTIFIED - DEACTIVATION "
                           TO WS-OTL-NOTE
                       MOVE "CANDIDATE **" TO WS-OTL-NOTE (33:12)
               END-EVALUATE
           END-IF
           MOVE WS-OUT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-DEACT-CANDIDATE SECTION.
           ADD 1 TO WS-DEACT-COUNT
           MOVE SPACES TO DEACT-RECORD
           MOVE "D" TO DCT-ACTION
           MOVE OPER-ID TO DCT-OPER-ID
           MOVE OPER-NAME TO DCT-NAME
           WRITE DEACT-RECORD
           EXIT.

       WRITE-COMPLETION SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REVIEW COMPLETION BY SUPERVISOR" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CMP-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-COMPLETION-LINE
               VARYING WS-SPV-IDX FROM 1 BY 1
               UNTIL WS-SPV-IDX > WS-SPV-COUNT
           EXIT.

       WRITE-COMPLETION-LINE SECTION.
           IF WS-SPV-ID (WS-SPV-IDX) = SPACES
               MOVE "(NONE)" TO WS-CPL-SUPERVISOR
           ELSE
               MOVE WS-SPV-ID (WS-SPV-IDX) TO WS-CPL-SUPERVISOR
           END-IF
           MOVE WS-SPV-ASSIGNED (WS-SPV-IDX) TO WS-CPL-ASSIGNED
           MOVE WS-SPV-CERTIFIED (WS-SPV-IDX) TO WS-CPL-CERTIFIED
           MOVE WS-SPV-REVOKING (WS-SPV-IDX) TO WS-CPL-REVOKING
           MOVE WS-SPV-OUTSTANDING (WS-SPV-IDX) TO WS-CPL-OUTSTANDING
           EVALUATE TRUE
               WHEN WS-SPV-OUTSTANDING (WS-SPV-IDX) = 0
                   MOVE "COMPLETE" TO WS-CPL-STATUS
               WHEN WS-SPV-CERTIFIED (WS-SPV-IDX) = 0
                   MOVE "** REVIEW NOT RETURNED **" TO WS-CPL-STATUS
                   ADD 1 TO WS-SPV-OPEN-COUNT
               WHEN OTHER
                   MOVE "** PARTLY RETURNED **" TO WS-CPL-STATUS
                   ADD 1 TO WS-SPV-OPEN-COUNT
           END-EVALUATE
           MOVE WS-CMP-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-CHECK-COUNTS SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATORS UNDER REVIEW          : " TO WS-CNT-LABEL
           MOVE WS-REV-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DECISION LINES READ             : " TO WS-CNT-LABEL
           MOVE WS-DEC-READ TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DECISION LINES REJECTED         : " TO WS-CNT-LABEL
           MOVE WS-DEC-REJECTED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-CERTIFIED-COUNT =
               WS-REV-COUNT - WS-OUTSTANDING-COUNT
           MOVE "OPERATORS CERTIFIED             : " TO WS-CNT-LABEL
           MOVE WS-CERTIFIED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATORS WITH A REVOKE         : " TO WS-CNT-LABEL
           MOVE WS-REVOKE-OPERS TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGE TRANSACTIONS WRITTEN     : " TO WS-CNT-LABEL
           MOVE WS-TRAN-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATORS NOT CERTIFIED         : " TO WS-CNT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEACTIVATION CANDIDATES         : " TO WS-CNT-LABEL
           MOVE WS-DEACT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUPERVISORS NOT COMPLETE        : " TO WS-CNT-LABEL
           MOVE WS-SPV-OPEN-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-CYCLE-LINE SECTION.
           MOVE WS-CYCLE TO WS-CYL-CYCLE
           MOVE WS-ISSUE-DATE TO WS-CYL-ISSUED
           MOVE WS-DEADLINE TO WS-CYL-DEADLINE
           MOVE WS-CYCLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM OPERCERT.
