       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
      *****************************************************************
      * Applies the department transaction file (adds, changes,
      * deactivations, reactivations) to the department master
      * DEPTMST and prints an update report with before/after
      * images, applied counts and rejected transactions, the same
      * way OPERMNT maintains the operator master. DEPTMST is what
      * DIAINTK checks every diamond request's department against
      * and where DIABILL takes the cost center from. The same file
      * carries the supervisor releases (R) for requests DIAINTK
      * held on DIAHOLD because their department had reached its
      * monthly quota; a released request is queued by the next
      * intake run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "DIAHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT TRAN-FILE ASSIGN TO "DEPTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-MASTER.
           COPY DEPTREC.

       FD  HOLD-FILE.
           COPY DIAHLREC.

       FD  TRAN-FILE.
      *    One transaction per line: action A=add C=change
      *    D=deactivate U=reactivate, then the department code, cost
      *    center, contact and monthly request quota (five digits,
      *    00000 = no quota). On a change, a blank cost center,
      *    contact or quota means "leave as is"; a blank quota on an
      *    add means no quota. R=release carries the six-digit hold
      *    number from the DIAINTK notice in the department position.
      *    Every line ends with the ID of the supervisor submitting
      *    it, which for a release is the supervisor letting the
      *    request through.
       01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
               88 TRAN-ADD VALUE "A".
               88 TRAN-CHANGE VALUE "C".
               88 TRAN-DEACTIVATE VALUE "D".
               88 TRAN-REACTIVATE VALUE "U".
               88 TRAN-RELEASE VALUE "R".
           05 FILLER PIC X.
           05 TRAN-DEPT-CODE PIC X(8).
           05 TRAN-RELEASE-REF REDEFINES TRAN-DEPT-CODE.
               10 TRAN-HOLD-NO PIC X(6).
               10 FILLER PIC XX.
           05 FILLER PIC X.
           05 TRAN-COST-CENTER PIC X(10).
           05 FILLER PIC X.
           05 TRAN-CONTACT PIC X(30).
           05 FILLER PIC X.
           05 TRAN-QUOTA PIC X(5).
           05 FILLER PIC X.
           05 TRAN-SUPERVISOR PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRAN-EOF PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(30).
       01 WS-ADD-COUNT PIC 999 VALUE 0.
       01 WS-CHANGE-COUNT PIC 999 VALUE 0.
       01 WS-DEACT-COUNT PIC 999 VALUE 0.
       01 WS-REACT-COUNT PIC 999 VALUE 0.
       01 WS-RELEASE-COUNT PIC 999 VALUE 0.
       01 WS-REJECT-COUNT PIC 999 VALUE 0.
       01 WS-HOLD-NOTE PIC X(115).

       01 WS-HEAD-1.
           05 FILLER PIC X(42)
               VALUE "DEPARTMENT MASTER UPDATE REPORT - RUN OF ".
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(75) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "DEPTMNT".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-TRAN-LINE.
           05 FILLER PIC X(7) VALUE "TRAN:  ".
           05 WS-TRN-ACTION PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-CODE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-COST-CENTER PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-CONTACT PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-QUOTA PIC X(5).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-TRN-SUPERVISOR PIC X(8).
           05 FILLER PIC X(53) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG PIC X(7).
           05 WS-IMG-CODE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-COST-CENTER PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-CONTACT PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-STATUS PIC X.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-IMG-QUOTA PIC 9(5).
           05 FILLER PIC X(63) VALUE SPACES.
       01 WS-HOLD-LINE.
           05 WS-HDL-TAG PIC X(9).
           05 WS-HDL-NUMBER PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-HDL-NOTE PIC X(115).
       01 WS-REJECT-LINE.
           05 FILLER PIC X(18) VALUE "*** REJECTED ***: ".
           05 WS-REJ-REASON PIC X(114).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL PIC X(24).
           05 WS-CNT-VALUE PIC ZZ9.
           05 FILLER PIC X(105) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-DEPARTMENT-MASTER
           PERFORM OPEN-HOLD-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM READ-TRAN-FILE
               PERFORM APPLY-TRANSACTION UNTIL WS-TRAN-EOF = "Y"
               CLOSE TRAN-FILE
           ELSE
               MOVE "DEPTTRAN NOT AVAILABLE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-COUNT-BLOCK
           CLOSE HOLD-FILE
           CLOSE DEPARTMENT-MASTER
           CLOSE REPORT-FILE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "DEPTMNT" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       OPEN-DEPARTMENT-MASTER SECTION.
      *    First-ever run creates the master, same 35-fallback the
      *    suite uses for its other files.
           OPEN I-O DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "35"
               OPEN OUTPUT DEPARTMENT-MASTER
               CLOSE DEPARTMENT-MASTER
               OPEN I-O DEPARTMENT-MASTER
           END-IF
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPTMST NOT AVAILABLE, NO UPDATES APPLIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       OPEN-HOLD-FILE SECTION.
      *    Normally created by DIAINTK the first time it holds a
      *    request; created here as well so a release before any
      *    hold is simply rejected as unknown.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "DIAHOLD NOT AVAILABLE, NO UPDATES APPLIED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               CLOSE DEPARTMENT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       READ-TRAN-FILE SECTION.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF
           END-READ
           EXIT.

       APPLY-TRANSACTION SECTION.
           PERFORM WRITE-TRAN-LINE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM APPLY-ADD
                   WHEN TRAN-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN TRAN-DEACTIVATE
                       PERFORM APPLY-DEACTIVATE
                   WHEN TRAN-REACTIVATE
                       PERFORM APPLY-REACTIVATE
                   WHEN TRAN-RELEASE
                       PERFORM APPLY-RELEASE
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM READ-TRAN-FILE
           EXIT.

       EDIT-TRANSACTION SECTION.
      *    A usable key, the supervisor's ID on every line, a cost
      *    center for billing on an add, and a quota that is five
      *    digits when given.
           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-DEACTIVATE
                   OR TRAN-REACTIVATE OR TRAN-RELEASE)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-DEPT-CODE = SPACES
               MOVE "MISSING DEPARTMENT CODE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-SUPERVISOR = SPACES
               MOVE "MISSING SUPERVISOR ID" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-RELEASE
               AND TRAN-HOLD-NO NOT NUMERIC
               MOVE "BAD HOLD NUMBER" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TRAN-ADD
               AND TRAN-COST-CENTER = SPACES
               MOVE "MISSING COST CENTER" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TRAN-ADD OR TRAN-CHANGE)
               AND TRAN-QUOTA NOT = SPACES
               AND TRAN-QUOTA NOT NUMERIC
               MOVE "BAD MONTHLY QUOTA" TO WS-REJECT-REASON
           END-IF
           EXIT.

       APPLY-ADD SECTION.
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE SPACES TO DEPARTMENT-RECORD
                   MOVE TRAN-DEPT-CODE TO DEPT-CODE
                   MOVE TRAN-COST-CENTER TO DEPT-COST-CENTER
                   MOVE TRAN-CONTACT TO DEPT-CONTACT
                   MOVE "A" TO DEPT-STATUS
                   IF TRAN-QUOTA = SPACES
                       MOVE 0 TO DEPT-MONTHLY-QUOTA
                   ELSE
                       MOVE TRAN-QUOTA TO DEPT-MONTHLY-QUOTA
                   END-IF
                   WRITE DEPARTMENT-RECORD
                   IF WS-DEPT-STATUS = "00"
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
           END-READ
           EXIT.

       APPLY-CHANGE SECTION.
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "CHANGE TO UNKNOWN DEPARTMENT"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-BEFORE-IMAGE
                   IF TRAN-COST-CENTER NOT = SPACES
                       MOVE TRAN-COST-CENTER TO DEPT-COST-CENTER
                   END-IF
                   IF TRAN-CONTACT NOT = SPACES
                       MOVE TRAN-CONTACT TO DEPT-CONTACT
                   END-IF
                   IF TRAN-QUOTA NOT = SPACES
                       MOVE TRAN-QUOTA TO DEPT-MONTHLY-QUOTA
                   END-IF
                   REWRITE DEPARTMENT-RECORD
                   IF WS-DEPT-STATUS = "00"
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           EXIT.

       APPLY-DEACTIVATE SECTION.
      *    The record stays on file so DIABILL can still show the
      *    cost center for the department's earlier usage.
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "DEACTIVATE OF UNKNOWN DEPT"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-BEFORE-IMAGE
                   MOVE "I" TO DEPT-STATUS
                   REWRITE DEPARTMENT-RECORD
                   IF WS-DEPT-STATUS = "00"
                       ADD 1 TO WS-DEACT-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           EXIT.

       APPLY-REACTIVATE SECTION.
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "REACTIVATE OF UNKNOWN DEPT"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-BEFORE-IMAGE
                   MOVE "A" TO DEPT-STATUS
                   REWRITE DEPARTMENT-RECORD
                   IF WS-DEPT-STATUS = "00"
                       ADD 1 TO WS-REACT-COUNT
                       PERFORM WRITE-AFTER-IMAGE
                   ELSE
                       MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           EXIT.

       APPLY-RELEASE SECTION.
      *    Only a request still held can be released, and only while
      *    its department is active - a department deactivated since
      *    the hold gets nothing printed. The request keeps counting
      *    against the quota; the release only lets it past.
           MOVE TRAN-HOLD-NO TO HLD-NUMBER
           READ HOLD-FILE
               INVALID KEY
                   MOVE "UNKNOWN HOLD NUMBER" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           IF NOT HLD-IS-HELD
               MOVE "REQUEST NO LONGER HELD" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE HLD-DEPT TO DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE "UNKNOWN DEPARTMENT" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT DEPT-ACTIVE
                       MOVE "DEPARTMENT INACTIVE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE "R" TO HLD-STATUS
           MOVE RUNHDR-RUN-DATE TO HLD-RELEASE-DATE
           MOVE TRAN-SUPERVISOR TO HLD-RELEASED-BY
           REWRITE HELD-REQUEST-RECORD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD REWRITE FAILED" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           PERFORM WRITE-RELEASE-LINE
           EXIT.

       WRITE-RELEASE-LINE SECTION.
           MOVE "RELEASED " TO WS-HDL-TAG
           MOVE HLD-NUMBER TO WS-HDL-NUMBER
           MOVE SPACES TO WS-HOLD-NOTE
           STRING "DEPT " DELIMITED BY SIZE
                   HLD-DEPT DELIMITED BY SPACE
                   "  LETTER " DELIMITED BY SIZE
                   HLD-LETTER DELIMITED BY SIZE
                   "  HELD " DELIMITED BY SIZE
                   HLD-HOLD-DATE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   HLD-MONTH-COUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HLD-QUOTA DELIMITED BY SIZE
                   "  QUEUED BY THE NEXT INTAKE RUN" DELIMITED BY SIZE
               INTO WS-HOLD-NOTE
           MOVE WS-HOLD-NOTE TO WS-HDL-NOTE
           MOVE WS-HOLD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-TRAN-LINE SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TRAN-ACTION TO WS-TRN-ACTION
           MOVE TRAN-DEPT-CODE TO WS-TRN-CODE
           MOVE TRAN-COST-CENTER TO WS-TRN-COST-CENTER
           MOVE TRAN-CONTACT TO WS-TRN-CONTACT
           MOVE TRAN-QUOTA TO WS-TRN-QUOTA
           MOVE TRAN-SUPERVISOR TO WS-TRN-SUPERVISOR
           MOVE WS-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
           MOVE "BEFORE " TO WS-IMG-TAG
           MOVE DEPT-CODE TO WS-IMG-CODE
           MOVE DEPT-COST-CENTER TO WS-IMG-COST-CENTER
           MOVE DEPT-CONTACT TO WS-IMG-CONTACT
           MOVE DEPT-STATUS TO WS-IMG-STATUS
           MOVE DEPT-MONTHLY-QUOTA TO WS-IMG-QUOTA
           MOVE WS-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-AFTER-IMAGE SECTION.
           MOVE "AFTER  " TO WS-IMG-TAG
           MOVE DEPT-CODE TO WS-IMG-CODE
           MOVE DEPT-COST-CENTER TO WS-IMG-COST-CENTER
           MOVE DEPT-CONTACT TO WS-IMG-CONTACT
           MOVE DEPT-STATUS TO WS-IMG-STATUS
           MOVE DEPT-MONTHLY-QUOTA TO WS-IMG-QUOTA
           MOVE WS-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-REJECT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 4 TO RETURN-CODE
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE RUNHDR-RUN-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ADDS APPLIED          : " TO WS-CNT-LABEL
           MOVE WS-ADD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGES APPLIED       : " TO WS-CNT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEACTIVATIONS APPLIED : " TO WS-CNT-LABEL
           MOVE WS-DEACT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REACTIVATIONS APPLIED : " TO WS-CNT-LABEL
           MOVE WS-REACT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HELD REQUESTS RELEASED: " TO WS-CNT-LABEL
           MOVE WS-RELEASE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TRANSACTIONS REJECTED : " TO WS-CNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM DEPTMNT.
