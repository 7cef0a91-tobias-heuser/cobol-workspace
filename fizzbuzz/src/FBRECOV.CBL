       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRECOV.
      *****************************************************************
      * FBMASTER point-in-time recovery. Rolls the classification
      * master back to its state at the end of the business date on
      * the FBRCTL card by applying the before-image journal FBJRNL
      * (written by FBLOAD and FBMAINT PURGE, see FBJRNREC.CPY) in
      * reverse: every entry journaled after that date is taken
      * newest first - an add is deleted again, a replaced or purged
      * record gets its before image back. One card on FBRCTL:
      *   YYYYMMDD REPORT  - list what would be restored (default)
      *   YYYYMMDD RECOVER - restore FBMASTER
      * A RECOVER run removes the reversed entries from FBJRNL (they
      * go to the FBJBACK backout file) so the journal again matches
      * the master and a later recovery to an earlier date still
      * works. The report itemizes each reversed entry and balances
      * the restore counts against the journal counts by action.
      *   RC 0  = restored (or listed) and in balance
      *   RC 4  = nothing journaled after the date
      *   RC 8  = no valid card, entries not restored, out of
      *           balance, or FBJRNL could not be rewritten
      *   RC 12 = FBMASTER or FBJRNL not available
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-MASTER ASSIGN TO "FBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FBM-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FB-JOURNAL ASSIGN TO "FBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT WORK-FILE ASSIGN TO "FBJWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BACKOUT-FILE ASSIGN TO "FBJBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT CONTROL-CARD ASSIGN TO "FBRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FBRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-MASTER.
           COPY FBMSTRC.

       FD  FB-JOURNAL.
       01 JOURNAL-LINE PIC X(77).

       FD  WORK-FILE.
       01 WORK-RECORD PIC X(77).

       FD  BACKOUT-FILE.
       01 BACKOUT-RECORD PIC X(77).

      *    Journal entries after the target date, tagged with their
      *    position on FBJRNL so they come back newest first.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-SEQ PIC 9(9).
           05 SRT-ENTRY PIC X(77).

       FD  CONTROL-CARD.
       01 CONTROL-CARD-RECORD.
           05 CC-TARGET-DATE PIC X(8).
           05 FILLER PIC X.
           05 CC-ACTION PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-BACK-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-JRNL-EOF PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-JRNL-OPEN PIC X VALUE "N".
       01 WS-REWRITE-FAILED PIC X VALUE "N".
       01 WS-TARGET-DATE PIC X(8) VALUE SPACES.
       01 WS-RECOVER-MODE PIC X VALUE "N".
       01 WS-ENTRY-SEQ PIC 9(9) VALUE 0.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-AFTER-COUNT PIC 9(7) VALUE 0.
       01 WS-JRNL-ADDS PIC 9(7) VALUE 0.
       01 WS-JRNL-REPLACES PIC 9(7) VALUE 0.
       01 WS-JRNL-DELETES PIC 9(7) VALUE 0.
       01 WS-UNDONE-ADDS PIC 9(7) VALUE 0.
       01 WS-UNDONE-REPLACES PIC 9(7) VALUE 0.
       01 WS-UNDONE-DELETES PIC 9(7) VALUE 0.
       01 WS-FAILED-ADDS PIC 9(7) VALUE 0.
       01 WS-FAILED-REPLACES PIC 9(7) VALUE 0.
       01 WS-FAILED-DELETES PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-ENTRY-OK PIC X.
       01 WS-OUT-OF-BALANCE PIC X VALUE "N".

           COPY FBJRNREC.

       01 WS-HEAD-1.
           05 FILLER PIC X(40)
               VALUE "FBMASTER RECOVERY - END OF BUSINESS DATE".
           05 FILLER PIC X VALUE SPACE.
           05 WS-HEAD-DATE PIC X(8).
           05 FILLER PIC X(76) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "FBRECOV".
       01 WS-HEAD-2.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 WS-COL-HEAD.
           05 FILLER PIC X(9) VALUE "NUMBER".
           05 FILLER PIC X(10) VALUE "JOURNAL".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "RUN TIME".
           05 FILLER PIC X(10) VALUE "CHANGE".
           05 FILLER PIC X(28) VALUE "BEFORE IMAGE".
           05 FILLER PIC X(55) VALUE "OUTCOME".
       01 WS-DETAIL-LINE.
           05 WS-DTL-NUMBER PIC 9(7).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-BUS-DATE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-PROGRAM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-RUN-TIME PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-CHANGE PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-RESULT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-RESULT-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-RESULT-TIME PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DTL-OUTCOME PIC X(55).
       01 WS-STAT-LINE.
           05 WS-STAT-LABEL PIC X(28).
           05 WS-STAT-VALUE PIC ZZZZZZ9.
           05 FILLER PIC X(97) VALUE SPACES.
       01 WS-TEXT-LINE.
           05 WS-TEXT-LABEL PIC X(28).
           05 WS-TEXT-VALUE PIC X(104).
       01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

           COPY RUNHDR.

       PROCEDURE DIVISION.
           PERFORM INIT-RUN-HEADER
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF WS-TARGET-DATE = SPACES
               MOVE "NO VALID FBRCTL CARD (YYYYMMDD REPORT|RECOVER)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RECOVER-MODE = "Y"
               PERFORM OPEN-FB-MASTER
           END-IF
           SORT SORT-FILE
               ON DESCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE IS REVERSE-JOURNAL-ENTRIES
           IF WS-RECOVER-MODE = "Y"
               CLOSE FB-MASTER
           END-IF
           IF WS-JRNL-OPEN NOT = "Y"
               MOVE "FBJRNL NOT AVAILABLE - NOTHING RESTORED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RECOVER-MODE = "Y" AND WS-AFTER-COUNT > 0
               PERFORM REWRITE-JOURNAL
           END-IF
           PERFORM CHECK-BALANCE
           PERFORM WRITE-COUNT-BLOCK
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   OR WS-OUT-OF-BALANCE = "Y"
                   OR WS-REWRITE-FAILED = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AFTER-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-RUN-HEADER SECTION.
           MOVE "FBRECOV" TO RUNHDR-PROGRAM-NAME
           ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNHDR-RUN-TIME FROM TIME
           MOVE "BATCH" TO RUNHDR-OPERATOR-ID
           MOVE "TERM01" TO RUNHDR-TERMINAL-ID
           EXIT.

       READ-CONTROL-CARD SECTION.
      *    Without a readable target date nothing is touched; the
      *    action defaults to REPORT so a bare date never restores.
           OPEN INPUT CONTROL-CARD
           IF WS-CTL-STATUS = "00"
               READ CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-TARGET-DATE IS NUMERIC
                           MOVE CC-TARGET-DATE TO WS-TARGET-DATE
                       END-IF
                       IF CC-ACTION = "RECOVER"
                           MOVE "Y" TO WS-RECOVER-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           EXIT.

       OPEN-FB-MASTER SECTION.
           OPEN I-O FB-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "FBMASTER NOT AVAILABLE - NOTHING RESTORED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       SELECT-JOURNAL-ENTRIES SECTION.
      *    Entries up to the target date stay on the journal (copied
      *    to FBJWORK for the rewrite); the later ones are the ones to
      *    reverse. An entry with an unreadable date is kept, the same
      *    rule AUDITARC applies to AUDITLOG.
           OPEN INPUT FB-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-JRNL-OPEN
           IF WS-RECOVER-MODE = "Y"
               OPEN OUTPUT WORK-FILE
           END-IF
           PERFORM READ-JOURNAL
           PERFORM SELECT-JOURNAL-ENTRY UNTIL WS-JRNL-EOF = "Y"
           CLOSE FB-JOURNAL
           IF WS-RECOVER-MODE = "Y"
               CLOSE WORK-FILE
           END-IF
           EXIT.

       READ-JOURNAL SECTION.
           READ FB-JOURNAL INTO FBJOURNAL-RECORD
               AT END
                   MOVE "Y" TO WS-JRNL-EOF
           END-READ
           EXIT.

       SELECT-JOURNAL-ENTRY SECTION.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-ENTRY-SEQ
           IF JRN-BUS-DATE IS NUMERIC
               AND JRN-BUS-DATE > WS-TARGET-DATE
               ADD 1 TO WS-AFTER-COUNT
               EVALUATE TRUE
                   WHEN JRN-ADDED
                       ADD 1 TO WS-JRNL-ADDS
                   WHEN JRN-REPLACED
                       ADD 1 TO WS-JRNL-REPLACES
                   WHEN OTHER
                       ADD 1 TO WS-JRNL-DELETES
               END-EVALUATE
               MOVE WS-ENTRY-SEQ TO SRT-SEQ
               MOVE FBJOURNAL-RECORD TO SRT-ENTRY
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               IF WS-RECOVER-MODE = "Y"
                   MOVE FBJOURNAL-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
               END-IF
           END-IF
           PERFORM READ-JOURNAL
           EXIT.

       REVERSE-JOURNAL-ENTRIES SECTION.
      *    Newest entry first, so each before image is put back over
      *    exactly the record its own change produced. The reversed
      *    entries are kept on FBJBACK for the record.
           IF WS-RECOVER-MODE = "Y" AND WS-AFTER-COUNT > 0
               OPEN EXTEND BACKOUT-FILE
               IF WS-BACK-STATUS = "35"
                   OPEN OUTPUT BACKOUT-FILE
               END-IF
           END-IF
           PERFORM RETURN-SORT-ENTRY
           PERFORM REVERSE-JOURNAL-ENTRY UNTIL WS-SORT-EOF = "Y"
           IF WS-RECOVER-MODE = "Y" AND WS-AFTER-COUNT > 0
               CLOSE BACKOUT-FILE
           END-IF
           EXIT.

       RETURN-SORT-ENTRY SECTION.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
           END-RETURN
           EXIT.

       REVERSE-JOURNAL-ENTRY SECTION.
           MOVE SRT-ENTRY TO FBJOURNAL-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE JRN-NUMBER TO WS-DTL-NUMBER
           MOVE JRN-BUS-DATE TO WS-DTL-BUS-DATE
           MOVE JRN-PROGRAM TO WS-DTL-PROGRAM
           MOVE JRN-RUN-TIME TO WS-DTL-RUN-TIME
           IF JRN-ADDED
               MOVE "ADD" TO WS-DTL-CHANGE
           ELSE
               IF JRN-REPLACED
                   MOVE "REPLACE" TO WS-DTL-CHANGE
               ELSE
                   MOVE "DELETE" TO WS-DTL-CHANGE
               END-IF
               IF JRN-BEF-RESULT = SPACES
                   MOVE "(PLAIN)" TO WS-DTL-RESULT
               ELSE
                   MOVE JRN-BEF-RESULT TO WS-DTL-RESULT
               END-IF
               MOVE JRN-BEF-RUN-DATE TO WS-DTL-RESULT-DATE
               MOVE JRN-BEF-RUN-TIME TO WS-DTL-RESULT-TIME
           END-IF
           MOVE "Y" TO WS-ENTRY-OK
           IF WS-RECOVER-MODE = "Y"
               PERFORM APPLY-BEFORE-IMAGE
               MOVE FBJOURNAL-RECORD TO BACKOUT-RECORD
               WRITE BACKOUT-RECORD
           ELSE
               IF JRN-ADDED
                   MOVE "WOULD BE DELETED" TO WS-DTL-OUTCOME
               ELSE
                   MOVE "BEFORE IMAGE WOULD BE RESTORED"
                       TO WS-DTL-OUTCOME
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               EVALUATE TRUE
                   WHEN JRN-ADDED
                       ADD 1 TO WS-UNDONE-ADDS
                   WHEN JRN-REPLACED
                       ADD 1 TO WS-UNDONE-REPLACES
                   WHEN OTHER
                       ADD 1 TO WS-UNDONE-DELETES
               END-EVALUATE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               EVALUATE TRUE
                   WHEN JRN-ADDED
                       ADD 1 TO WS-FAILED-ADDS
                   WHEN JRN-REPLACED
                       ADD 1 TO WS-FAILED-REPLACES
                   WHEN OTHER
                       ADD 1 TO WS-FAILED-DELETES
               END-EVALUATE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM RETURN-SORT-ENTRY
           EXIT.

       APPLY-BEFORE-IMAGE SECTION.
      *    An add is undone by deleting the record; a replace or a
      *    purge by putting the before image back, whichever of
      *    WRITE or REWRITE the master currently needs.
           IF JRN-ADDED
               MOVE JRN-NUMBER TO FBM-NUMBER
               DELETE FB-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ENTRY-OK
                       MOVE "** NOT ON FBMASTER - NOTHING DELETED **"
                           TO WS-DTL-OUTCOME
                   NOT INVALID KEY
                       MOVE "DELETED" TO WS-DTL-OUTCOME
               END-DELETE
               IF WS-DTL-OUTCOME = SPACES
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "** DELETE FAILED, STATUS=" TO WS-DTL-OUTCOME
                   MOVE WS-MASTER-STATUS TO WS-DTL-OUTCOME (26:2)
                   MOVE " **" TO WS-DTL-OUTCOME (28:3)
               END-IF
               EXIT SECTION
           END-IF
           MOVE JRN-BEFORE-IMAGE TO FBMASTER-RECORD
           WRITE FBMASTER-RECORD
               INVALID KEY
                   REWRITE FBMASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ENTRY-OK
                       NOT INVALID KEY
                           MOVE "RESTORED OVER CURRENT RECORD"
                               TO WS-DTL-OUTCOME
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "RESTORED (RECORD RE-ADDED)"
                       TO WS-DTL-OUTCOME
           END-WRITE
           IF WS-DTL-OUTCOME = SPACES
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK NOT = "Y"
               MOVE "** RESTORE FAILED, STATUS="
                   TO WS-DTL-OUTCOME
               MOVE WS-MASTER-STATUS TO WS-DTL-OUTCOME (27:2)
               MOVE " **" TO WS-DTL-OUTCOME (29:3)
           END-IF
           EXIT.

       REWRITE-JOURNAL SECTION.
      *    FBJRNL keeps only the entries up to the target date, so it
      *    describes the master as it now stands.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT FB-JOURNAL
           IF WS-WORK-STATUS NOT = "00" OR WS-JRNL-STATUS NOT = "00"
               MOVE "Y" TO WS-REWRITE-FAILED
               DISPLAY "FBJRNL REWRITE FAILED, STATUS=" WS-JRNL-STATUS
                   " FBJWORK=" WS-WORK-STATUS
                   " - REMOVE THE REVERSED ENTRIES (FBJBACK) BY HAND"
               EXIT SECTION
           END-IF
           PERFORM READ-WORK-FILE
           PERFORM COPY-WORK-ENTRY UNTIL WS-WORK-EOF = "Y"
           CLOSE WORK-FILE
           CLOSE FB-JOURNAL
           EXIT.

       READ-WORK-FILE SECTION.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
           END-READ
           EXIT.

       COPY-WORK-ENTRY SECTION.
           MOVE WORK-RECORD TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM READ-WORK-FILE
           EXIT.

       CHECK-BALANCE SECTION.
      *    Every journal entry after the date is either reversed or
      *    itemized as not restored, action by action.
           IF WS-JRNL-ADDS NOT = WS-UNDONE-ADDS + WS-FAILED-ADDS
               OR WS-JRNL-REPLACES NOT =
                   WS-UNDONE-REPLACES + WS-FAILED-REPLACES
               OR WS-JRNL-DELETES NOT =
                   WS-UNDONE-DELETES + WS-FAILED-DELETES
               OR WS-READ-COUNT NOT = WS-KEPT-COUNT + WS-AFTER-COUNT
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE WS-TARGET-DATE TO WS-HEAD-DATE
           MOVE WS-HEAD-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEAD-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COL-HEAD TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       WRITE-COUNT-BLOCK SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-AFTER-COUNT = 0
               MOVE "NOTHING JOURNALED AFTER THE DATE - NOTHING TO DO"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "RUN MODE                  : " TO WS-TEXT-LABEL
           IF WS-RECOVER-MODE = "Y"
               MOVE "RECOVER" TO WS-TEXT-VALUE
           ELSE
               MOVE "REPORT - FBMASTER NOT CHANGED" TO WS-TEXT-VALUE
           END-IF
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "JOURNAL ENTRIES READ      : " TO WS-STAT-LABEL
           MOVE WS-READ-COUNT TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "  UP TO THE DATE (KEPT)   : " TO WS-STAT-LABEL
           MOVE WS-KEPT-COUNT TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "  AFTER THE DATE          : " TO WS-STAT-LABEL
           MOVE WS-AFTER-COUNT TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "    ADDS                  : " TO WS-STAT-LABEL
           MOVE WS-JRNL-ADDS TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "    REPLACES              : " TO WS-STAT-LABEL
           MOVE WS-JRNL-REPLACES TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "    DELETES               : " TO WS-STAT-LABEL
           MOVE WS-JRNL-DELETES TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ADDS DELETED AGAIN        : " TO WS-STAT-LABEL
           MOVE WS-UNDONE-ADDS TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "REPLACES RESTORED         : " TO WS-STAT-LABEL
           MOVE WS-UNDONE-REPLACES TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "DELETES RESTORED          : " TO WS-STAT-LABEL
           MOVE WS-UNDONE-DELETES TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "NOT RESTORED              : " TO WS-STAT-LABEL
           MOVE WS-FAILED-COUNT TO WS-STAT-VALUE
           PERFORM WRITE-STAT-LINE
           MOVE "JOURNAL BALANCE           : " TO WS-TEXT-LABEL
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "** OUT OF BALANCE **" TO WS-TEXT-VALUE
           ELSE
               MOVE "IN BALANCE" TO WS-TEXT-VALUE
           END-IF
           MOVE WS-TEXT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REWRITE-FAILED = "Y"
               MOVE "FBJRNL                    : " TO WS-TEXT-LABEL
               MOVE "** NOT REWRITTEN - REMOVE FBJBACK ENTRIES BY HAND"
                   TO WS-TEXT-VALUE
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EXIT.

       WRITE-STAT-LINE SECTION.
           MOVE WS-STAT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT.

       END PROGRAM FBRECOV.
