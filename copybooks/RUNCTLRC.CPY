      *    it), so the month-end reliability report can count forced
      *    reruns even after ENDNIGHT clears the flag itself.
           05 RCTL-FORCE-COUNT PIC 99.
      *    One completion flag per NIGHTLY step, in deck order, set
      *    by the common STEPDONE routine when the step's program
      *    reaches its normal end: Y = ended RC 0-4, E = ran to the
      *    end but with RC 8 or more; anything else = not finished
      *    (never started, skipped by COND, or ended early). RSTPLAN
      *    builds the restart plan for a failed night from these.
           05 RCTL-STEPS-DONE.
               10 RCTL-DONE-HELLO PIC X.
               10 RCTL-DONE-FIZZ PIC X.
               10 RCTL-DONE-TREND PIC X.
               10 RCTL-DONE-FBLOAD PIC X.
               10 RCTL-DONE-EXTRACT PIC X.
               10 RCTL-DONE-DELIVER PIC X.
               10 RCTL-DONE-REPORT PIC X.
               10 RCTL-DONE-BUNDLE PIC X.
               10 RCTL-DONE-BALANCE PIC X.
               10 RCTL-DONE-COVER PIC X.
               10 RCTL-DONE-AUDRPT PIC X.
               10 RCTL-DONE-ERRRPT PIC X.
               10 RCTL-DONE-ARCHIVE PIC X.
           05 RCTL-STEP-TABLE REDEFINES RCTL-STEPS-DONE.
               10 RCTL-STEP-DONE PIC X OCCURS 13 TIMES.
                   88 RCTL-STEP-ENDED-OK VALUE "Y".
                   88 RCTL-STEP-ENDED-BAD VALUE "E".
