                   MOVE "N" TO RCTL-HELLO-RUN RCTL-FIZZ-RUN
                       RCTL-MAIN-RUN
                   MOVE 0 TO RCTL-FORCE-COUNT
                   MOVE SPACES TO RCTL-STEPS-DONE
                   PERFORM SET-ACTION-FIELDS
                   WRITE RUNCTL-RECORD
                   DISPLAY "RUNCTL " CC-RUN-DATE " CREATED: "
