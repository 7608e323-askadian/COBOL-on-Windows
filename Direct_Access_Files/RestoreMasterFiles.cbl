               WHEN OTHER
                   DISPLAY "UNRECOGNISED MASTER - NOTHING DONE."
           END-EVALUATE.
      *    A restore only gets back to the backup; what was keyed
      *    since is still on the audit trail for RollForwardMasters.
           IF WS-MODE-RESTORE AND WS-MASTER-CHOICE > ZERO
                  AND WS-MASTER-CHOICE < 7
               DISPLAY "RUN RollForwardMasters TO RE-APPLY CHANGES "
                       "LOGGED SINCE THIS BACKUP."
           END-IF.
           STOP RUN.

      *    Builds the generation's extract name the same way
               MOVE WS-MASTER-NAME TO AT-KEY-VALUE
               MOVE SPACES TO AT-BEFORE-IMAGE
               MOVE SPACES TO AT-AFTER-IMAGE
               MOVE SPACES TO AT-FILE-NAME
               STRING "TRIAL RESTORE GEN " DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                      " BAK " DELIMITED BY SIZE
                      " MATCH " DELIMITED BY SIZE
                      WS-MATCH-SW DELIMITED BY SIZE
                   INTO AT-AFTER-IMAGE
               CALL "AuditChain" USING AUDIT-TRAIL-REC
               WRITE AUDIT-TRAIL-REC
               CLOSE AUDIT-TRAIL-FILE
               DISPLAY "TRIAL-RESTORE OUTCOME LOGGED TO THE AUDIT "
