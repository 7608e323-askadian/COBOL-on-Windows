                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE PERSON-IDX-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "personidx" TO AT-FILE-NAME
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
              END-REWRITE.

              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "PersonDedupeMerge" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       9000-EXIT.
              EXIT.
