                    MOVE WS-PRSN-REC TO AT-BEFORE-IMAGE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    MOVE "personidx" TO AT-FILE-NAME
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
              END-DELETE.
       3000-EXIT.
                    MOVE WS-PRSN-REC TO AT-BEFORE-IMAGE
                    MOVE PERSON-IDX-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "personidx" TO AT-FILE-NAME
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
              END-REWRITE.
       4000-EXIT.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "DeletePersonKsdsRec" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       6000-EXIT.
              EXIT.
