                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ST-TXN-NUMBER
                     ALTERNATE RECORD KEY IS ST-CUST-ID
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-TXN-DATE
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-INVOICE-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SALE-STATUS.

              SELECT DAILY-SALES-SUMMARY-FILE
      *    an upsert, so two lines of the same item on the same day
      *    land in one row.  A missed night simply leaves a wider
      *    window for the next run; a rerun finds nothing newer
      *    than the control date and folds nothing twice.  The
      *    ST-TXN-DATE alternate key starts the read just past the
      *    control date and the cutoff ends it.
       2000-FOLD-TRANSACTIONS.
              MOVE "00" TO WS-SALE-STATUS.
              MOVE WS-LAST-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS GREATER THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-TXN-DATE > WS-CUTOFF-DATE
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-TXN-DATE > WS-LAST-DATE
                          AND NOT ST-TXN-VOID
                          AND ST-TXN-DATE <= WS-CUTOFF-DATE
                          PERFORM 3000-FOLD-ONE-TXN THRU 3000-EXIT
                       END-IF
