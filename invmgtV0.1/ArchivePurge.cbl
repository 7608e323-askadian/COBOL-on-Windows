      *  archive append happens before the keeper copy is written    *
      *  back.                                                        *
      *                                                               *
      *  Audit records are moved to AUDIT.ARC whole, sequence number  *
      *  and chain value included (see AUDIT-TRAIL-REC.CPY), and the  *
      *  keepers are written back exactly as read, never restamped -  *
      *  AuditVerify.cbl walks AUDIT.ARC and then AUDIT.TRL as one    *
      *  unbroken chain.                                              *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

              SELECT SALES-ARCHIVE-FILE
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC.
           02  AA-ARCHIVE-YEAR           PIC 9(04).
           02  AA-ENTRY                  PIC X(273).

       FD  AUDIT-TEMP-FILE.
       01  AUDIT-TEMP-REC                PIC X(273).

       FD  OPERATOR-ACTIVITY-FILE.
           COPY "OPERACT.CPY".
       FD  OPERACT-ARCHIVE-FILE.
       01  OPERACT-ARCHIVE-REC.
           02  OA-ARCHIVE-YEAR           PIC 9(04).
           02  OA-ENTRY                  PIC X(49).

       FD  OPERACT-TEMP-FILE.
       01  OPERACT-TEMP-REC              PIC X(49).

       FD  BATCH-RUN-LOG-FILE.
           COPY "BATCHLOG.CPY".

      * Date-ranged sales inquiry spanning the live file and the
      * archive, so a purge never puts a transaction out of reach of
      * a question about it.  The live file is read for the range
      * only, off the ST-TXN-DATE alternate key.
       6000-ARCHIVED-SALES-INQUIRY.
              DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
              ACCEPT WS-FROM-DATE.
              DISPLAY "LIVE TRANSACTIONS:".
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS = "00"
                 MOVE WS-FROM-DATE TO ST-TXN-DATE
                 START SALES-TRANSACTION-FILE
                       KEY IS NOT LESS THAN ST-TXN-DATE
                    INVALID KEY MOVE "10" TO WS-SALE-STATUS
                 END-START
                 PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                           AND WS-SALE-STATUS NOT = "02"
                    READ SALES-TRANSACTION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SALE-STATUS
                       NOT AT END
                          IF ST-TXN-DATE > WS-TO-DATE
                             MOVE "10" TO WS-SALE-STATUS
                          END-IF
                          IF ST-TXN-DATE >= WS-FROM-DATE
                             AND ST-TXN-DATE <= WS-TO-DATE
                             DISPLAY "  " ST-TXN-NUMBER " "
