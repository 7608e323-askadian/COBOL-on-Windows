      *  CM-BALANCE itself is left untouched, this report only reads  *
      *  it for display alongside the aged total.                     *
      *                                                               *
      *  A customer that has had duplicate accounts folded into it by *
      *  CustomerMerge.cbl lists each merged id under its heading,    *
      *  and finance charges still logged under a merged id are       *
      *  followed through CUST-XREF-FILE to the surviving account.    *
      *                                                               *
      *  A balance written off through BadDebtWriteOff.cbl, less      *
      *  anything since recovered on it, nets off the aged buckets    *
      *  oldest-first the same way a payment does, and each write-off *
      *  prints as its own statement line.                            *
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

              SELECT CASH-RECEIPT-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FCHG-STATUS.

      *    Merged-away customer ids and the account each now lives
      *    under (see CUSTXREF.CPY).
              SELECT CUST-XREF-FILE
                     ASSIGN TO "custxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-OLD-CUST-ID
                     FILE STATUS IS WS-XREF-STATUS.

      *    Bad-debt write-offs (see BADDEBT.CPY) - an approved
      *    write-off, less anything since recovered on it, comes off
      *    the aged buckets the same way a payment does.
              SELECT BAD-DEBT-FILE
                     ASSIGN TO "baddebt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-WRITEOFF-NUMBER
                     ALTERNATE RECORD KEY IS BD-CUST-ID
                                   WITH DUPLICATES
                     FILE STATUS IS WS-BD-STATUS.

              SELECT STATEMENT-REPORT
                     ASSIGN TO "CUSTSTMT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       FD  FINANCE-CHARGE-FILE.
           COPY "FINCHG.CPY".

       FD  CUST-XREF-FILE.
           COPY "CUSTXREF.CPY".

       FD  BAD-DEBT-FILE.
           COPY "BADDEBT.CPY".

       FD  STATEMENT-REPORT.
       01  SR-PRINT-LINE                PIC X(80).

                 88 WS-FCHG-MISSING         VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FCHG-CUST-TOTAL   PIC S9(09)V99 VALUE ZEROS.
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".
              10 WS-FC-OWNER-ID       PIC X(05) VALUE SPACES.
              10 WS-XREF-HOPS         PIC 9(02) VALUE ZEROS.
              10 WS-XREF-DONE-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-DONE            VALUE "Y".
              10 WS-BD-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BD-OPEN-SW        PIC X(01) VALUE "N".
                 88 WS-BD-OPEN              VALUE "Y".
              10 WS-BD-MORE-SW        PIC X(01) VALUE "N".
                 88 WS-BD-MORE              VALUE "Y".
              10 WS-WRITEOFF-TOTAL    PIC 9(11)V99 VALUE ZEROS.

       01  WS-MERGED-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 FILLER               PIC X(24) VALUE
                 "INCLUDES MERGED ACCOUNT ".
              10 ML-OLD-CUST-ID       PIC X(05).
              10 FILLER               PIC X(09) VALUE " (MERGED ".
              10 ML-MERGE-DATE        PIC 9(08).
              10 FILLER               PIC X(01) VALUE ")".

       01  WS-CHARGE-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
                 "PAYMENTS RECEIVED: ".
              10 PT-PAYMENT-TOTAL     PIC ---,---,---.99.

       01  WS-WRITEOFF-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 FILLER               PIC X(10) VALUE "WRITE-OFF ".
              10 WL-WRITEOFF-NUMBER   PIC 9(07).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 WL-APPROVE-DATE      PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 WL-NET-AMOUNT        PIC ---,---,---.99.

       01  WS-WRITEOFF-TOTAL-LINE.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 FILLER               PIC X(19) VALUE
                 "BAD DEBT WRITE-OFF:".
              10 WT-WRITEOFF-TOTAL    PIC ---,---,---.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              IF WS-RCPT-STATUS = "00"
                 SET WS-RCPT-OPEN TO TRUE
              END-IF.
              OPEN INPUT CUST-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
              END-IF.
              OPEN INPUT BAD-DEBT-FILE.
              IF WS-BD-STATUS = "00"
                 SET WS-BD-OPEN TO TRUE
              END-IF.
              PERFORM 1000-PRINT-STATEMENTS THRU 1000-EXIT.
              PERFORM 2000-PRINT-EXCEPTIONS THRU 2000-EXIT.
              IF WS-RCPT-OPEN
                 CLOSE CASH-RECEIPT-FILE
              END-IF.
              IF WS-XREF-OPEN
                 CLOSE CUST-XREF-FILE
              END-IF.
              IF WS-BD-OPEN
                 CLOSE BAD-DEBT-FILE
              END-IF.
              CLOSE STATEMENT-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
                       MOVE CM-CUST-ID TO SL-CUST-ID
                       MOVE CM-CUST-NAME TO SL-CUST-NAME
                       WRITE SR-PRINT-LINE FROM WS-STATEMENT-LINE
                       IF WS-XREF-OPEN
                          PERFORM 1170-PRINT-MERGED-ACCOUNTS
                             THRU 1170-EXIT
                       END-IF
                       MOVE WS-BKT-CURRENT TO BL-CURRENT
                       MOVE WS-BKT-30 TO BL-30
                       MOVE WS-BKT-60 TO BL-60
                       IF WS-RCPT-OPEN AND WS-PAYMENT-TOTAL > ZEROS
                          PERFORM 1160-PRINT-PAYMENTS THRU 1160-EXIT
                       END-IF
                       IF WS-BD-OPEN AND WS-WRITEOFF-TOTAL > ZEROS
                          PERFORM 1165-PRINT-WRITEOFFS THRU 1165-EXIT
                       END-IF
                       MOVE WS-CUST-TOTAL TO TL-AGED-TOTAL
                       MOVE CM-BALANCE TO TL-BALANCE
                       MOVE CM-CREDIT-LIMIT TO TL-CREDIT-LIMIT
       1000-EXIT.
              EXIT.

      * Reads the current customer's SALES-TRANSACTION records alone,
      * STARTed on the ST-CUST-ID alternate key, and buckets each by
      * days since ST-TXN-DATE.
       1100-AGE-ONE-CUSTOMER.
              MOVE ZEROS TO WS-BKT-CURRENT WS-BKT-30 WS-BKT-60
                            WS-BKT-90 WS-CUST-TOTAL
                            WS-PAYMENT-TOTAL WS-WRITEOFF-TOTAL.
              MOVE "00" TO WS-SALE-STATUS.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-CUST-ID = CM-CUST-ID
                          AND NOT ST-TXN-VOID
                          COMPUTE WS-TXN-AGE-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                             - FUNCTION INTEGER-OF-DATE(ST-TXN-DATE)
                 READ FINANCE-CHARGE-FILE
                    AT END MOVE "10" TO WS-FCHG-STATUS
                    NOT AT END
                       PERFORM 1180-RESOLVE-CHARGE-OWNER
                          THRU 1180-EXIT
                       IF WS-FC-OWNER-ID = CM-CUST-ID
                          ADD FC-CHARGE-AMOUNT
                             TO WS-FCHG-CUST-TOTAL
                          ADD FC-CHARGE-AMOUNT TO WS-CUST-TOTAL
                 READ FINANCE-CHARGE-FILE
                    AT END MOVE "10" TO WS-FCHG-STATUS
                    NOT AT END
                       PERFORM 1180-RESOLVE-CHARGE-OWNER
                          THRU 1180-EXIT
                       IF WS-FC-OWNER-ID = CM-CUST-ID
                          MOVE FC-CHARGE-DATE TO FL-CHARGE-DATE
                          MOVE FC-CHARGE-AMOUNT TO FL-CHARGE-AMOUNT
                          MOVE FC-RATE-PCT TO FL-CHARGE-RATE
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-BD-OPEN
                 PERFORM 1155-SUM-WRITEOFFS THRU 1155-EXIT
              END-IF.
              IF WS-PAYMENT-TOTAL = ZEROS AND WS-WRITEOFF-TOTAL = ZEROS
                 GO TO 1150-EXIT
              END-IF.
              COMPUTE WS-APPLY-AMT = WS-PAYMENT-TOTAL
                                   + WS-WRITEOFF-TOTAL.
              SUBTRACT WS-APPLY-AMT FROM WS-CUST-TOTAL.
              IF WS-APPLY-AMT >= WS-BKT-90
                 SUBTRACT WS-BKT-90 FROM WS-APPLY-AMT
                 MOVE ZEROS TO WS-BKT-90
       1150-EXIT.
              EXIT.

      * Approved write-offs for this customer, each net of whatever
      * has since been recovered on it - the recovery itself is a
      * cash receipt and already counted with the payments above.
       1155-SUM-WRITEOFFS.
              MOVE CM-CUST-ID TO BD-CUST-ID.
              SET WS-BD-MORE TO TRUE.
              START BAD-DEBT-FILE
                    KEY IS EQUAL TO BD-CUST-ID
                 INVALID KEY MOVE "N" TO WS-BD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-BD-MORE
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-BD-MORE-SW
                    NOT AT END
                       IF BD-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-BD-MORE-SW
                       ELSE
                          IF BD-STATUS-APPROVED
                             COMPUTE WS-WRITEOFF-TOTAL =
                                     WS-WRITEOFF-TOTAL + BD-AMOUNT
                                     - BD-RECOVERED-AMOUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       1155-EXIT.
              EXIT.

      * Lists each of this customer's payments on the statement,
      * followed by the payments-received total the buckets above
      * have already been netted by.
       1160-EXIT.
              EXIT.

      * Lists each approved write-off the buckets have been netted
      * by, followed by their total.
       1165-PRINT-WRITEOFFS.
              MOVE CM-CUST-ID TO BD-CUST-ID.
              SET WS-BD-MORE TO TRUE.
              START BAD-DEBT-FILE
                    KEY IS EQUAL TO BD-CUST-ID
                 INVALID KEY MOVE "N" TO WS-BD-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-BD-MORE
                 READ BAD-DEBT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-BD-MORE-SW
                    NOT AT END
                       IF BD-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-BD-MORE-SW
                       ELSE
                          IF BD-STATUS-APPROVED
                             MOVE BD-WRITEOFF-NUMBER
                               TO WL-WRITEOFF-NUMBER
                             MOVE BD-APPROVE-DATE TO WL-APPROVE-DATE
                             COMPUTE WL-NET-AMOUNT = BD-AMOUNT
                                     - BD-RECOVERED-AMOUNT
                             WRITE SR-PRINT-LINE FROM WS-WRITEOFF-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE WS-WRITEOFF-TOTAL TO WT-WRITEOFF-TOTAL.
              WRITE SR-PRINT-LINE FROM WS-WRITEOFF-TOTAL-LINE.
       1165-EXIT.
              EXIT.

      * Lists every duplicate account CustomerMerge.cbl has folded
      * into this customer.  Merging repoints earlier merges straight
      * at the new survivor, so one pass for MX-SURVIVOR-ID finds
      * them all.
       1170-PRINT-MERGED-ACCOUNTS.
              MOVE "00" TO WS-XREF-STATUS.
              MOVE LOW-VALUES TO MX-OLD-CUST-ID.
              START CUST-XREF-FILE
                    KEY IS NOT LESS THAN MX-OLD-CUST-ID
                 INVALID KEY MOVE "10" TO WS-XREF-STATUS
              END-START.
              PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                 READ CUST-XREF-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-XREF-STATUS
                    NOT AT END
                       IF MX-SURVIVOR-ID = CM-CUST-ID
                          MOVE MX-OLD-CUST-ID TO ML-OLD-CUST-ID
                          MOVE MX-MERGE-DATE TO ML-MERGE-DATE
                          WRITE SR-PRINT-LINE FROM WS-MERGED-LINE
                       END-IF
                 END-READ
              END-PERFORM.
       1170-EXIT.
              EXIT.

      * FINCHG.LOG is never rewritten, so a charge assessed before a
      * merge stays logged under the old id - follow it through
      * CUST-XREF-FILE to the account that now owns it.  The hop
      * limit stops a damaged chain from looping forever.
       1180-RESOLVE-CHARGE-OWNER.
              MOVE FC-CUST-ID TO WS-FC-OWNER-ID.
              IF NOT WS-XREF-OPEN
                 GO TO 1180-EXIT
              END-IF.
              MOVE ZEROS TO WS-XREF-HOPS.
              MOVE "N" TO WS-XREF-DONE-SW.
              PERFORM UNTIL WS-XREF-DONE OR WS-XREF-HOPS > 10
                 MOVE WS-FC-OWNER-ID TO MX-OLD-CUST-ID
                 READ CUST-XREF-FILE
                    INVALID KEY
                       SET WS-XREF-DONE TO TRUE
                    NOT INVALID KEY
                       MOVE MX-SURVIVOR-ID TO WS-FC-OWNER-ID
                       ADD 1 TO WS-XREF-HOPS
                 END-READ
              END-PERFORM.
       1180-EXIT.
              EXIT.

      * Second pass: re-ages every customer the same way 1100 did and
      * lists only the ones whose aged total is over their credit
      * limit, so the exception list can be read on its own without
