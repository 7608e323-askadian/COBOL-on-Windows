      *  explosion needs the counter flow) and are rejected with a    *
      *  reason instead.                                              *
      *                                                               *
      *  Each invoiced line's stock decrement is also posted onto the *
      *  stock movement ledger as a sale (see STKMVMSG.CPY).          *
      *                                                               *
      *  Each invoiced line also posts its cost - cost of goods sold  *
      *  against inventory, or against the consignment payable for    *
      *  consigned stock - at the item's SM-UNIT-COST, as SalesMgmt   *
      *  does for a counter sale.                                     *
      *                                                               *
      *  An order for a customer with a balance written off through   *
      *  BadDebtWriteOff.cbl is rejected whole, reserve orders        *
      *  included, with CUSTOMER WRITTEN OFF as the exception reason. *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      *  A line's availability (on-hand less open reservations, for   *
      *  invoiced and reserve orders alike), its price (contract,     *
      *  then promotion, then list) and the order's credit headroom   *
      *  and written-off hold all come from InqService, the answers   *
      *  the web pages are given too (see INQSVMSG.CPY).              *
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

              SELECT SALE-HEADER-FILE
                     RECORD KEY IS IS-ITEM-NUMBER
                     FILE STATUS IS WS-ISTAT-STATUS.

              SELECT TAX-CODE-FILE
                     ASSIGN TO "taxcode"
                     ORGANIZATION IS INDEXED
       FD  ITEM-STATUS-FILE.
           COPY "ITEMSTAT.CPY".

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".


       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-ORD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-REJ-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ISTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CTAX-STATUS       PIC X(02) VALUE "00".
              10 WS-ORDERS-POSTED     PIC 9(05) VALUE ZEROS.
              10 WS-ORDERS-RESERVED   PIC 9(05) VALUE ZEROS.
              10 WS-LINES-REJECTED    PIC 9(05) VALUE ZEROS.
              10 WS-COGS-OFFSET-ACCT  PIC X(10) VALUE SPACES.

      *    The order currently being gathered - lines of one
      *    EO-ORDER-REF accumulate here and commit together at the
                 15 OL-TAX-CODE       PIC X(04).
                 15 OL-TAX-AMOUNT     PIC S9(07)V99.

      *    Pricing and tax work fields - the price itself comes
      *    from InqService; the customer's tax code (or the
      *    default) rates the line.
       01  WS-PRICING-VARS.
              10 WS-SUGGESTED-PRICE   PIC 9(05)V99 VALUE ZEROS.
              10 WS-DEFAULT-TAX-CODE  PIC X(04) VALUE SPACES.
              10 WS-SALE-TAX-CODE     PIC X(04) VALUE SPACES.
              10 WS-TAX-EXEMPT-SW     PIC X(01) VALUE "N".
                 88 WS-TAX-EXEMPT            VALUE "Y".
              10 WS-ITEM-SELLABLE-SW  PIC X(01) VALUE "Y".
                 88 WS-ITEM-SELLABLE        VALUE "Y".

      *    Availability, price and credit questions are put to
      *    InqService through this block.
           COPY "INQSVMSG.CPY".

      *    Receipt-lot consumption work fields, mirroring the
      *    3024/3034 trace SalesMgmt leaves for a recall.
              10 WS-AUDIT-CUST-BEFORE PIC X(88) VALUE SPACES.
              10 WS-AUDIT-STOCK-BEFORE PIC X(86) VALUE SPACES.

      *    Parameter block for 5150-POST-SALE-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  WS-GL-ACCOUNTS.
           02 GL-ACCT-SALES-REVENUE    PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-SALES-TAX-PYBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-COST-OF-SALES    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-CONSIGN-PYBL     PIC X(10) VALUE SPACES.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              IF FS-SUCCESS OF WS-ORD-STATUS
                 PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
              PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SALES-REVENUE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-REVENUE.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-SALES-TAX" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SALES-TAX-PYBL.
              MOVE "GL-COST-OF-SALES" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-COST-OF-SALES.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-CONSIGN-PYBL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CONSIGN-PYBL.
              MOVE "DEFAULT-TAX-CODE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO WS-DEFAULT-TAX-CODE.
              IF NOT WS-PARMS-OK
                 DISPLAY "EDI ORDER INTAKE CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              OPEN INPUT EDI-ORDER-FILE.
                 OPEN I-O RESERVATION-FILE
              END-IF.
              OPEN INPUT ITEM-STATUS-FILE.
              OPEN INPUT TAX-CODE-FILE.
              OPEN INPUT CUST-TAX-FILE.
              OPEN INPUT BOM-COMPONENT-FILE.
              EXIT.

      * Validates one feed line against STOCK-MASTER, prices it
      * (contract price first, then promotion, then list) and rates its
      * tax, then adds it to the gathered order.  Any failure
      * rejects the line alone - the rest of the order still posts.
       3000-VALIDATE-LINE.
                 PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
      *    Stock held by open reservations is not free to sell,
      *    whether this order invoices or reserves.
              INITIALIZE INQ-SERVICE-MSG.
              SET IQ-FN-AVAILABILITY TO TRUE.
              MOVE SM-ITEM-NUMBER TO IQ-ITEM-NUMBER.
              MOVE SM-LOCATION TO IQ-LOCATION.
              CALL "InqService" USING INQ-SERVICE-MSG.
              IF NOT IQ-RESULT-OK
                 OR EO-QTY > IQ-TOTAL-AVAILABLE
                 MOVE "INSUFFICIENT STOCK" TO WS-REJECT-REASON
                 PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
                 GO TO 3000-EXIT
              END-IF.
              INITIALIZE INQ-SERVICE-MSG.
              SET IQ-FN-PRICE TO TRUE.
              MOVE SM-ITEM-NUMBER TO IQ-ITEM-NUMBER.
              MOVE CM-CUST-ID TO IQ-CUST-ID.
              MOVE WS-TODAY-DATE TO IQ-PRICE-DATE.
              CALL "InqService" USING INQ-SERVICE-MSG.
              IF IQ-RESULT-OK
                 MOVE IQ-UNIT-PRICE TO WS-SUGGESTED-PRICE
              ELSE
                 MOVE ZEROS TO WS-SUGGESTED-PRICE
              END-IF.
              IF WS-SUGGESTED-PRICE = ZEROS
                 MOVE "NO PRICE ON FILE" TO WS-REJECT-REASON
       3014-EXIT.
              EXIT.

      *    Reads the item lifecycle satellite - a PENDING or BLOCKED
      *    item cannot be sold through any channel; a line for one
      *    is rejected back to the customer.  No record (or no
       3070-EXIT.
              EXIT.

      * The order break: credit-check the gathered total once, then
      * commit every gathered line - as invoiced account sale lines
      * under one new invoice number, or as open reservations when
      * whole order; there is no manager standing at a batch run to
      * override it.
       4000-COMMIT-ORDER.
      *    A customer with a balance written off is on permanent
      *    credit hold - nothing is invoiced or even reserved for it.
              INITIALIZE INQ-SERVICE-MSG.
              SET IQ-FN-BALANCE TO TRUE.
              MOVE WS-CUR-CUST-ID TO IQ-CUST-ID.
              COMPUTE IQ-ORDER-AMOUNT =
                      WS-ORDER-GOODS-TOTAL + WS-ORDER-TAX-TOTAL.
              CALL "InqService" USING INQ-SERVICE-MSG.
              IF IQ-WRITTEN-OFF
                 MOVE "CUSTOMER WRITTEN OFF" TO WS-REJECT-REASON
                 PERFORM 4800-REJECT-WHOLE-ORDER THRU 4800-EXIT
                 GO TO 4000-EXIT
              END-IF.
              IF NOT WS-CUR-FULFIL-RESERVE
                 IF NOT IQ-RESULT-OK OR NOT IQ-WITHIN-LIMIT
                    MOVE "CREDIT LIMIT EXCEEDED" TO WS-REJECT-REASON
                    PERFORM 4800-REJECT-WHOLE-ORDER THRU 4800-EXIT
                    GO TO 4000-EXIT
                 END-IF
       4000-EXIT.
              EXIT.

      *    Every line of the order goes to the exception file under
      *    the WS-REJECT-REASON the caller has set.
       4800-REJECT-WHOLE-ORDER.
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > WS-ORD-LINE-COUNT
                 MOVE WS-CUR-ORDER-REF TO ER-ORDER-REF
                 ADD 1 TO WS-LINES-REJECTED
              END-PERFORM.
              DISPLAY "ORDER " WS-CUR-ORDER-REF " CUST "
                      WS-CUR-CUST-ID " REJECTED - " WS-REJECT-REASON.
       4800-EXIT.
              EXIT.

              MOVE WS-TODAY-DATE TO ST-TXN-DATE.
              MOVE "EDIBATCH" TO ST-OPERATOR-ID.
              SET ST-TENDER-ACCOUNT TO TRUE.
              MOVE OL-LOCATION(WS-LINE-IX) TO ST-LOCATION.
              MOVE "N" TO ST-KIT-SW.
              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "LINE NOT RECORDED - STATUS "
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
              IF WS-SALE-STATUS NOT = "00" AND
                 WS-SALE-STATUS NOT = "02"
                 PERFORM 6200-REJECT-FAILED-LINE THRU 6200-EXIT
                 GO TO 5100-EXIT
              END-IF.
                    MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 5150-POST-SALE-MOVEMENT THRU 5150-EXIT
              END-REWRITE.
              PERFORM 8000-WRITE-GL-ENTRY THRU 8000-EXIT.
              PERFORM 8050-WRITE-COGS-GL-ENTRY THRU 8050-EXIT.
              PERFORM 3023-POST-CONSIGNMENT-SALE THRU 3023-EXIT.
              PERFORM 3024-CONSUME-RECEIPT-LOTS THRU 3024-EXIT.
       5100-EXIT.
              EXIT.

      *    Puts the line's stock decrement onto the stock movement
      *    ledger under its sales transaction number.
       5150-POST-SALE-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-SALE TO TRUE.
              COMPUTE MM-QTY = ST-QTY-SOLD * -1.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "TXN " ST-TXN-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "EdiOrderIntake" TO MM-SOURCE-PROGRAM.
              MOVE ST-OPERATOR-ID TO MM-OPERATOR-ID.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       5150-EXIT.
              EXIT.

      *    Writes one gathered line as an open reservation, the same
      *    soft allocation 3600-RESERVE-STOCK places at the counter.
       5200-RESERVE-ONE-LINE.
              MOVE WS-TODAY-DATE       TO RV-RESERVATION-DATE.
              SET RV-STATUS-OPEN       TO TRUE.
              MOVE "EDIBATCH"          TO RV-OPERATOR-ID.
              MOVE ZEROS               TO RV-ORDER-NUMBER.
              WRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION NOT RECORDED - STATUS "
                    MOVE WS-AUDIT-CUST-BEFORE TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-CUST-BEFORE.
              MOVE "ACCT" TO SH-TENDER-CODE.
              MOVE "EDIBATCH" TO SH-OPERATOR-ID.
              MOVE ZEROS TO SH-SHIP-SEQ.
              MOVE ZEROS TO SH-CREDIT-NUMBER.
              MOVE ZEROS TO SH-DEPOSIT-APPLIED.
              MOVE ZEROS TO SH-VOID-DATE.
              WRITE SALE-HEADER-REC
                 INVALID KEY
                    DISPLAY "INVOICE HEADER NOT WRITTEN - STATUS "
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "EdiOrderIntake" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

       8000-EXIT.
              EXIT.

      *    Relieves inventory for the line at cost: cost of goods
      *    sold debited and inventory credited for the quantity sold
      *    at the item's SM-UNIT-COST, just rewritten by 5100.
      *    Consigned stock was never ours, so its cost is credited
      *    to the consignment payable instead - the same legs
      *    SalesMgmt's 8700-WRITE-COGS-GL-ENTRY posts.
       8050-WRITE-COGS-GL-ENTRY.
              IF ST-QTY-SOLD = ZEROS OR SM-UNIT-COST = ZEROS
                 GO TO 8050-EXIT
              END-IF.
              MOVE GL-ACCT-INVENTORY TO WS-COGS-OFFSET-ACCT.
              IF WS-CONS-STATUS = "00" OR WS-CONS-STATUS = "10"
                 OR WS-CONS-STATUS = "23"
                 MOVE ST-ITEM-NUMBER TO CG-ITEM-NUMBER
                 MOVE OL-LOCATION(WS-LINE-IX) TO CG-LOCATION
                 READ CONSIGNMENT-FLAG-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE GL-ACCT-CONSIGN-PYBL TO WS-COGS-OFFSET-ACCT
                 END-READ
              END-IF.
              MOVE GL-ACCT-COST-OF-SALES TO GL-ACCOUNT-CODE.
              SET GL-DEBIT TO TRUE.
              COMPUTE GL-AMOUNT ROUNDED = ST-QTY-SOLD * SM-UNIT-COST.
              MOVE ST-TXN-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY-DATE TO GL-TXN-DATE.
              MOVE "EdiOrderIntake" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE WS-COGS-OFFSET-ACCT TO GL-ACCOUNT-CODE.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8050-EXIT.
              EXIT.

       9500-CLOSE-FILES.
              CLOSE EDI-ORDER-FILE.
              CLOSE EDI-REJECT-FILE.
              CLOSE SALE-HEADER-FILE.
              CLOSE RESERVATION-FILE.
              CLOSE ITEM-STATUS-FILE.
              CLOSE TAX-CODE-FILE.
              CLOSE CUST-TAX-FILE.
              CLOSE BOM-COMPONENT-FILE.
