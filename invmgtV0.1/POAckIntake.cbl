      *  still PO-APPROVED with an acknowledgement PO-ACK-PENDING -   *
      *  everything else is reported as an exception and left alone. *
      *                                                               *
      *  A shipped line (code S) is the supplier confirming it has    *
      *  despatched a drop-ship PO straight to our customer (see      *
      *  DROPSHIP.CPY).  The quantity shipped is booked on the PO in  *
      *  place of a goods receipt - STOCK-MASTER is never touched -   *
      *  and on DROP-SHIP-FILE, where SalesMgmt.cbl's ship            *
      *  confirmation picks it up to invoice the customer.            *
      *                                                               *
      *  A line quoting the supplier's own part number is translated  *
      *  back to our item through SUPPLIER-XREF-FILE (see             *
      *  SUPPXREF.CPY); a part not on file, or one that is not the    *
      *  item the PO was raised for, is an exception.                 *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACK-STATUS.

              SELECT DROP-SHIP-FILE
                     ASSIGN TO "dropship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-PO-NUMBER
                     FILE STATUS IS WS-DROP-STATUS.

      *    Supplier part cross-reference (maintained by
      *    SupplierXrefMgmt.cbl), for 2050-TRANSLATE-SUPPLIER-PART.
      *    Optional.
              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD  PO-ACK-FILE.
           COPY "POACK.CPY".

       FD  DROP-SHIP-FILE.
           COPY "DROPSHIP.CPY".

       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

              10 WS-REJECTED-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-EXCEPTION-COUNT   PIC 9(05) VALUE ZEROS.

      *    Working fields for 2200-APPLY-SHIPMENT.
              10 WS-DROP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DROP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-DROP-OPEN            VALUE "Y".
              10 WS-SHIPPED-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-SHIP-QTY          PIC 9(07) VALUE ZEROS.
              10 WS-SHIP-OUTSTANDING  PIC 9(07) VALUE ZEROS.

      *    Working fields for 2050-TRANSLATE-SUPPLIER-PART.
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".
              10 WS-PART-OK-SW        PIC X(01) VALUE "Y".
                 88 WS-PART-OK              VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 DISPLAY "LINES READ: " WS-LINES-READ
                 DISPLAY "CONFIRMED: " WS-CONFIRMED-COUNT
                 DISPLAY "REJECTED: " WS-REJECTED-COUNT
                 DISPLAY "DROP-SHIPS CONFIRMED SHIPPED: "
                         WS-SHIPPED-COUNT
                 DISPLAY "EXCEPTIONS: " WS-EXCEPTION-COUNT
              ELSE
                 DISPLAY "ACKNOWLEDGEMENT FEED NOT FOUND - STATUS "
              CLOSE PURCHASE-ORDER-FILE.
              CLOSE PO-ACK-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              IF WS-DROP-OPEN
                 CLOSE DROP-SHIP-FILE
              END-IF.
              IF WS-XREF-OPEN
                 CLOSE SUPPLIER-XREF-FILE
              END-IF.
              GOBACK.

       1000-INITIALIZE.
              OPEN I-O PURCHASE-ORDER-FILE.
              OPEN INPUT PO-ACK-FILE.
              MOVE "N" TO WS-DROP-OPEN-SW.
              OPEN I-O DROP-SHIP-FILE.
              IF WS-DROP-STATUS = "00"
                 SET WS-DROP-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-XREF-OPEN-SW.
              OPEN INPUT SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
       2000-EXIT.
              EXIT.

      * A line quoting the supplier's own part number: translates it
      * back to our item on SUPPLIER-XREF-FILE's supplier/part key
      * and clears WS-PART-OK when the part is not on file or is not
      * the item the PO was raised for.  A line quoting no part
      * passes untouched.
       2050-TRANSLATE-SUPPLIER-PART.
              SET WS-PART-OK TO TRUE.
              IF PA-SUPPLIER-PART = SPACES
                 GO TO 2050-EXIT
              END-IF.
              IF NOT WS-XREF-OPEN
                 DISPLAY "PO " PA-PO-NUMBER " QUOTES SUPPLIER PART "
                         PA-SUPPLIER-PART " BUT NO CROSS-REFERENCE "
                         "FILE - LINE IGNORED"
                 MOVE "N" TO WS-PART-OK-SW
                 GO TO 2050-EXIT
              END-IF.
              MOVE PA-SUPPLIER-NUMBER TO PX-PART-SUPPLIER.
              MOVE PA-SUPPLIER-PART TO PX-SUPPLIER-PART.
              READ SUPPLIER-XREF-FILE
                 KEY IS PX-PART-KEY
                 INVALID KEY
                    DISPLAY "PO " PA-PO-NUMBER " SUPPLIER PART "
                            PA-SUPPLIER-PART " NOT CROSS-REFERENCED "
                            "- LINE IGNORED"
                    MOVE "N" TO WS-PART-OK-SW
                    GO TO 2050-EXIT
              END-READ.
              IF PX-ITEM-NUMBER NOT = PO-ITEM-NUMBER
                 DISPLAY "PO " PA-PO-NUMBER " SUPPLIER PART "
                         PA-SUPPLIER-PART " IS OUR ITEM "
                         PX-ITEM-NUMBER " - PO IS FOR ITEM "
                         PO-ITEM-NUMBER " - LINE IGNORED"
                 MOVE "N" TO WS-PART-OK-SW
              END-IF.
       2050-EXIT.
              EXIT.

      * Validates the acknowledgement line against PURCHASE-ORDER-
      * FILE - PO must exist, PA-SUPPLIER-NUMBER must match PO-
      * SUPPLIER-NUMBER, and the PO must be PO-APPROVED and still
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2100-EXIT
              END-IF.
              PERFORM 2050-TRANSLATE-SUPPLIER-PART THRU 2050-EXIT.
              IF NOT WS-PART-OK
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2100-EXIT
              END-IF.
              IF PA-ACK-SHIPPED
                 PERFORM 2200-APPLY-SHIPMENT THRU 2200-EXIT
                 GO TO 2100-EXIT
              END-IF.
              IF NOT PO-APPROVED
                 DISPLAY "PO " PA-PO-NUMBER " NOT IN APPROVED "
                         "STATUS - ACKNOWLEDGEMENT IGNORED"
       2100-EXIT.
              EXIT.

      * Books a supplier's shipment confirmation against a drop-ship
      * PO.  The PO must be linked on DROP-SHIP-FILE, approved (or
      * already part shipped) and still have something outstanding.
      * The quantity shipped goes onto PO-RECEIVED-QTY exactly as
      * 4500-RECEIVE-PO books a receipt - so the PO closes and the
      * supplier's invoice three-way matches - but nothing is posted
      * to STOCK-MASTER, since the goods went to the customer.  A
      * PO still awaiting its acknowledgement is taken as confirmed
      * by the shipment itself.
       2200-APPLY-SHIPMENT.
              IF NOT WS-DROP-OPEN
                 DISPLAY "PO " PA-PO-NUMBER " SHIPMENT LINE BUT NO "
                         "DROP-SHIP FILE - LINE IGNORED"
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2200-EXIT
              END-IF.
              MOVE PA-PO-NUMBER TO DS-PO-NUMBER.
              READ DROP-SHIP-FILE
                 INVALID KEY
                    DISPLAY "PO " PA-PO-NUMBER " IS NOT A DROP-SHIP - "
                            "SHIPMENT LINE IGNORED"
                    ADD 1 TO WS-EXCEPTION-COUNT
                    GO TO 2200-EXIT
              END-READ.
              IF NOT PO-APPROVED AND NOT PO-PARTIAL
                 DISPLAY "PO " PA-PO-NUMBER " NOT APPROVED OR PART "
                         "SHIPPED - SHIPMENT LINE IGNORED"
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2200-EXIT
              END-IF.
              IF NOT DS-STATUS-OPEN
                 DISPLAY "PO " PA-PO-NUMBER " DROP-SHIP IS NO LONGER "
                         "OPEN - SHIPMENT LINE IGNORED"
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2200-EXIT
              END-IF.
              COMPUTE WS-SHIP-OUTSTANDING =
                      PO-ORDER-QTY - PO-RECEIVED-QTY.
              IF PA-SHIPPED-QTY NOT NUMERIC OR PA-SHIPPED-QTY = ZEROS
                 MOVE WS-SHIP-OUTSTANDING TO WS-SHIP-QTY
              ELSE
                 MOVE PA-SHIPPED-QTY TO WS-SHIP-QTY
              END-IF.
              IF WS-SHIP-QTY > WS-SHIP-OUTSTANDING
                 DISPLAY "PO " PA-PO-NUMBER " SHIPPED QTY "
                         WS-SHIP-QTY " EXCEEDS OUTSTANDING "
                         WS-SHIP-OUTSTANDING " - LINE IGNORED"
                 ADD 1 TO WS-EXCEPTION-COUNT
                 GO TO 2200-EXIT
              END-IF.
              MOVE PURCHASE-ORDER-REC TO WS-AUDIT-BEFORE-REC.
              ADD WS-SHIP-QTY TO PO-RECEIVED-QTY.
              COMPUTE PO-BACKORDER-QTY =
                      PO-ORDER-QTY - PO-RECEIVED-QTY.
              IF PO-BACKORDER-QTY > ZEROS
                 SET PO-PARTIAL TO TRUE
              ELSE
                 SET PO-RECEIVED TO TRUE
              END-IF.
              IF PA-PROMISED-SHIP-DATE NOT NUMERIC
                 OR PA-PROMISED-SHIP-DATE = ZEROS
                 ACCEPT PO-RECEIPT-DATE FROM DATE YYYYMMDD
              ELSE
                 MOVE PA-PROMISED-SHIP-DATE TO PO-RECEIPT-DATE
              END-IF.
              IF PO-ACK-PENDING
                 SET PO-ACK-CONFIRMED TO TRUE
                 ACCEPT PO-ACK-DATE FROM DATE YYYYMMDD
              END-IF.
              REWRITE PURCHASE-ORDER-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED FOR PO " PA-PO-NUMBER
                            " - STATUS " WS-PO-STATUS
                    ADD 1 TO WS-EXCEPTION-COUNT
                    GO TO 2200-EXIT
              END-REWRITE.
              MOVE PO-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE PURCHASE-ORDER-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.

              MOVE DROP-SHIP-REC TO WS-AUDIT-BEFORE-REC.
              ADD WS-SHIP-QTY TO DS-QTY-SHIPPED.
              MOVE PO-RECEIPT-DATE TO DS-SHIP-DATE.
              SET DS-CONFIRM-FEED TO TRUE.
              IF DS-QTY-SHIPPED < DS-QTY-ORDERED
                 SET DS-STATUS-PART TO TRUE
              ELSE
                 SET DS-STATUS-SHIPPED TO TRUE
              END-IF.
              REWRITE DROP-SHIP-REC
                 INVALID KEY
                    DISPLAY "DROP-SHIP RECORD FOR PO " PA-PO-NUMBER
                            " NOT UPDATED - STATUS " WS-DROP-STATUS
                    ADD 1 TO WS-EXCEPTION-COUNT
                    GO TO 2200-EXIT
              END-REWRITE.
              MOVE DS-PO-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE DROP-SHIP-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
              ADD 1 TO WS-SHIPPED-COUNT.
              DISPLAY "PO " PA-PO-NUMBER " DROP-SHIPPED " WS-SHIP-QTY
                      " TO CUSTOMER " DS-CUST-ID " ON " DS-SHIP-DATE
                      " - READY TO INVOICE ON SALES ORDER "
                      DS-ORDER-NUMBER.
       2200-EXIT.
              EXIT.

      *    Common audit-trail append, called once a posted
      *    acknowledgement has set AT-KEY-VALUE and the before/after
      *    images.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "POAckIntake" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       9000-EXIT.
              EXIT.
