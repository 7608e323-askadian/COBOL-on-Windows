      *  maintenance program, the same relationship                   *
      *  BarcodeXrefMgmt.cbl's exception handling has to a barcode    *
      *  that still needs a human decision.                           *
      *                                                               *
      *  It also lists every active supplier-item pair - an item's    *
      *  own supplier on STOCK-MASTER, or a current contract price on *
      *  SUPPLIER-PRICE - that has no supplier part number on         *
      *  SUPPLIER-XREF (see SUPPXREF.CPY), so the gap is filled in    *
      *  SupplierXrefMgmt.cbl before the supplier is sent an EDI      *
      *  order it cannot read.  A discontinued or blocked item and a  *
      *  blocked supplier are not active.                             *
      *                                                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
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

              SELECT SUPPLIER-PRICE-FILE
                     ASSIGN TO "supppric"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-PRICE-KEY
                     FILE STATUS IS WS-PRICE-STATUS.

              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

              SELECT ITEM-STATUS-FILE
                     ASSIGN TO "itemstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IS-ITEM-NUMBER
                     FILE STATUS IS WS-ISTAT-STATUS.

              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

      *    Read by 4000-SWEEP-OPERATOR-MASTER for operators who hold
      *    no role and so cannot sign on.
              SELECT OPERATOR-ROLE-FILE
                     ASSIGN TO "operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RA-KEY
                     FILE STATUS IS WS-OROLE-STATUS.

              SELECT EXCEPTION-REPORT
                     ASSIGN TO "DQSWEEP.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  SUPPLIER-PRICE-FILE.
           COPY "SUPPPRICE.CPY".

       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

       FD  ITEM-STATUS-FILE.
           COPY "ITEMSTAT.CPY".

       FD  OPERATOR-ROLE-FILE.
           COPY "OPERROLE.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  EXCEPTION-REPORT.
       01  XR-PRINT-LINE                 PIC X(80).

              10 WS-FILE-EXCEPT-COUNT PIC 9(05) VALUE ZEROS.
              10 WS-TOTAL-EXCEPT-COUNT PIC 9(05) VALUE ZEROS.

      *    Working fields for 8000-SWEEP-SUPPLIER-PARTS.
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ISTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".
              10 WS-ISTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-ISTAT-OPEN           VALUE "Y".
              10 WS-SSTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-SSTAT-OPEN           VALUE "Y".
              10 WS-PAIR-SUPPLIER     PIC 9(05) VALUE ZEROS.
              10 WS-PAIR-ITEM         PIC 9(06) VALUE ZEROS.
              10 WS-LAST-SUPPLIER     PIC 9(05) VALUE ZEROS.
              10 WS-LAST-ITEM         PIC 9(06) VALUE ZEROS.
              10 WS-PAIR-ACTIVE-SW    PIC X(01) VALUE "N".
                 88 WS-PAIR-ACTIVE          VALUE "Y".

      *    Working fields for the role check in 4000-SWEEP-OPERATOR-
      *    MASTER.
              10 WS-OROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OROLE-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-OROLE-OPEN           VALUE "Y".
              10 WS-HAS-ROLE-SW       PIC X(01) VALUE "N".
                 88 WS-HAS-ROLE             VALUE "Y".

      *    Used by 4000-SWEEP-OPERATOR-MASTER to confirm each
      *    operator has a password on the hashed password file.
           COPY "OPWDMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              PERFORM 5000-SWEEP-BOM-ORPHANS THRU 5000-EXIT.
              PERFORM 6000-SWEEP-STOCK-SUPPLIERS THRU 6000-EXIT.
              PERFORM 7000-SWEEP-SALES-CUSTOMERS THRU 7000-EXIT.
              PERFORM 8000-SWEEP-SUPPLIER-PARTS THRU 8000-EXIT.
              DISPLAY "DATA QUALITY SWEEP COMPLETE - "
                      WS-TOTAL-EXCEPT-COUNT " TOTAL EXCEPTION(S).".
              CLOSE EXCEPTION-REPORT.
       3000-EXIT.
              EXIT.

      * OPERATOR-MASTER: flags a blank operator name, a password
      * still held in clear on OM-PASSWORD (never converted to the
      * hashed password file), an operator with no password on that
      * file at all (nobody can sign on as them), and an operator
      * holding no role on OPERATOR-ROLE (PermCheck.cbl refuses them
      * at sign-on).
       4000-SWEEP-OPERATOR-MASTER.
              MOVE ZEROS TO WS-FILE-EXCEPT-COUNT.
              MOVE SPACES TO XR-PRINT-LINE.
              MOVE "OPERATOR-MASTER" TO SC-FILE-NAME.
              WRITE XR-PRINT-LINE FROM WS-SECTION-LINE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              MOVE "N" TO WS-OROLE-OPEN-SW.
              OPEN INPUT OPERATOR-ROLE-FILE.
              IF WS-OROLE-STATUS = "00"
                 SET WS-OROLE-OPEN TO TRUE
              END-IF.
              MOVE "00" TO WS-OPER-STATUS.
              PERFORM UNTIL WS-OPER-STATUS NOT = "00"
                 READ OPERATOR-MASTER-FILE NEXT RECORD
                          PERFORM 9000-WRITE-EXCEPTION
                             THRU 9000-EXIT
                       END-IF
                       IF NOT OM-PASSWORD-HASHED
                          MOVE "CLEAR-TEXT PASSWORD - NOT CONVERTED"
                            TO XL-REASON
                          PERFORM 9000-WRITE-EXCEPTION
                             THRU 9000-EXIT
                       END-IF
                       SET PW-VERIFY TO TRUE
                       MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                       MOVE SPACES TO PW-PASSWORD
                       CALL "OperPwd" USING OPER-PWD-MSG
                       IF PW-NOT-ON-FILE
                          MOVE "NO PASSWORD ON THE PASSWORD FILE"
                            TO XL-REASON
                          PERFORM 9000-WRITE-EXCEPTION
                             THRU 9000-EXIT
                       END-IF
                       IF WS-OROLE-OPEN
                          PERFORM 4100-CHECK-ROLE THRU 4100-EXIT
                          IF NOT WS-HAS-ROLE
                             MOVE "NO ROLE ASSIGNED - CANNOT SIGN ON"
                               TO XL-REASON
                             PERFORM 9000-WRITE-EXCEPTION
                                THRU 9000-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE OPERATOR-MASTER-FILE.
              IF WS-OROLE-OPEN
                 CLOSE OPERATOR-ROLE-FILE
              END-IF.
              MOVE "OPERATOR-MASTER" TO CO-FILE-NAME.
              MOVE WS-FILE-EXCEPT-COUNT TO CO-COUNT.
              WRITE XR-PRINT-LINE FROM WS-COUNT-LINE.
       4000-EXIT.
              EXIT.

      * An operator's roles sort together under their operator id,
      * so the first record at or after it tells whether they hold
      * any.
       4100-CHECK-ROLE.
              MOVE "N" TO WS-HAS-ROLE-SW.
              MOVE OM-OPERATOR-ID TO RA-OPERATOR-ID.
              MOVE LOW-VALUES TO RA-ROLE-ID.
              START OPERATOR-ROLE-FILE
                    KEY IS NOT LESS THAN RA-KEY
                 INVALID KEY GO TO 4100-EXIT
              END-START.
              READ OPERATOR-ROLE-FILE NEXT RECORD
                 AT END GO TO 4100-EXIT
              END-READ.
              IF RA-OPERATOR-ID = OM-OPERATOR-ID
                 SET WS-HAS-ROLE TO TRUE
              END-IF.
       4100-EXIT.
              EXIT.

      * BOM-COMPONENT cross-file check: every row must point at a kit
      * item and a component item that still exist on STOCK-MASTER -
      * a kit deleted through StockMgmt leaves its component rows
       7000-EXIT.
              EXIT.

      * SUPPLIER-XREF cross-file check: every active supplier-item
      * pair should carry the supplier's own part number, or the PO
      * and RFQ go out under our item number alone.  The pairs are
      * each item's own supplier on STOCK-MASTER (read once per item,
      * not once per location) and each unexpired contract on
      * SUPPLIER-PRICE (once per supplier and item, not per break).
       8000-SWEEP-SUPPLIER-PARTS.
              MOVE ZEROS TO WS-FILE-EXCEPT-COUNT.
              MOVE SPACES TO XR-PRINT-LINE.
              WRITE XR-PRINT-LINE.
              MOVE "SUPPLIER PART XREF" TO SC-FILE-NAME.
              WRITE XR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "N" TO WS-XREF-OPEN-SW WS-ISTAT-OPEN-SW
                          WS-SSTAT-OPEN-SW.
              OPEN INPUT SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
              END-IF.
              OPEN INPUT ITEM-STATUS-FILE.
              IF WS-ISTAT-STATUS = "00"
                 SET WS-ISTAT-OPEN TO TRUE
              END-IF.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "00"
                 SET WS-SSTAT-OPEN TO TRUE
              END-IF.

              OPEN INPUT STOCK-MASTER-FILE.
              MOVE ZEROS TO WS-LAST-ITEM.
              MOVE "00" TO WS-STOCK-STATUS.
              PERFORM UNTIL WS-STOCK-STATUS NOT = "00"
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-STOCK-STATUS
                    NOT AT END
                       IF SM-ITEM-NUMBER NOT = WS-LAST-ITEM
                          MOVE SM-ITEM-NUMBER TO WS-LAST-ITEM
                          MOVE SM-SUPPLIER-NUMBER TO WS-PAIR-SUPPLIER
                          MOVE SM-ITEM-NUMBER TO WS-PAIR-ITEM
                          PERFORM 8100-CHECK-ONE-PAIR THRU 8100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MASTER-FILE.

              OPEN INPUT SUPPLIER-PRICE-FILE.
              MOVE ZEROS TO WS-LAST-SUPPLIER WS-LAST-ITEM.
              PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
                 READ SUPPLIER-PRICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PRICE-STATUS
                    NOT AT END
                       IF (SP-SUPPLIER-NUMBER NOT = WS-LAST-SUPPLIER
                           OR SP-ITEM-NUMBER NOT = WS-LAST-ITEM)
                          AND (SP-EXPIRY-DATE = ZEROS
                               OR SP-EXPIRY-DATE >= WS-RUN-DATE)
                          MOVE SP-SUPPLIER-NUMBER TO WS-LAST-SUPPLIER
                          MOVE SP-ITEM-NUMBER TO WS-LAST-ITEM
                          MOVE SP-SUPPLIER-NUMBER TO WS-PAIR-SUPPLIER
                          MOVE SP-ITEM-NUMBER TO WS-PAIR-ITEM
                          PERFORM 8100-CHECK-ONE-PAIR THRU 8100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-PRICE-STATUS NOT = "35"
                 CLOSE SUPPLIER-PRICE-FILE
              END-IF.

              IF WS-XREF-OPEN
                 CLOSE SUPPLIER-XREF-FILE
              END-IF.
              IF WS-ISTAT-OPEN
                 CLOSE ITEM-STATUS-FILE
              END-IF.
              IF WS-SSTAT-OPEN
                 CLOSE SUPPLIER-STATUS-FILE
              END-IF.
              MOVE "SUPPLIER PART XREF" TO CO-FILE-NAME.
              MOVE WS-FILE-EXCEPT-COUNT TO CO-COUNT.
              WRITE XR-PRINT-LINE FROM WS-COUNT-LINE.
       8000-EXIT.
              EXIT.

      * One supplier-item pair: skipped when the item is
      * discontinued or blocked or the supplier is blocked, otherwise
      * an exception when SUPPLIER-XREF has no part for it.
       8100-CHECK-ONE-PAIR.
              MOVE "Y" TO WS-PAIR-ACTIVE-SW.
              IF WS-ISTAT-OPEN
                 MOVE WS-PAIR-ITEM TO IS-ITEM-NUMBER
                 READ ITEM-STATUS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF IS-STATUS-DISCONTINUED OR IS-STATUS-BLOCKED
                          MOVE "N" TO WS-PAIR-ACTIVE-SW
                       END-IF
                 END-READ
              END-IF.
              IF WS-SSTAT-OPEN
                 MOVE WS-PAIR-SUPPLIER TO SV-SUPPLIER-NUMBER
                 READ SUPPLIER-STATUS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF SV-STATUS-BLOCKED
                          MOVE "N" TO WS-PAIR-ACTIVE-SW
                       END-IF
                 END-READ
              END-IF.
              IF NOT WS-PAIR-ACTIVE
                 GO TO 8100-EXIT
              END-IF.
              IF WS-XREF-OPEN
                 MOVE WS-PAIR-SUPPLIER TO PX-SUPPLIER-NUMBER
                 MOVE WS-PAIR-ITEM TO PX-ITEM-NUMBER
                 READ SUPPLIER-XREF-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY GO TO 8100-EXIT
                 END-READ
              END-IF.
              MOVE WS-PAIR-ITEM TO XL-KEY.
              MOVE SPACES TO XL-REASON.
              STRING "NO SUPPLIER PART NUMBER FOR SUPPLIER "
                     WS-PAIR-SUPPLIER DELIMITED BY SIZE
                INTO XL-REASON.
              PERFORM 9000-WRITE-EXCEPTION THRU 9000-EXIT.
       8100-EXIT.
              EXIT.

      * Common exception-line writer, called once per failed check
      * above with XL-KEY/XL-REASON already moved.
       9000-WRITE-EXCEPTION.
