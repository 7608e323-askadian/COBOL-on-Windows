       IDENTIFICATION DIVISION.
       PROGRAM-ID. InqService.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  INQUIRY SERVICE - the one place the web pages and the EDI    *
      *  intake ask how much of an item is free to sell, what a       *
      *  customer pays for it on a date, how much credit an account   *
      *  has left and where a purchase order stands.  Each of them    *
      *  used to open STOCK-MASTER, CUSTOMER-MASTER and PURCHASE-     *
      *  ORDER itself and work the answer out its own way, so a web   *
      *  page could offer stock the till already had on reservation.  *
      *  The answers here follow SalesMgmt's rules: available is on-  *
      *  hand less open reservations (3650), price is contract, then  *
      *  promotion, then list (3011/3016).  See INQSVMSG.CPY for the  *
      *  request and response layout and the result codes.            *
      *                                                               *
      *  Every file is opened INPUT and closed again on every call,   *
      *  the way SysParmGet.cbl and BadDebtWriteOff.cbl's BDHOLDCHECK *
      *  entry read theirs, so the caller holds nothing open between  *
      *  inquiries and always sees what was last written.             *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT RESERVATION-FILE
                     ASSIGN TO "reservtn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RV-RESERVATION-NUMBER
                     FILE STATUS IS WS-RSV-STATUS.

              SELECT ITEM-PRICE-FILE
                     ASSIGN TO "itemprce"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS IP-ITEM-NUMBER
                     FILE STATUS IS WS-PRICE-STATUS.

              SELECT PROMO-PRICE-FILE
                     ASSIGN TO "promoprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PP-PROMO-KEY
                     FILE STATUS IS WS-PROMO-STATUS.

              SELECT CONTRACT-PRICE-FILE
                     ASSIGN TO "contprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CP-CONTRACT-KEY
                     FILE STATUS IS WS-CONT-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT CUST-XREF-FILE
                     ASSIGN TO "custxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS MX-OLD-CUST-ID
                     FILE STATUS IS WS-XREF-STATUS.

              SELECT PURCHASE-ORDER-FILE
                     ASSIGN TO "purchord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS PO-NUMBER
                     FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  RESERVATION-FILE.
           COPY "RESERVTN.CPY".

       FD  ITEM-PRICE-FILE.
           COPY "ITEMPRCE.CPY".

       FD  PROMO-PRICE-FILE.
           COPY "PROMOPRC.CPY".

       FD  CONTRACT-PRICE-FILE.
           COPY "CONTPRC.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  CUST-XREF-FILE.
           COPY "CUSTXREF.CPY".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RSV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PROMO-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MORE-SW           PIC X(01) VALUE "Y".
                 88 WS-MORE                  VALUE "Y".
              10 WS-FOUND-SW          PIC X(01) VALUE "N".
                 88 WS-FOUND                 VALUE "Y".
              10 WS-LOCS-FOUND        PIC 9(05) VALUE ZEROS.
              10 WS-LOC-IX            PIC 9(03) VALUE ZEROS.
              10 WS-PRICE-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-RESOLVED-ID       PIC X(05) VALUE SPACES.
              10 WS-XREF-HOPS         PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
           COPY "INQSVMSG.CPY".

       PROCEDURE DIVISION USING INQ-SERVICE-MSG.
       0000-MAINLINE.
              MOVE SPACES TO IQ-RESULT IQ-REASON.
              INITIALIZE IQ-AVAILABILITY IQ-PRICING IQ-ACCOUNT IQ-PO.
              EVALUATE TRUE
                 WHEN IQ-FN-AVAILABILITY
                    PERFORM 1000-AVAILABILITY THRU 1000-EXIT
                 WHEN IQ-FN-PRICE
                    PERFORM 2000-EFFECTIVE-PRICE THRU 2000-EXIT
                 WHEN IQ-FN-BALANCE
                    PERFORM 3000-BALANCE THRU 3000-EXIT
                 WHEN IQ-FN-PO-STATUS
                    PERFORM 4000-PO-STATUS THRU 4000-EXIT
                 WHEN OTHER
                    SET IQ-RESULT-BAD-REQUEST TO TRUE
                    MOVE "UNKNOWN INQUIRY FUNCTION" TO IQ-REASON
              END-EVALUATE.
              GOBACK.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  AVAILABILITY - every STOCK-MASTER location of the item (or   *
      *  the one location asked for), each netted of the open         *
      *  reservations held against it.                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       1000-AVAILABILITY.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 SET IQ-RESULT-NO-FILE TO TRUE
                 MOVE "STOCK MASTER FILE NOT AVAILABLE" TO IQ-REASON
                 GO TO 1000-EXIT
              END-IF.
              MOVE ZEROS TO WS-LOCS-FOUND.
              MOVE IQ-ITEM-NUMBER TO SM-ITEM-NUMBER.
              SET WS-MORE TO TRUE.
              START STOCK-MASTER-FILE
                    KEY IS NOT LESS THAN SM-ITEM-NUMBER
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF SM-ITEM-NUMBER NOT = IQ-ITEM-NUMBER
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          IF IQ-LOCATION = SPACES
                             OR SM-LOCATION = IQ-LOCATION
                             PERFORM 1100-ADD-LOCATION THRU 1100-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MASTER-FILE.
              IF WS-LOCS-FOUND = ZEROS
                 SET IQ-RESULT-NOT-FOUND TO TRUE
                 IF IQ-LOCATION = SPACES
                    MOVE "ITEM NOT ON STOCK MASTER" TO IQ-REASON
                 ELSE
                    MOVE "ITEM NOT AT LOCATION" TO IQ-REASON
                 END-IF
                 GO TO 1000-EXIT
              END-IF.
              PERFORM 1200-SUM-OPEN-RESERVATIONS THRU 1200-EXIT.
              PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                    UNTIL WS-LOC-IX > IQ-LOC-COUNT
                 COMPUTE IQ-LOC-AVAILABLE(WS-LOC-IX) =
                         IQ-LOC-ON-HAND(WS-LOC-IX)
                         - IQ-LOC-RESERVED(WS-LOC-IX)
              END-PERFORM.
              COMPUTE IQ-TOTAL-AVAILABLE =
                      IQ-TOTAL-ON-HAND - IQ-TOTAL-RESERVED.
              SET IQ-RESULT-OK TO TRUE.
       1000-EXIT.
              EXIT.

      *    Totals take every location; the table lists as many as
      *    IQ-LOC holds.
       1100-ADD-LOCATION.
              ADD 1 TO WS-LOCS-FOUND.
              MOVE SM-ITEM-DESC TO IQ-ITEM-DESC.
              ADD SM-QTY-ON-HAND TO IQ-TOTAL-ON-HAND.
              IF IQ-LOC-COUNT < 20
                 ADD 1 TO IQ-LOC-COUNT
                 MOVE SM-LOCATION TO IQ-LOC-CODE(IQ-LOC-COUNT)
                 MOVE SM-QTY-ON-HAND TO IQ-LOC-ON-HAND(IQ-LOC-COUNT)
              END-IF.
       1100-EXIT.
              EXIT.

      *    One pass over RESERVATION-FILE for the item, the same open-
      *    status sum SalesMgmt's 3650-SUM-OPEN-RESERVATIONS makes.
      *    No reservation file yet means nothing is held.
       1200-SUM-OPEN-RESERVATIONS.
              OPEN INPUT RESERVATION-FILE.
              IF WS-RSV-STATUS NOT = "00"
                 GO TO 1200-EXIT
              END-IF.
              MOVE LOW-VALUES TO RV-RESERVATION-NUMBER.
              SET WS-MORE TO TRUE.
              START RESERVATION-FILE
                    KEY IS NOT LESS THAN RV-RESERVATION-NUMBER
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ RESERVATION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF RV-ITEM-NUMBER = IQ-ITEM-NUMBER
                          AND RV-STATUS-OPEN
                          AND (IQ-LOCATION = SPACES
                               OR RV-LOCATION = IQ-LOCATION)
                          ADD RV-QTY-RESERVED TO IQ-TOTAL-RESERVED
                          PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                                UNTIL WS-LOC-IX > IQ-LOC-COUNT
                             IF IQ-LOC-CODE(WS-LOC-IX) = RV-LOCATION
                                ADD RV-QTY-RESERVED
                                  TO IQ-LOC-RESERVED(WS-LOC-IX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE RESERVATION-FILE.
       1200-EXIT.
              EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  EFFECTIVE PRICE - a contract window covering the date beats  *
      *  everything; otherwise the standing list price, overridden    *
      *  by the first promotion window covering the date.             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-EFFECTIVE-PRICE.
              IF IQ-PRICE-DATE = ZEROS
                 ACCEPT WS-PRICE-DATE FROM DATE YYYYMMDD
              ELSE
                 MOVE IQ-PRICE-DATE TO WS-PRICE-DATE
              END-IF.
              IF IQ-CUST-ID NOT = SPACES
                 PERFORM 2100-FIND-CONTRACT-PRICE THRU 2100-EXIT
                 IF IQ-PRICE-CONTRACT
                    SET IQ-RESULT-OK TO TRUE
                    GO TO 2000-EXIT
                 END-IF
              END-IF.
              OPEN INPUT ITEM-PRICE-FILE.
              IF WS-PRICE-STATUS NOT = "00"
                 SET IQ-RESULT-NO-FILE TO TRUE
                 MOVE "ITEM PRICE FILE NOT AVAILABLE" TO IQ-REASON
                 GO TO 2000-EXIT
              END-IF.
              MOVE IQ-ITEM-NUMBER TO IP-ITEM-NUMBER.
              READ ITEM-PRICE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE IP-LIST-PRICE TO IQ-UNIT-PRICE
                    SET IQ-PRICE-LIST TO TRUE
              END-READ.
              CLOSE ITEM-PRICE-FILE.
              PERFORM 2200-FIND-PROMO-PRICE THRU 2200-EXIT.
              IF IQ-UNIT-PRICE = ZEROS
                 SET IQ-RESULT-NOT-FOUND TO TRUE
                 MOVE "NO PRICE ON FILE" TO IQ-REASON
              ELSE
                 SET IQ-RESULT-OK TO TRUE
              END-IF.
       2000-EXIT.
              EXIT.

      *    The latest-starting contract window covering the date wins
      *    when several overlap.  No contract file means no contracts.
       2100-FIND-CONTRACT-PRICE.
              OPEN INPUT CONTRACT-PRICE-FILE.
              IF WS-CONT-STATUS NOT = "00"
                 GO TO 2100-EXIT
              END-IF.
              MOVE IQ-CUST-ID TO CP-CUST-ID.
              MOVE IQ-ITEM-NUMBER TO CP-ITEM-NUMBER.
              MOVE ZEROS TO CP-START-DATE.
              SET WS-MORE TO TRUE.
              START CONTRACT-PRICE-FILE
                    KEY IS NOT LESS THAN CP-CONTRACT-KEY
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ CONTRACT-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF CP-CUST-ID NOT = IQ-CUST-ID
                          OR CP-ITEM-NUMBER NOT = IQ-ITEM-NUMBER
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          IF WS-PRICE-DATE >= CP-START-DATE
                             AND WS-PRICE-DATE <= CP-END-DATE
                             MOVE CP-CONTRACT-PRICE TO IQ-UNIT-PRICE
                             SET IQ-PRICE-CONTRACT TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE CONTRACT-PRICE-FILE.
       2100-EXIT.
              EXIT.

      *    No promotion file means no promotions.
       2200-FIND-PROMO-PRICE.
              OPEN INPUT PROMO-PRICE-FILE.
              IF WS-PROMO-STATUS NOT = "00"
                 GO TO 2200-EXIT
              END-IF.
              MOVE IQ-ITEM-NUMBER TO PP-ITEM-NUMBER.
              MOVE ZEROS TO PP-START-DATE.
              SET WS-MORE TO TRUE.
              START PROMO-PRICE-FILE
                    KEY IS NOT LESS THAN PP-PROMO-KEY
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ PROMO-PRICE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF PP-ITEM-NUMBER NOT = IQ-ITEM-NUMBER
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          IF WS-PRICE-DATE NOT LESS THAN PP-START-DATE
                             AND WS-PRICE-DATE NOT GREATER THAN
                                 PP-END-DATE
                             MOVE PP-PROMO-PRICE TO IQ-UNIT-PRICE
                             SET IQ-PRICE-PROMO TO TRUE
                             MOVE "N" TO WS-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PROMO-PRICE-FILE.
       2200-EXIT.
              EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  BALANCE AND CREDIT HEADROOM - a merged id is answered for    *
      *  the account that survived it.                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-BALANCE.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS NOT = "00"
                 SET IQ-RESULT-NO-FILE TO TRUE
                 MOVE "CUSTOMER MASTER FILE NOT AVAILABLE"
                   TO IQ-REASON
                 GO TO 3000-EXIT
              END-IF.
              MOVE "N" TO WS-FOUND-SW.
              MOVE IQ-CUST-ID TO WS-RESOLVED-ID.
              MOVE IQ-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    PERFORM 3100-FOLLOW-MERGE THRU 3100-EXIT
                 NOT INVALID KEY
                    SET WS-FOUND TO TRUE
              END-READ.
              IF NOT WS-FOUND AND WS-RESOLVED-ID NOT = IQ-CUST-ID
                 MOVE WS-RESOLVED-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                 END-READ
              END-IF.
              CLOSE CUSTOMER-MASTER-FILE.
              IF NOT WS-FOUND
                 SET IQ-RESULT-NOT-FOUND TO TRUE
                 MOVE "CUSTOMER NOT ON FILE" TO IQ-REASON
                 GO TO 3000-EXIT
              END-IF.
              MOVE CM-CUST-ID TO IQ-RESOLVED-CUST-ID.
              MOVE CM-CUST-NAME TO IQ-CUST-NAME.
              MOVE CM-CREDIT-LIMIT TO IQ-CREDIT-LIMIT.
              MOVE CM-BALANCE TO IQ-BALANCE.
              COMPUTE IQ-CREDIT-HEADROOM =
                      CM-CREDIT-LIMIT - CM-BALANCE.
              IF IQ-ORDER-AMOUNT > IQ-CREDIT-HEADROOM
                 MOVE "N" TO IQ-WITHIN-LIMIT-SW
              ELSE
                 SET IQ-WITHIN-LIMIT TO TRUE
              END-IF.
              CALL "BDHOLDCHECK" USING IQ-RESOLVED-CUST-ID
                                       IQ-WRITTEN-OFF-SW.
              SET IQ-RESULT-OK TO TRUE.
       3000-EXIT.
              EXIT.

      *    Chases CUST-XREF to the survivor; the hop limit guards a
      *    damaged chain.  No cross-reference file means no merges.
       3100-FOLLOW-MERGE.
              OPEN INPUT CUST-XREF-FILE.
              IF WS-XREF-STATUS NOT = "00"
                 GO TO 3100-EXIT
              END-IF.
              MOVE ZEROS TO WS-XREF-HOPS.
              SET WS-MORE TO TRUE.
              PERFORM UNTIL NOT WS-MORE OR WS-XREF-HOPS > 10
                 MOVE WS-RESOLVED-ID TO MX-OLD-CUST-ID
                 READ CUST-XREF-FILE
                    INVALID KEY
                       MOVE "N" TO WS-MORE-SW
                    NOT INVALID KEY
                       MOVE MX-SURVIVOR-ID TO WS-RESOLVED-ID
                       ADD 1 TO WS-XREF-HOPS
                 END-READ
              END-PERFORM.
              CLOSE CUST-XREF-FILE.
       3100-EXIT.
              EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  PURCHASE ORDER STATUS                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-PO-STATUS.
              OPEN INPUT PURCHASE-ORDER-FILE.
              IF WS-PO-STATUS NOT = "00"
                 SET IQ-RESULT-NO-FILE TO TRUE
                 MOVE "PURCHASE ORDER FILE NOT AVAILABLE"
                   TO IQ-REASON
                 GO TO 4000-EXIT
              END-IF.
              MOVE IQ-PO-NUMBER TO PO-NUMBER.
              READ PURCHASE-ORDER-FILE
                 INVALID KEY
                    SET IQ-RESULT-NOT-FOUND TO TRUE
                    MOVE "PURCHASE ORDER NOT ON FILE" TO IQ-REASON
                 NOT INVALID KEY
                    PERFORM 4100-FILL-PO THRU 4100-EXIT
                    SET IQ-RESULT-OK TO TRUE
              END-READ.
              CLOSE PURCHASE-ORDER-FILE.
       4000-EXIT.
              EXIT.

       4100-FILL-PO.
              MOVE PO-STATUS TO IQ-PO-STATUS.
              EVALUATE TRUE
                 WHEN PO-SUGGESTED
                    MOVE "SUGGESTED" TO IQ-PO-STATUS-TEXT
                 WHEN PO-APPROVED
                    MOVE "APPROVED" TO IQ-PO-STATUS-TEXT
                 WHEN PO-PRINTED
                    MOVE "PRINTED" TO IQ-PO-STATUS-TEXT
                 WHEN PO-PARTIAL
                    MOVE "PARTIALLY RECEIVED" TO IQ-PO-STATUS-TEXT
                 WHEN PO-RECEIVED
                    MOVE "RECEIVED" TO IQ-PO-STATUS-TEXT
                 WHEN OTHER
                    MOVE "UNKNOWN" TO IQ-PO-STATUS-TEXT
              END-EVALUATE.
              MOVE PO-SUPPLIER-NUMBER TO IQ-PO-SUPPLIER.
              MOVE PO-ITEM-NUMBER TO IQ-PO-ITEM.
              MOVE PO-LOCATION TO IQ-PO-LOCATION.
              MOVE PO-ORDER-QTY TO IQ-PO-ORDER-QTY.
              MOVE PO-RECEIVED-QTY TO IQ-PO-RECEIVED-QTY.
              MOVE PO-BACKORDER-QTY TO IQ-PO-BACKORDER-QTY.
              MOVE PO-ACK-STATUS TO IQ-PO-ACK-STATUS.
              MOVE PO-PROMISED-SHIP-DATE TO IQ-PO-PROMISED-SHIP.
       4100-EXIT.
              EXIT.
