       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesTxnRekey.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SALES TRANSACTION KEY REBUILD - the one-time run that        *
      *  rebuilds SALES-TRANSACTION with the alternate keys on        *
      *  ST-CUST-ID, ST-TXN-DATE and ST-INVOICE-NUMBER that every     *
      *  program's SELECT now declares (SALESTXN.CPY), and widens     *
      *  its record and SALE-HEADER's (SALEHDR.CPY) to the current    *
      *  layouts in the same run.  A file written before those keys   *
      *  existed carries only the ST-TXN-NUMBER index and the shorter *
      *  record, and cannot be opened through the new SELECT, so it   *
      *  has to be copied into a fresh one.  It is run on its own,    *
      *  not from a menu, with nobody signed on.                      *
      *                                                               *
      *  Before the run the existing salestxn is renamed salesold and *
      *  the existing invhdr is renamed hdrold.  Every row on         *
      *  salesold is read in transaction-number order and moved field *
      *  by field into the wider record on a new salestxn, footing    *
      *  the record count and the ST-EXTENDED-AMOUNT and              *
      *  ST-TAX-AMOUNT totals as it goes.  ST-LOCATION is left spaces *
      *  - the old record never said which location a line drew its   *
      *  stock from, and a void of such a line in SalesMgmt asks for  *
      *  the location to restock - and ST-KIT-SW is set "N", not      *
      *  exploded.  Every hdrold row is then moved the same way onto  *
      *  a new invhdr with SH-CREDIT-NUMBER, SH-DEPOSIT-APPLIED and   *
      *  SH-VOID-DATE zero, footing the count and the goods and tax   *
      *  totals.  Each new file is closed, opened again and read back *
      *  the same way, and salestxn is read once more along each of   *
      *  its three alternate keys, counting the rows each one         *
      *  reaches.                                                     *
      *                                                               *
      *  The run is good only when every count and every total agrees *
      *  before and after and no row failed to write.  Anything else  *
      *  sets RETURN-CODE 1, and both new files must be removed and   *
      *  salesold and hdrold renamed back before any other program    *
      *  runs.  The run refuses to start while a salestxn or an       *
      *  invhdr is still present, so it can never write over a live   *
      *  file.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The files as they stood before the rebuild - primary key
      *    only, in the shorter record layouts.
              SELECT OLD-SALES-FILE
                     ASSIGN TO "salesold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OLD-TXN-NUMBER
                     FILE STATUS IS WS-OLD-STATUS.

              SELECT OLD-HEADER-FILE
                     ASSIGN TO "hdrold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OLD-INVOICE-NUMBER
                     FILE STATUS IS WS-OLD-HDR-STATUS.

              SELECT SALES-TRANSACTION-FILE
                     ASSIGN TO "salestxn"
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
                     ASSIGN TO "invhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SH-INVOICE-NUMBER
                     FILE STATUS IS WS-HDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SALESTXN.CPY as it stood before ST-LOCATION and ST-KIT-SW
      *    were added - 86 bytes.
       FD  OLD-SALES-FILE.
       01  OLD-SALES-REC.
           02  OLD-TXN-NUMBER           PIC 9(08).
           02  OLD-TXN-DATE             PIC 9(08).
           02  OLD-CUST-ID              PIC X(05).
           02  OLD-ITEM-NUMBER          PIC 9(06).
           02  OLD-QTY-SOLD             PIC S9(05).
           02  OLD-UNIT-PRICE           PIC 9(05)V99.
           02  OLD-EXTENDED-AMOUNT      PIC S9(07)V99.
           02  OLD-TXN-TYPE             PIC X(01).
           02  OLD-REASON-CODE          PIC X(04).
           02  OLD-OPERATOR-ID          PIC X(08).
           02  OLD-TENDER-CODE          PIC X(04).
           02  OLD-TAX-CODE             PIC X(04).
           02  OLD-TAX-AMOUNT           PIC S9(07)V99.
           02  OLD-TXN-INVOICE-NUMBER   PIC 9(08).

      *    SALEHDR.CPY as it stood before the store credit, deposit
      *    and void fields were added - 61 bytes.
       FD  OLD-HEADER-FILE.
       01  OLD-HEADER-REC.
           02  OLD-INVOICE-NUMBER       PIC 9(08).
           02  OLD-HDR-CUST-ID          PIC X(05).
           02  OLD-HDR-TXN-DATE         PIC 9(08).
           02  OLD-HDR-TXN-TYPE         PIC X(01).
           02  OLD-LINE-COUNT           PIC 9(03).
           02  OLD-GOODS-TOTAL          PIC S9(09)V99.
           02  OLD-TAX-TOTAL            PIC S9(09)V99.
           02  OLD-HDR-TENDER-CODE      PIC X(04).
           02  OLD-HDR-OPERATOR-ID      PIC X(08).
           02  OLD-SHIP-SEQ             PIC 9(02).

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  SALE-HEADER-FILE.
           COPY "SALEHDR.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OLD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OLD-HDR-STATUS    PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-HDR-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EOF-SW            PIC X(01) VALUE "N".
                 88 WS-EOF                  VALUE "Y".
              10 WS-VERIFY-OK-SW      PIC X(01) VALUE "Y".
                 88 WS-VERIFY-OK            VALUE "Y".
      *    Which alternate key 2200-COUNT-BY-KEY reads along.
              10 WS-KEY-SW            PIC X(01) VALUE "C".
                 88 WS-BY-CUST              VALUE "C".
                 88 WS-BY-DATE              VALUE "D".
                 88 WS-BY-INVOICE           VALUE "I".
              10 WS-FAILED-COUNT      PIC 9(09) VALUE ZEROS.
              10 WS-KEY-COUNT         PIC 9(09) VALUE ZEROS.

      *    Footings taken off salesold as it is copied, and off the
      *    new salestxn as it is read back.
              10 WS-BEFORE-COUNT      PIC 9(09) VALUE ZEROS.
              10 WS-BEFORE-GOODS      PIC S9(11)V99 VALUE ZEROS.
              10 WS-BEFORE-TAX        PIC S9(11)V99 VALUE ZEROS.
              10 WS-AFTER-COUNT       PIC 9(09) VALUE ZEROS.
              10 WS-AFTER-GOODS       PIC S9(11)V99 VALUE ZEROS.
              10 WS-AFTER-TAX         PIC S9(11)V99 VALUE ZEROS.
              10 WS-CUST-KEY-COUNT    PIC 9(09) VALUE ZEROS.
              10 WS-DATE-KEY-COUNT    PIC 9(09) VALUE ZEROS.
              10 WS-INV-KEY-COUNT     PIC 9(09) VALUE ZEROS.

      *    The same footings for hdrold and the new invhdr.
              10 WS-HDR-FAILED-COUNT  PIC 9(09) VALUE ZEROS.
              10 WS-HDR-BEFORE-COUNT  PIC 9(09) VALUE ZEROS.
              10 WS-HDR-BEFORE-GOODS  PIC S9(11)V99 VALUE ZEROS.
              10 WS-HDR-BEFORE-TAX    PIC S9(11)V99 VALUE ZEROS.
              10 WS-HDR-AFTER-COUNT   PIC 9(09) VALUE ZEROS.
              10 WS-HDR-AFTER-GOODS   PIC S9(11)V99 VALUE ZEROS.
              10 WS-HDR-AFTER-TAX     PIC S9(11)V99 VALUE ZEROS.
              10 WS-DISPLAY-AMOUNT    PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              MOVE ZERO TO RETURN-CODE.
              OPEN INPUT OLD-SALES-FILE.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "SALESOLD NOT AVAILABLE - STATUS "
                         WS-OLD-STATUS " - NOTHING CONVERTED."
                 DISPLAY "RENAME SALESTXN TO SALESOLD BEFORE THE RUN."
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN INPUT OLD-HEADER-FILE.
              IF WS-OLD-HDR-STATUS NOT = "00"
                 DISPLAY "HDROLD NOT AVAILABLE - STATUS "
                         WS-OLD-HDR-STATUS " - NOTHING CONVERTED."
                 DISPLAY "RENAME INVHDR TO HDROLD BEFORE THE RUN."
                 CLOSE OLD-SALES-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "35"
                 IF WS-SALE-STATUS = "00"
                    CLOSE SALES-TRANSACTION-FILE
                 END-IF
                 DISPLAY "SALESTXN STILL PRESENT - STATUS "
                         WS-SALE-STATUS " - NOTHING CONVERTED."
                 CLOSE OLD-SALES-FILE
                 CLOSE OLD-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN INPUT SALE-HEADER-FILE.
              IF WS-HDR-STATUS NOT = "35"
                 IF WS-HDR-STATUS = "00"
                    CLOSE SALE-HEADER-FILE
                 END-IF
                 DISPLAY "INVHDR STILL PRESENT - STATUS "
                         WS-HDR-STATUS " - NOTHING CONVERTED."
                 CLOSE OLD-SALES-FILE
                 CLOSE OLD-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN OUTPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "NEW SALESTXN NOT CREATED - STATUS "
                         WS-SALE-STATUS " - NOTHING CONVERTED."
                 CLOSE OLD-SALES-FILE
                 CLOSE OLD-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN OUTPUT SALE-HEADER-FILE.
              IF WS-HDR-STATUS NOT = "00"
                 DISPLAY "NEW INVHDR NOT CREATED - STATUS "
                         WS-HDR-STATUS " - NOTHING CONVERTED."
                 DISPLAY "REMOVE THE EMPTY NEW SALESTXN BEFORE THE "
                         "NEXT RUN."
                 CLOSE SALES-TRANSACTION-FILE
                 CLOSE OLD-SALES-FILE
                 CLOSE OLD-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.

              MOVE LOW-VALUES TO OLD-TXN-NUMBER.
              START OLD-SALES-FILE
                 KEY IS NOT LESS THAN OLD-TXN-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 1000-COPY-ONE-TXN THRU 1000-EXIT
                 UNTIL WS-EOF.
              CLOSE OLD-SALES-FILE.
              CLOSE SALES-TRANSACTION-FILE.

              MOVE "N" TO WS-EOF-SW.
              MOVE LOW-VALUES TO OLD-INVOICE-NUMBER.
              START OLD-HEADER-FILE
                 KEY IS NOT LESS THAN OLD-INVOICE-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 1500-COPY-ONE-HDR THRU 1500-EXIT
                 UNTIL WS-EOF.
              CLOSE OLD-HEADER-FILE.
              CLOSE SALE-HEADER-FILE.

              PERFORM 2000-VERIFY-NEW-FILE THRU 2000-EXIT.
              PERFORM 2500-VERIFY-NEW-HDR THRU 2500-EXIT.
              PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
              GOBACK.

      *    Copies one salesold row to the new salestxn.  A WRITE that
      *    shares an alternate key value with a row already written
      *    comes back "02", which NOT INVALID KEY treats as written.
       1000-COPY-ONE-TXN.
              READ OLD-SALES-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 1000-EXIT
              END-READ.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "SALESOLD READ FAILED - STATUS "
                         WS-OLD-STATUS
                 ADD 1 TO WS-FAILED-COUNT
                 SET WS-EOF TO TRUE
                 GO TO 1000-EXIT
              END-IF.
              ADD 1 TO WS-BEFORE-COUNT.
              ADD OLD-EXTENDED-AMOUNT TO WS-BEFORE-GOODS.
              ADD OLD-TAX-AMOUNT TO WS-BEFORE-TAX.

              INITIALIZE SALES-TRANSACTION-REC.
              MOVE OLD-TXN-NUMBER TO ST-TXN-NUMBER.
              MOVE OLD-TXN-DATE TO ST-TXN-DATE.
              MOVE OLD-CUST-ID TO ST-CUST-ID.
              MOVE OLD-ITEM-NUMBER TO ST-ITEM-NUMBER.
              MOVE OLD-QTY-SOLD TO ST-QTY-SOLD.
              MOVE OLD-UNIT-PRICE TO ST-UNIT-PRICE.
              MOVE OLD-EXTENDED-AMOUNT TO ST-EXTENDED-AMOUNT.
              MOVE OLD-TXN-TYPE TO ST-TXN-TYPE.
              MOVE OLD-REASON-CODE TO ST-REASON-CODE.
              MOVE OLD-OPERATOR-ID TO ST-OPERATOR-ID.
              MOVE OLD-TENDER-CODE TO ST-TENDER-CODE.
              MOVE OLD-TAX-CODE TO ST-TAX-CODE.
              MOVE OLD-TAX-AMOUNT TO ST-TAX-AMOUNT.
              MOVE OLD-TXN-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
              MOVE SPACES TO ST-LOCATION.
              MOVE "N" TO ST-KIT-SW.

              WRITE SALES-TRANSACTION-REC
                 INVALID KEY
                    DISPLAY "TXN " ST-TXN-NUMBER
                            " NOT WRITTEN - STATUS " WS-SALE-STATUS
                    ADD 1 TO WS-FAILED-COUNT
              END-WRITE.
       1000-EXIT.
              EXIT.

      *    Copies one hdrold row to the new invhdr.  The invoice drew
      *    on no store credit or deposit the old record knew of and
      *    has not been voided, so all three new fields stay zero.
       1500-COPY-ONE-HDR.
              READ OLD-HEADER-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 1500-EXIT
              END-READ.
              IF WS-OLD-HDR-STATUS NOT = "00"
                 DISPLAY "HDROLD READ FAILED - STATUS "
                         WS-OLD-HDR-STATUS
                 ADD 1 TO WS-HDR-FAILED-COUNT
                 SET WS-EOF TO TRUE
                 GO TO 1500-EXIT
              END-IF.
              ADD 1 TO WS-HDR-BEFORE-COUNT.
              ADD OLD-GOODS-TOTAL TO WS-HDR-BEFORE-GOODS.
              ADD OLD-TAX-TOTAL TO WS-HDR-BEFORE-TAX.

              INITIALIZE SALE-HEADER-REC.
              MOVE OLD-INVOICE-NUMBER TO SH-INVOICE-NUMBER.
              MOVE OLD-HDR-CUST-ID TO SH-CUST-ID.
              MOVE OLD-HDR-TXN-DATE TO SH-TXN-DATE.
              MOVE OLD-HDR-TXN-TYPE TO SH-TXN-TYPE.
              MOVE OLD-LINE-COUNT TO SH-LINE-COUNT.
              MOVE OLD-GOODS-TOTAL TO SH-GOODS-TOTAL.
              MOVE OLD-TAX-TOTAL TO SH-TAX-TOTAL.
              MOVE OLD-HDR-TENDER-CODE TO SH-TENDER-CODE.
              MOVE OLD-HDR-OPERATOR-ID TO SH-OPERATOR-ID.
              MOVE OLD-SHIP-SEQ TO SH-SHIP-SEQ.
              MOVE ZEROS TO SH-CREDIT-NUMBER.
              MOVE ZEROS TO SH-DEPOSIT-APPLIED.
              MOVE ZEROS TO SH-VOID-DATE.

              WRITE SALE-HEADER-REC
                 INVALID KEY
                    DISPLAY "INVOICE " SH-INVOICE-NUMBER
                            " NOT WRITTEN - STATUS " WS-HDR-STATUS
                    ADD 1 TO WS-HDR-FAILED-COUNT
              END-WRITE.
       1500-EXIT.
              EXIT.

      *****************************************************************
      * Reads the new salestxn back in transaction-number order for
      * the after footings, then counts the rows each alternate key
      * reaches - a row missing from an index would be missed by
      * every START on it.
      *****************************************************************
       2000-VERIFY-NEW-FILE.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "NEW SALESTXN NOT READABLE - STATUS "
                         WS-SALE-STATUS
                 MOVE "N" TO WS-VERIFY-OK-SW
                 GO TO 2000-EXIT
              END-IF.
              MOVE "N" TO WS-EOF-SW.
              MOVE LOW-VALUES TO ST-TXN-NUMBER.
              START SALES-TRANSACTION-FILE
                 KEY IS NOT LESS THAN ST-TXN-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 2100-FOOT-ONE-TXN THRU 2100-EXIT
                 UNTIL WS-EOF.

              SET WS-BY-CUST TO TRUE.
              PERFORM 2200-COUNT-BY-KEY THRU 2200-EXIT.
              MOVE WS-KEY-COUNT TO WS-CUST-KEY-COUNT.
              SET WS-BY-DATE TO TRUE.
              PERFORM 2200-COUNT-BY-KEY THRU 2200-EXIT.
              MOVE WS-KEY-COUNT TO WS-DATE-KEY-COUNT.
              SET WS-BY-INVOICE TO TRUE.
              PERFORM 2200-COUNT-BY-KEY THRU 2200-EXIT.
              MOVE WS-KEY-COUNT TO WS-INV-KEY-COUNT.
              CLOSE SALES-TRANSACTION-FILE.
       2000-EXIT.
              EXIT.

       2100-FOOT-ONE-TXN.
              READ SALES-TRANSACTION-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 2100-EXIT
              END-READ.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "NEW SALESTXN READ FAILED - STATUS "
                         WS-SALE-STATUS
                 MOVE "N" TO WS-VERIFY-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 2100-EXIT
              END-IF.
              ADD 1 TO WS-AFTER-COUNT.
              ADD ST-EXTENDED-AMOUNT TO WS-AFTER-GOODS.
              ADD ST-TAX-AMOUNT TO WS-AFTER-TAX.
       2100-EXIT.
              EXIT.

      *    Counts the rows reached along the alternate key WS-KEY-SW
      *    names, from its lowest value to the end of the file.
       2200-COUNT-BY-KEY.
              MOVE ZEROS TO WS-KEY-COUNT.
              MOVE "N" TO WS-EOF-SW.
              EVALUATE TRUE
                 WHEN WS-BY-CUST
                    MOVE LOW-VALUES TO ST-CUST-ID
                    START SALES-TRANSACTION-FILE
                       KEY IS NOT LESS THAN ST-CUST-ID
                       INVALID KEY
                          SET WS-EOF TO TRUE
                    END-START
                 WHEN WS-BY-DATE
                    MOVE ZEROS TO ST-TXN-DATE
                    START SALES-TRANSACTION-FILE
                       KEY IS NOT LESS THAN ST-TXN-DATE
                       INVALID KEY
                          SET WS-EOF TO TRUE
                    END-START
                 WHEN OTHER
                    MOVE ZEROS TO ST-INVOICE-NUMBER
                    START SALES-TRANSACTION-FILE
                       KEY IS NOT LESS THAN ST-INVOICE-NUMBER
                       INVALID KEY
                          SET WS-EOF TO TRUE
                    END-START
              END-EVALUATE.
              PERFORM 2250-COUNT-ONE-ROW THRU 2250-EXIT
                 UNTIL WS-EOF.
       2200-EXIT.
              EXIT.

      *    "02" is an ordinary read along a key with duplicates -
      *    more rows share this one's key value.
       2250-COUNT-ONE-ROW.
              READ SALES-TRANSACTION-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 2250-EXIT
              END-READ.
              IF WS-SALE-STATUS NOT = "00" AND
                 WS-SALE-STATUS NOT = "02"
                 DISPLAY "NEW SALESTXN KEY READ FAILED - STATUS "
                         WS-SALE-STATUS
                 MOVE "N" TO WS-VERIFY-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 2250-EXIT
              END-IF.
              ADD 1 TO WS-KEY-COUNT.
       2250-EXIT.
              EXIT.

      *    Reads the new invhdr back in invoice-number order for the
      *    after footings.
       2500-VERIFY-NEW-HDR.
              OPEN INPUT SALE-HEADER-FILE.
              IF WS-HDR-STATUS NOT = "00"
                 DISPLAY "NEW INVHDR NOT READABLE - STATUS "
                         WS-HDR-STATUS
                 MOVE "N" TO WS-VERIFY-OK-SW
                 GO TO 2500-EXIT
              END-IF.
              MOVE "N" TO WS-EOF-SW.
              MOVE LOW-VALUES TO SH-INVOICE-NUMBER.
              START SALE-HEADER-FILE
                 KEY IS NOT LESS THAN SH-INVOICE-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 2600-FOOT-ONE-HDR THRU 2600-EXIT
                 UNTIL WS-EOF.
              CLOSE SALE-HEADER-FILE.
       2500-EXIT.
              EXIT.

       2600-FOOT-ONE-HDR.
              READ SALE-HEADER-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 2600-EXIT
              END-READ.
              IF WS-HDR-STATUS NOT = "00"
                 DISPLAY "NEW INVHDR READ FAILED - STATUS "
                         WS-HDR-STATUS
                 MOVE "N" TO WS-VERIFY-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 2600-EXIT
              END-IF.
              ADD 1 TO WS-HDR-AFTER-COUNT.
              ADD SH-GOODS-TOTAL TO WS-HDR-AFTER-GOODS.
              ADD SH-TAX-TOTAL TO WS-HDR-AFTER-TAX.
       2600-EXIT.
              EXIT.

       3000-PRINT-TOTALS.
              DISPLAY "SALES TRANSACTION KEY REBUILD COMPLETE".
              DISPLAY "  ROWS READ FROM SALESOLD   " WS-BEFORE-COUNT.
              DISPLAY "  ROWS ON NEW SALESTXN      " WS-AFTER-COUNT.
              DISPLAY "    REACHED BY CUSTOMER KEY " WS-CUST-KEY-COUNT.
              DISPLAY "    REACHED BY DATE KEY     " WS-DATE-KEY-COUNT.
              DISPLAY "    REACHED BY INVOICE KEY  " WS-INV-KEY-COUNT.
              DISPLAY "  ROWS NOT WRITTEN          " WS-FAILED-COUNT.
              MOVE WS-BEFORE-GOODS TO WS-DISPLAY-AMOUNT.
              DISPLAY "  GOODS TOTAL BEFORE  " WS-DISPLAY-AMOUNT.
              MOVE WS-AFTER-GOODS TO WS-DISPLAY-AMOUNT.
              DISPLAY "  GOODS TOTAL AFTER   " WS-DISPLAY-AMOUNT.
              MOVE WS-BEFORE-TAX TO WS-DISPLAY-AMOUNT.
              DISPLAY "  TAX TOTAL BEFORE    " WS-DISPLAY-AMOUNT.
              MOVE WS-AFTER-TAX TO WS-DISPLAY-AMOUNT.
              DISPLAY "  TAX TOTAL AFTER     " WS-DISPLAY-AMOUNT.
              DISPLAY "  ROWS READ FROM HDROLD     "
                      WS-HDR-BEFORE-COUNT.
              DISPLAY "  ROWS ON NEW INVHDR        "
                      WS-HDR-AFTER-COUNT.
              DISPLAY "  ROWS NOT WRITTEN          "
                      WS-HDR-FAILED-COUNT.
              MOVE WS-HDR-BEFORE-GOODS TO WS-DISPLAY-AMOUNT.
              DISPLAY "  INVOICE GOODS BEFORE" WS-DISPLAY-AMOUNT.
              MOVE WS-HDR-AFTER-GOODS TO WS-DISPLAY-AMOUNT.
              DISPLAY "  INVOICE GOODS AFTER " WS-DISPLAY-AMOUNT.
              MOVE WS-HDR-BEFORE-TAX TO WS-DISPLAY-AMOUNT.
              DISPLAY "  INVOICE TAX BEFORE  " WS-DISPLAY-AMOUNT.
              MOVE WS-HDR-AFTER-TAX TO WS-DISPLAY-AMOUNT.
              DISPLAY "  INVOICE TAX AFTER   " WS-DISPLAY-AMOUNT.
              IF WS-FAILED-COUNT > ZERO
                 OR WS-HDR-FAILED-COUNT > ZERO
                 MOVE "N" TO WS-VERIFY-OK-SW
              END-IF.
              IF WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-CUST-KEY-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-DATE-KEY-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-INV-KEY-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-AFTER-GOODS NOT = WS-BEFORE-GOODS
                 OR WS-AFTER-TAX NOT = WS-BEFORE-TAX
                 MOVE "N" TO WS-VERIFY-OK-SW
              END-IF.
              IF WS-HDR-AFTER-COUNT NOT = WS-HDR-BEFORE-COUNT
                 OR WS-HDR-AFTER-GOODS NOT = WS-HDR-BEFORE-GOODS
                 OR WS-HDR-AFTER-TAX NOT = WS-HDR-BEFORE-TAX
                 MOVE "N" TO WS-VERIFY-OK-SW
              END-IF.
              IF WS-VERIFY-OK
                 DISPLAY "COUNTS AND TOTALS AGREE - KEEP SALESOLD AND "
                         "HDROLD WITH THE BACKUPS UNTIL"
                 DISPLAY "THE NEW FILES HAVE BEEN THROUGH A MONTH END."
              ELSE
                 DISPLAY "COUNTS OR TOTALS DO NOT AGREE - REMOVE THE "
                         "NEW SALESTXN AND INVHDR AND"
                 DISPLAY "RENAME SALESOLD AND HDROLD BACK BEFORE ANY "
                         "OTHER RUN."
                 MOVE 1 TO RETURN-CODE
              END-IF.
       3000-EXIT.
              EXIT.
