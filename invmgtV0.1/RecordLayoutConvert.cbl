       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordLayoutConvert.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  RECORD LAYOUT CONVERSION - the one-time run that carries     *
      *  TAX-CODE, RESERVATION and WEB-ORDER into their current,      *
      *  wider records: TC-RECOVERABLE-PCT on TAXCODE.CPY,            *
      *  RV-ORDER-NUMBER on RESERVTN.CPY, and WO-LOCATION,            *
      *  WO-SHIP-SEQ and WO-ORIGIN on WEBORDER.CPY.  A file written   *
      *  before those fields existed holds the shorter record and     *
      *  cannot be opened through the current FD, so it has to be     *
      *  copied into a fresh one.  It is run on its own, not from a   *
      *  menu, with nobody signed on.  SalesTxnRekey.cbl does the     *
      *  same for salestxn and invhdr.                                *
      *                                                               *
      *  Before the run each file to be converted is renamed: taxcode *
      *  to taxcold, reservtn to resvold, weborder to webold.  Every  *
      *  row on an old file is read in key order and moved field by   *
      *  field onto the new one.  TC-RECOVERABLE-PCT is set zero - no *
      *  input tax was reclaimed before the field existed, and        *
      *  TaxCodeMgmt sets each code's share once the run is done.     *
      *  RV-ORDER-NUMBER is zero, a counter reservation, since no     *
      *  sales order existed to allocate from.  A web order keeps     *
      *  WO-LOCATION spaces and WO-SHIP-SEQ zero, the billing         *
      *  address, and WO-ORIGIN is "W", the way WebOrderEntry writes  *
      *  one today.  Each new file is footed as it is written and     *
      *  again when it is read back, on the row count and on the      *
      *  reserved or ordered quantity.                                *
      *                                                               *
      *  A file whose old copy is not there is passed over, so the    *
      *  run converts only what was renamed and can be repeated for a *
      *  file that failed once its new copy has been removed.  A file *
      *  whose new copy is still present is refused, so the run can   *
      *  never write over a live file.  Any file refused or whose     *
      *  counts or totals do not agree sets RETURN-CODE 1; its new    *
      *  copy must be removed and the old one renamed back before any *
      *  other program runs.                                          *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The files as they stood before the wider records.
              SELECT OLD-TAX-CODE-FILE
                     ASSIGN TO "taxcold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OLD-TAX-CODE
                     FILE STATUS IS WS-OLD-STATUS.

              SELECT OLD-RESERVATION-FILE
                     ASSIGN TO "resvold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OLD-RESERVATION-NUMBER
                     FILE STATUS IS WS-OLD-STATUS.

              SELECT OLD-WEB-ORDER-FILE
                     ASSIGN TO "webold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OLD-ORDER-NUMBER
                     FILE STATUS IS WS-OLD-STATUS.

              SELECT TAX-CODE-FILE
                     ASSIGN TO "taxcode"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-TAX-CODE
                     FILE STATUS IS WS-NEW-STATUS.

              SELECT RESERVATION-FILE
                     ASSIGN TO "reservtn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RV-RESERVATION-NUMBER
                     FILE STATUS IS WS-NEW-STATUS.

              SELECT WEB-ORDER-FILE
                     ASSIGN TO "weborder"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS WO-ORDER-NUMBER
                     FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    TAXCODE.CPY before TC-RECOVERABLE-PCT - 45 bytes.
       FD  OLD-TAX-CODE-FILE.
       01  OLD-TAX-CODE-REC.
           02  OLD-TAX-CODE             PIC X(04).
           02  OLD-TC-DESCRIPTION       PIC X(25).
           02  OLD-TC-JURISDICTION      PIC X(10).
           02  OLD-TC-TAX-RATE          PIC 9(02)V9(04).

      *    RESERVTN.CPY before RV-ORDER-NUMBER - 45 bytes.
       FD  OLD-RESERVATION-FILE.
       01  OLD-RESERVATION-REC.
           02  OLD-RESERVATION-NUMBER   PIC 9(08).
           02  OLD-RV-CUST-ID           PIC X(05).
           02  OLD-RV-ITEM-NUMBER       PIC 9(06).
           02  OLD-RV-LOCATION          PIC X(04).
           02  OLD-RV-QTY-RESERVED      PIC S9(05).
           02  OLD-RV-RESERVATION-DATE  PIC 9(08).
           02  OLD-RV-STATUS            PIC X(01).
           02  OLD-RV-OPERATOR-ID       PIC X(08).

      *    WEBORDER.CPY before WO-LOCATION, WO-SHIP-SEQ and WO-ORIGIN
      *    - 40 bytes.
       FD  OLD-WEB-ORDER-FILE.
       01  OLD-WEB-ORDER-REC.
           02  OLD-ORDER-NUMBER         PIC 9(07).
           02  OLD-WO-CUST-ID           PIC X(05).
           02  OLD-WO-ITEM-NUMBER       PIC 9(06).
           02  OLD-WO-QTY               PIC 9(05).
           02  OLD-WO-ORDER-DATE        PIC 9(08).
           02  OLD-WO-ORDER-TIME        PIC 9(08).
           02  OLD-WO-STATUS            PIC X(01).

       FD  TAX-CODE-FILE.
           COPY "TAXCODE.CPY".

       FD  RESERVATION-FILE.
           COPY "RESERVTN.CPY".

       FD  WEB-ORDER-FILE.
           COPY "WEBORDER.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OLD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-NEW-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EOF-SW            PIC X(01) VALUE "N".
                 88 WS-EOF                  VALUE "Y".
      *    Whether the file in hand, and the run as a whole, came
      *    out clean.
              10 WS-FILE-OK-SW        PIC X(01) VALUE "Y".
                 88 WS-FILE-OK              VALUE "Y".
              10 WS-RUN-OK-SW         PIC X(01) VALUE "Y".
                 88 WS-RUN-OK               VALUE "Y".
              10 WS-CONVERTED-COUNT   PIC 9(01) VALUE ZERO.

      *    Footings for the file in hand, taken off the old file as
      *    it is copied and off the new one as it is read back.
              10 WS-FAILED-COUNT      PIC 9(09) VALUE ZEROS.
              10 WS-BEFORE-COUNT      PIC 9(09) VALUE ZEROS.
              10 WS-BEFORE-QTY        PIC S9(11) VALUE ZEROS.
              10 WS-AFTER-COUNT       PIC 9(09) VALUE ZEROS.
              10 WS-AFTER-QTY         PIC S9(11) VALUE ZEROS.
              10 WS-DISPLAY-QTY       PIC --,---,---,--9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-CONVERT-TAX-CODES THRU 1000-EXIT.
              PERFORM 2000-CONVERT-RESERVATIONS THRU 2000-EXIT.
              PERFORM 3000-CONVERT-WEB-ORDERS THRU 3000-EXIT.
              DISPLAY "RECORD LAYOUT CONVERSION COMPLETE - "
                      WS-CONVERTED-COUNT " FILE(S) CONVERTED".
              IF NOT WS-RUN-OK
                 MOVE 1 TO RETURN-CODE
              END-IF.
              GOBACK.

      *****************************************************************
      * taxcold to taxcode.  Each section opens its pair the same
      * way: no old copy passes the file over, a new copy still
      * present refuses it.
      *****************************************************************
       1000-CONVERT-TAX-CODES.
              PERFORM 8000-RESET-FOOTINGS THRU 8000-EXIT.
              OPEN INPUT OLD-TAX-CODE-FILE.
              IF WS-OLD-STATUS = "35"
                 DISPLAY "TAXCOLD NOT PRESENT - TAXCODE PASSED OVER."
                 GO TO 1000-EXIT
              END-IF.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "TAXCOLD NOT AVAILABLE - STATUS "
                         WS-OLD-STATUS " - TAXCODE NOT CONVERTED."
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT TAX-CODE-FILE.
              IF WS-NEW-STATUS NOT = "35"
                 IF WS-NEW-STATUS = "00"
                    CLOSE TAX-CODE-FILE
                 END-IF
                 DISPLAY "TAXCODE STILL PRESENT - STATUS "
                         WS-NEW-STATUS " - TAXCODE NOT CONVERTED."
                 CLOSE OLD-TAX-CODE-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 1000-EXIT
              END-IF.
              OPEN OUTPUT TAX-CODE-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW TAXCODE NOT CREATED - STATUS "
                         WS-NEW-STATUS " - TAXCODE NOT CONVERTED."
                 CLOSE OLD-TAX-CODE-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 1000-EXIT
              END-IF.

              MOVE LOW-VALUES TO OLD-TAX-CODE.
              START OLD-TAX-CODE-FILE
                 KEY IS NOT LESS THAN OLD-TAX-CODE
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 1100-COPY-ONE-TAX-CODE THRU 1100-EXIT
                 UNTIL WS-EOF.
              CLOSE OLD-TAX-CODE-FILE.
              CLOSE TAX-CODE-FILE.

              OPEN INPUT TAX-CODE-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW TAXCODE NOT READABLE - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
              ELSE
                 MOVE "N" TO WS-EOF-SW
                 MOVE LOW-VALUES TO TC-TAX-CODE
                 START TAX-CODE-FILE
                    KEY IS NOT LESS THAN TC-TAX-CODE
                    INVALID KEY
                       SET WS-EOF TO TRUE
                 END-START
                 PERFORM 1200-FOOT-ONE-TAX-CODE THRU 1200-EXIT
                    UNTIL WS-EOF
                 CLOSE TAX-CODE-FILE
              END-IF.
              DISPLAY "TAX CODES".
              PERFORM 8100-CHECK-FOOTINGS THRU 8100-EXIT.
       1000-EXIT.
              EXIT.

       1100-COPY-ONE-TAX-CODE.
              READ OLD-TAX-CODE-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 1100-EXIT
              END-READ.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "TAXCOLD READ FAILED - STATUS " WS-OLD-STATUS
                 ADD 1 TO WS-FAILED-COUNT
                 SET WS-EOF TO TRUE
                 GO TO 1100-EXIT
              END-IF.
              ADD 1 TO WS-BEFORE-COUNT.
              INITIALIZE TAX-CODE-REC.
              MOVE OLD-TAX-CODE TO TC-TAX-CODE.
              MOVE OLD-TC-DESCRIPTION TO TC-DESCRIPTION.
              MOVE OLD-TC-JURISDICTION TO TC-JURISDICTION.
              MOVE OLD-TC-TAX-RATE TO TC-TAX-RATE.
              MOVE ZEROS TO TC-RECOVERABLE-PCT.
              WRITE TAX-CODE-REC
                 INVALID KEY
                    DISPLAY "TAX CODE " TC-TAX-CODE
                            " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    ADD 1 TO WS-FAILED-COUNT
              END-WRITE.
       1100-EXIT.
              EXIT.

       1200-FOOT-ONE-TAX-CODE.
              READ TAX-CODE-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 1200-EXIT
              END-READ.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW TAXCODE READ FAILED - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 1200-EXIT
              END-IF.
              ADD 1 TO WS-AFTER-COUNT.
       1200-EXIT.
              EXIT.

      *****************************************************************
      * resvold to reservtn, footing RV-QTY-RESERVED.
      *****************************************************************
       2000-CONVERT-RESERVATIONS.
              PERFORM 8000-RESET-FOOTINGS THRU 8000-EXIT.
              OPEN INPUT OLD-RESERVATION-FILE.
              IF WS-OLD-STATUS = "35"
                 DISPLAY "RESVOLD NOT PRESENT - RESERVTN PASSED OVER."
                 GO TO 2000-EXIT
              END-IF.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "RESVOLD NOT AVAILABLE - STATUS "
                         WS-OLD-STATUS " - RESERVTN NOT CONVERTED."
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 2000-EXIT
              END-IF.
              OPEN INPUT RESERVATION-FILE.
              IF WS-NEW-STATUS NOT = "35"
                 IF WS-NEW-STATUS = "00"
                    CLOSE RESERVATION-FILE
                 END-IF
                 DISPLAY "RESERVTN STILL PRESENT - STATUS "
                         WS-NEW-STATUS " - RESERVTN NOT CONVERTED."
                 CLOSE OLD-RESERVATION-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 2000-EXIT
              END-IF.
              OPEN OUTPUT RESERVATION-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW RESERVTN NOT CREATED - STATUS "
                         WS-NEW-STATUS " - RESERVTN NOT CONVERTED."
                 CLOSE OLD-RESERVATION-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 2000-EXIT
              END-IF.

              MOVE ZEROS TO OLD-RESERVATION-NUMBER.
              START OLD-RESERVATION-FILE
                 KEY IS NOT LESS THAN OLD-RESERVATION-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 2100-COPY-ONE-RESERVATION THRU 2100-EXIT
                 UNTIL WS-EOF.
              CLOSE OLD-RESERVATION-FILE.
              CLOSE RESERVATION-FILE.

              OPEN INPUT RESERVATION-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW RESERVTN NOT READABLE - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
              ELSE
                 MOVE "N" TO WS-EOF-SW
                 MOVE ZEROS TO RV-RESERVATION-NUMBER
                 START RESERVATION-FILE
                    KEY IS NOT LESS THAN RV-RESERVATION-NUMBER
                    INVALID KEY
                       SET WS-EOF TO TRUE
                 END-START
                 PERFORM 2200-FOOT-ONE-RESERVATION THRU 2200-EXIT
                    UNTIL WS-EOF
                 CLOSE RESERVATION-FILE
              END-IF.
              DISPLAY "RESERVATIONS".
              PERFORM 8100-CHECK-FOOTINGS THRU 8100-EXIT.
       2000-EXIT.
              EXIT.

       2100-COPY-ONE-RESERVATION.
              READ OLD-RESERVATION-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 2100-EXIT
              END-READ.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "RESVOLD READ FAILED - STATUS " WS-OLD-STATUS
                 ADD 1 TO WS-FAILED-COUNT
                 SET WS-EOF TO TRUE
                 GO TO 2100-EXIT
              END-IF.
              ADD 1 TO WS-BEFORE-COUNT.
              ADD OLD-RV-QTY-RESERVED TO WS-BEFORE-QTY.
              INITIALIZE RESERVATION-REC.
              MOVE OLD-RESERVATION-NUMBER TO RV-RESERVATION-NUMBER.
              MOVE OLD-RV-CUST-ID TO RV-CUST-ID.
              MOVE OLD-RV-ITEM-NUMBER TO RV-ITEM-NUMBER.
              MOVE OLD-RV-LOCATION TO RV-LOCATION.
              MOVE OLD-RV-QTY-RESERVED TO RV-QTY-RESERVED.
              MOVE OLD-RV-RESERVATION-DATE TO RV-RESERVATION-DATE.
              MOVE OLD-RV-STATUS TO RV-STATUS.
              MOVE OLD-RV-OPERATOR-ID TO RV-OPERATOR-ID.
              MOVE ZEROS TO RV-ORDER-NUMBER.
              WRITE RESERVATION-REC
                 INVALID KEY
                    DISPLAY "RESERVATION " RV-RESERVATION-NUMBER
                            " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    ADD 1 TO WS-FAILED-COUNT
              END-WRITE.
       2100-EXIT.
              EXIT.

       2200-FOOT-ONE-RESERVATION.
              READ RESERVATION-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 2200-EXIT
              END-READ.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW RESERVTN READ FAILED - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 2200-EXIT
              END-IF.
              ADD 1 TO WS-AFTER-COUNT.
              ADD RV-QTY-RESERVED TO WS-AFTER-QTY.
       2200-EXIT.
              EXIT.

      *****************************************************************
      * webold to weborder, footing WO-QTY.
      *****************************************************************
       3000-CONVERT-WEB-ORDERS.
              PERFORM 8000-RESET-FOOTINGS THRU 8000-EXIT.
              OPEN INPUT OLD-WEB-ORDER-FILE.
              IF WS-OLD-STATUS = "35"
                 DISPLAY "WEBOLD NOT PRESENT - WEBORDER PASSED OVER."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "WEBOLD NOT AVAILABLE - STATUS "
                         WS-OLD-STATUS " - WEBORDER NOT CONVERTED."
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 3000-EXIT
              END-IF.
              OPEN INPUT WEB-ORDER-FILE.
              IF WS-NEW-STATUS NOT = "35"
                 IF WS-NEW-STATUS = "00"
                    CLOSE WEB-ORDER-FILE
                 END-IF
                 DISPLAY "WEBORDER STILL PRESENT - STATUS "
                         WS-NEW-STATUS " - WEBORDER NOT CONVERTED."
                 CLOSE OLD-WEB-ORDER-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 3000-EXIT
              END-IF.
              OPEN OUTPUT WEB-ORDER-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW WEBORDER NOT CREATED - STATUS "
                         WS-NEW-STATUS " - WEBORDER NOT CONVERTED."
                 CLOSE OLD-WEB-ORDER-FILE
                 MOVE "N" TO WS-RUN-OK-SW
                 GO TO 3000-EXIT
              END-IF.

              MOVE ZEROS TO OLD-ORDER-NUMBER.
              START OLD-WEB-ORDER-FILE
                 KEY IS NOT LESS THAN OLD-ORDER-NUMBER
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 3100-COPY-ONE-WEB-ORDER THRU 3100-EXIT
                 UNTIL WS-EOF.
              CLOSE OLD-WEB-ORDER-FILE.
              CLOSE WEB-ORDER-FILE.

              OPEN INPUT WEB-ORDER-FILE.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW WEBORDER NOT READABLE - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
              ELSE
                 MOVE "N" TO WS-EOF-SW
                 MOVE ZEROS TO WO-ORDER-NUMBER
                 START WEB-ORDER-FILE
                    KEY IS NOT LESS THAN WO-ORDER-NUMBER
                    INVALID KEY
                       SET WS-EOF TO TRUE
                 END-START
                 PERFORM 3200-FOOT-ONE-WEB-ORDER THRU 3200-EXIT
                    UNTIL WS-EOF
                 CLOSE WEB-ORDER-FILE
              END-IF.
              DISPLAY "WEB ORDERS".
              PERFORM 8100-CHECK-FOOTINGS THRU 8100-EXIT.
       3000-EXIT.
              EXIT.

       3100-COPY-ONE-WEB-ORDER.
              READ OLD-WEB-ORDER-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 3100-EXIT
              END-READ.
              IF WS-OLD-STATUS NOT = "00"
                 DISPLAY "WEBOLD READ FAILED - STATUS " WS-OLD-STATUS
                 ADD 1 TO WS-FAILED-COUNT
                 SET WS-EOF TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              ADD 1 TO WS-BEFORE-COUNT.
              ADD OLD-WO-QTY TO WS-BEFORE-QTY.
              INITIALIZE WEB-ORDER-REC.
              MOVE OLD-ORDER-NUMBER TO WO-ORDER-NUMBER.
              MOVE OLD-WO-CUST-ID TO WO-CUST-ID.
              MOVE OLD-WO-ITEM-NUMBER TO WO-ITEM-NUMBER.
              MOVE OLD-WO-QTY TO WO-QTY.
              MOVE OLD-WO-ORDER-DATE TO WO-ORDER-DATE.
              MOVE OLD-WO-ORDER-TIME TO WO-ORDER-TIME.
              MOVE OLD-WO-STATUS TO WO-STATUS.
              MOVE SPACES TO WO-LOCATION.
              MOVE ZEROS TO WO-SHIP-SEQ.
              MOVE "W" TO WO-ORIGIN.
              WRITE WEB-ORDER-REC
                 INVALID KEY
                    DISPLAY "WEB ORDER " WO-ORDER-NUMBER
                            " NOT WRITTEN - STATUS " WS-NEW-STATUS
                    ADD 1 TO WS-FAILED-COUNT
              END-WRITE.
       3100-EXIT.
              EXIT.

       3200-FOOT-ONE-WEB-ORDER.
              READ WEB-ORDER-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 3200-EXIT
              END-READ.
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW WEBORDER READ FAILED - STATUS "
                         WS-NEW-STATUS
                 MOVE "N" TO WS-FILE-OK-SW
                 SET WS-EOF TO TRUE
                 GO TO 3200-EXIT
              END-IF.
              ADD 1 TO WS-AFTER-COUNT.
              ADD WO-QTY TO WS-AFTER-QTY.
       3200-EXIT.
              EXIT.

       8000-RESET-FOOTINGS.
              MOVE "N" TO WS-EOF-SW.
              MOVE "Y" TO WS-FILE-OK-SW.
              MOVE ZEROS TO WS-FAILED-COUNT WS-BEFORE-COUNT
                            WS-BEFORE-QTY WS-AFTER-COUNT WS-AFTER-QTY.
       8000-EXIT.
              EXIT.

      *    Prints the footings for the file just converted under the
      *    heading the caller has displayed, and says what to do with
      *    the old copy.
       8100-CHECK-FOOTINGS.
              ADD 1 TO WS-CONVERTED-COUNT.
              DISPLAY "  ROWS READ FROM OLD FILE   " WS-BEFORE-COUNT.
              DISPLAY "  ROWS ON NEW FILE          " WS-AFTER-COUNT.
              DISPLAY "  ROWS NOT WRITTEN          " WS-FAILED-COUNT.
              MOVE WS-BEFORE-QTY TO WS-DISPLAY-QTY.
              DISPLAY "  QUANTITY BEFORE     " WS-DISPLAY-QTY.
              MOVE WS-AFTER-QTY TO WS-DISPLAY-QTY.
              DISPLAY "  QUANTITY AFTER      " WS-DISPLAY-QTY.
              IF WS-FAILED-COUNT > ZERO
                 OR WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-AFTER-QTY NOT = WS-BEFORE-QTY
                 MOVE "N" TO WS-FILE-OK-SW
              END-IF.
              IF WS-FILE-OK
                 DISPLAY "  COUNTS AND TOTALS AGREE - KEEP THE OLD "
                         "FILE WITH THE BACKUPS."
              ELSE
                 DISPLAY "  COUNTS OR TOTALS DO NOT AGREE - REMOVE THE "
                         "NEW FILE AND RENAME THE OLD"
                 DISPLAY "  ONE BACK BEFORE ANY OTHER RUN."
                 MOVE "N" TO WS-RUN-OK-SW
              END-IF.
       8100-EXIT.
              EXIT.
