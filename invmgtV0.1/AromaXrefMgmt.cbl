       IDENTIFICATION DIVISION.
       PROGRAM-ID. AromaXrefMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  AROMAMORA CROSS-REFERENCE MAINTENANCE - maintains the two    *
      *  maps AromaSalesPost.cbl posts SALES.DAT through: OIL-XREF    *
      *  (oil id and bottle size to the STOCK-MASTER item and         *
      *  location it is stocked as) and AROMA-CUST-MAP (an Aroma      *
      *  SF-Cust-Id to the CUSTOMER-MASTER account it is billed to).  *
      *  Offers add / change / inquire / delete against each, modeled *
      *  on BarcodeXrefMgmt.cbl.  Rows left on AROMASUS.DAT for want  *
      *  of a map are re-posted once the map is filed here.           *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OIL-XREF-FILE
                     ASSIGN TO "oilxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OX-OIL-KEY
                     FILE STATUS IS WS-OXREF-STATUS.

              SELECT AROMA-CUST-MAP-FILE
                     ASSIGN TO "aromcust"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AC-AROMA-CUST-ID
                     FILE STATUS IS WS-ACMAP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OIL-XREF-FILE.
           COPY "OILXREF.CPY".

       FD  AROMA-CUST-MAP-FILE.
           COPY "AROMCUST.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OXREF-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ACMAP-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "9".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-AUDIT-BEFORE-REC  PIC X(31) VALUE SPACES.
              10 WS-NEW-ITEM-NUMBER   PIC 9(06) VALUE ZEROS.
              10 WS-NEW-LOCATION      PIC X(04) VALUE SPACES.
              10 WS-NEW-CUST-ID       PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE OIL-XREF-FILE.
              CLOSE AROMA-CUST-MAP-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              GOBACK.

       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              DISPLAY "ENTER OPERATOR ID: ".
              ACCEPT WS-OPERATOR-ID.
              OPEN I-O OIL-XREF-FILE.
              IF WS-OXREF-STATUS = "35"
                 CLOSE OIL-XREF-FILE
                 OPEN OUTPUT OIL-XREF-FILE
                 CLOSE OIL-XREF-FILE
                 OPEN I-O OIL-XREF-FILE
              END-IF.
              OPEN I-O AROMA-CUST-MAP-FILE.
              IF WS-ACMAP-STATUS = "35"
                 CLOSE AROMA-CUST-MAP-FILE
                 OPEN OUTPUT AROMA-CUST-MAP-FILE
                 CLOSE AROMA-CUST-MAP-FILE
                 OPEN I-O AROMA-CUST-MAP-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Aromamora Cross-Reference Management".
              DISPLAY "-------------------------------------".
              DISPLAY "1. Add Oil Mapping".
              DISPLAY "2. Change Oil Mapping".
              DISPLAY "3. Inquire Oil Mapping".
              DISPLAY "4. Delete Oil Mapping".
              DISPLAY "5. Add Customer Mapping".
              DISPLAY "6. Change Customer Mapping".
              DISPLAY "7. Inquire Customer Mapping".
              DISPLAY "8. Delete Customer Mapping".
              DISPLAY "9. Exit".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-OIL-MAP THRU 3000-EXIT
                 WHEN "2" PERFORM 3100-CHANGE-OIL-MAP THRU 3100-EXIT
                 WHEN "3" PERFORM 3200-INQUIRE-OIL-MAP THRU 3200-EXIT
                 WHEN "4" PERFORM 3300-DELETE-OIL-MAP THRU 3300-EXIT
                 WHEN "5" PERFORM 4000-ADD-CUST-MAP THRU 4000-EXIT
                 WHEN "6" PERFORM 4100-CHANGE-CUST-MAP THRU 4100-EXIT
                 WHEN "7" PERFORM 4200-INQUIRE-CUST-MAP THRU 4200-EXIT
                 WHEN "8" PERFORM 4300-DELETE-CUST-MAP THRU 4300-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Checks the item and location against STOCK-MASTER before an
      * oil is filed against them, so OIL-XREF never points at stock
      * that does not exist.
       3000-ADD-OIL-MAP.
              DISPLAY "ENTER OIL ID (E.G. E07): ".
              ACCEPT OX-OIL-ID.
              DISPLAY "ENTER UNIT SIZE: ".
              ACCEPT OX-UNIT-SIZE.
              DISPLAY "ENTER ITEM NUMBER: ".
              ACCEPT WS-NEW-ITEM-NUMBER.
              DISPLAY "ENTER LOCATION: ".
              ACCEPT WS-NEW-LOCATION.
              PERFORM 3500-CHECK-ITEM THRU 3500-EXIT.
              IF WS-STOCK-STATUS NOT = "00"
                 GO TO 3000-EXIT
              END-IF.
              MOVE WS-NEW-ITEM-NUMBER TO OX-ITEM-NUMBER.
              MOVE WS-NEW-LOCATION TO OX-LOCATION.
              MOVE WS-TODAY-DATE TO OX-LAST-MAINT-DATE.
              MOVE WS-OPERATOR-ID TO OX-OPERATOR-ID.
              WRITE OIL-XREF-REC
                 INVALID KEY
                    DISPLAY "OIL MAPPING ALREADY ON FILE - STATUS "
                            WS-OXREF-STATUS
                 NOT INVALID KEY
                    DISPLAY "OIL MAPPING ADDED."
                    MOVE OX-OIL-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE OIL-XREF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    MOVE "oilxref" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

       3100-CHANGE-OIL-MAP.
              DISPLAY "ENTER OIL ID TO CHANGE: ".
              ACCEPT OX-OIL-ID.
              DISPLAY "ENTER UNIT SIZE: ".
              ACCEPT OX-UNIT-SIZE.
              READ OIL-XREF-FILE
                 INVALID KEY
                    DISPLAY "OIL MAPPING NOT FOUND - STATUS "
                            WS-OXREF-STATUS
                    GO TO 3100-EXIT
              END-READ.
              DISPLAY "CURRENT: " OIL-XREF-REC.
              MOVE OIL-XREF-REC TO WS-AUDIT-BEFORE-REC.
              DISPLAY "ENTER NEW ITEM NUMBER: ".
              ACCEPT WS-NEW-ITEM-NUMBER.
              DISPLAY "ENTER NEW LOCATION: ".
              ACCEPT WS-NEW-LOCATION.
              PERFORM 3500-CHECK-ITEM THRU 3500-EXIT.
              IF WS-STOCK-STATUS NOT = "00"
                 GO TO 3100-EXIT
              END-IF.
              MOVE WS-NEW-ITEM-NUMBER TO OX-ITEM-NUMBER.
              MOVE WS-NEW-LOCATION TO OX-LOCATION.
              MOVE WS-TODAY-DATE TO OX-LAST-MAINT-DATE.
              MOVE WS-OPERATOR-ID TO OX-OPERATOR-ID.
              REWRITE OIL-XREF-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - STATUS "
                            WS-OXREF-STATUS
                 NOT INVALID KEY
                    DISPLAY "OIL MAPPING UPDATED."
                    MOVE OX-OIL-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE OIL-XREF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "oilxref" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       3100-EXIT.
              EXIT.

       3200-INQUIRE-OIL-MAP.
              DISPLAY "ENTER OIL ID TO VIEW: ".
              ACCEPT OX-OIL-ID.
              DISPLAY "ENTER UNIT SIZE: ".
              ACCEPT OX-UNIT-SIZE.
              READ OIL-XREF-FILE
                 INVALID KEY
                    DISPLAY "OIL MAPPING NOT FOUND - STATUS "
                            WS-OXREF-STATUS
                 NOT INVALID KEY
                    DISPLAY "OIL " OX-OIL-ID " SIZE " OX-UNIT-SIZE
                            " IS ITEM " OX-ITEM-NUMBER
                            " AT " OX-LOCATION
                    DISPLAY "LAST CHANGED " OX-LAST-MAINT-DATE
                            " BY " OX-OPERATOR-ID
              END-READ.
       3200-EXIT.
              EXIT.

       3300-DELETE-OIL-MAP.
              DISPLAY "ENTER OIL ID TO DELETE: ".
              ACCEPT OX-OIL-ID.
              DISPLAY "ENTER UNIT SIZE: ".
              ACCEPT OX-UNIT-SIZE.
              READ OIL-XREF-FILE
                 INVALID KEY
                    DISPLAY "OIL MAPPING NOT FOUND - STATUS "
                            WS-OXREF-STATUS
                    GO TO 3300-EXIT
              END-READ.
              DISPLAY OIL-XREF-REC.
              MOVE OIL-XREF-REC TO WS-AUDIT-BEFORE-REC.
              DISPLAY "CONFIRM DELETE (Y/N): ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 GO TO 3300-EXIT
              END-IF.
              DELETE OIL-XREF-FILE
                 INVALID KEY
                    DISPLAY "DELETE FAILED - STATUS "
                            WS-OXREF-STATUS
                 NOT INVALID KEY
                    DISPLAY "OIL MAPPING DELETED."
                    MOVE OX-OIL-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    MOVE "oilxref" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-DELETE.
       3300-EXIT.
              EXIT.

      *    The item must be stocked at the location keyed - the
      *    posting run decrements exactly that STOCK-MASTER record.
       3500-CHECK-ITEM.
              MOVE WS-NEW-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE WS-NEW-LOCATION TO SM-LOCATION.
              OPEN INPUT STOCK-MASTER-FILE.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM NOT STOCKED AT THAT LOCATION - "
                            "STATUS " WS-STOCK-STATUS
              END-READ.
              CLOSE STOCK-MASTER-FILE.
       3500-EXIT.
              EXIT.

      * Checks the account against CUSTOMER-MASTER before an Aroma
      * customer is filed against it.
       4000-ADD-CUST-MAP.
              DISPLAY "ENTER AROMA CUSTOMER ID: ".
              ACCEPT AC-AROMA-CUST-ID.
              DISPLAY "ENTER CUSTOMER ACCOUNT TO BILL: ".
              ACCEPT WS-NEW-CUST-ID.
              PERFORM 4500-CHECK-CUSTOMER THRU 4500-EXIT.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 4000-EXIT
              END-IF.
              MOVE WS-NEW-CUST-ID TO AC-CUST-ID.
              MOVE WS-TODAY-DATE TO AC-LAST-MAINT-DATE.
              MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
              WRITE AROMA-CUST-MAP-REC
                 INVALID KEY
                    DISPLAY "CUSTOMER MAPPING ALREADY ON FILE - "
                            "STATUS " WS-ACMAP-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER MAPPING ADDED."
                    MOVE AC-AROMA-CUST-ID TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE AROMA-CUST-MAP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    MOVE "aromcust" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       4000-EXIT.
              EXIT.

       4100-CHANGE-CUST-MAP.
              DISPLAY "ENTER AROMA CUSTOMER ID TO CHANGE: ".
              ACCEPT AC-AROMA-CUST-ID.
              READ AROMA-CUST-MAP-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER MAPPING NOT FOUND - STATUS "
                            WS-ACMAP-STATUS
                    GO TO 4100-EXIT
              END-READ.
              DISPLAY "CURRENT: " AROMA-CUST-MAP-REC.
              MOVE AROMA-CUST-MAP-REC TO WS-AUDIT-BEFORE-REC.
              DISPLAY "ENTER NEW CUSTOMER ACCOUNT TO BILL: ".
              ACCEPT WS-NEW-CUST-ID.
              PERFORM 4500-CHECK-CUSTOMER THRU 4500-EXIT.
              IF WS-CUST-STATUS NOT = "00"
                 GO TO 4100-EXIT
              END-IF.
              MOVE WS-NEW-CUST-ID TO AC-CUST-ID.
              MOVE WS-TODAY-DATE TO AC-LAST-MAINT-DATE.
              MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
              REWRITE AROMA-CUST-MAP-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - STATUS "
                            WS-ACMAP-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER MAPPING UPDATED."
                    MOVE AC-AROMA-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE AROMA-CUST-MAP-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "aromcust" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       4100-EXIT.
              EXIT.

       4200-INQUIRE-CUST-MAP.
              DISPLAY "ENTER AROMA CUSTOMER ID TO VIEW: ".
              ACCEPT AC-AROMA-CUST-ID.
              READ AROMA-CUST-MAP-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER MAPPING NOT FOUND - STATUS "
                            WS-ACMAP-STATUS
                 NOT INVALID KEY
                    DISPLAY "AROMA CUSTOMER " AC-AROMA-CUST-ID
                            " IS BILLED TO ACCOUNT " AC-CUST-ID
                    DISPLAY "LAST CHANGED " AC-LAST-MAINT-DATE
                            " BY " AC-OPERATOR-ID
              END-READ.
       4200-EXIT.
              EXIT.

       4300-DELETE-CUST-MAP.
              DISPLAY "ENTER AROMA CUSTOMER ID TO DELETE: ".
              ACCEPT AC-AROMA-CUST-ID.
              READ AROMA-CUST-MAP-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER MAPPING NOT FOUND - STATUS "
                            WS-ACMAP-STATUS
                    GO TO 4300-EXIT
              END-READ.
              DISPLAY AROMA-CUST-MAP-REC.
              MOVE AROMA-CUST-MAP-REC TO WS-AUDIT-BEFORE-REC.
              DISPLAY "CONFIRM DELETE (Y/N): ".
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 GO TO 4300-EXIT
              END-IF.
              DELETE AROMA-CUST-MAP-FILE
                 INVALID KEY
                    DISPLAY "DELETE FAILED - STATUS "
                            WS-ACMAP-STATUS
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER MAPPING DELETED."
                    MOVE AC-AROMA-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    MOVE "aromcust" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-DELETE.
       4300-EXIT.
              EXIT.

       4500-CHECK-CUSTOMER.
              MOVE WS-NEW-CUST-ID TO CM-CUST-ID.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN CUSTOMER ACCOUNT - STATUS "
                            WS-CUST-STATUS
              END-READ.
              CLOSE CUSTOMER-MASTER-FILE.
       4500-EXIT.
              EXIT.

      *    Common audit-trail append, called by the add/change/delete
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "AromaXrefMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.
