       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierXrefMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SUPPLIER PART CROSS-REFERENCE MAINTENANCE - maintains the    *
      *  SUPPLIER-XREF indexed file (see SUPPXREF.CPY) that ties our  *
      *  item number to the supplier's own catalogue part number,     *
      *  description and pack size.  PurchaseMgmt.cbl's PO.EDI line   *
      *  and printed PO and RfqMgmt.cbl's RFQ documents quote the     *
      *  supplier's part from it, and POAckIntake.cbl and             *
      *  SupplierInvIntake.cbl translate the supplier's part back to  *
      *  our item through it.  Offers add / change / inquire /        *
      *  delete and a list of one supplier's parts, modeled on        *
      *  BarcodeXrefMgmt.cbl.  Reached from SupplierMgmt.cbl's menu.  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

      *    Opened for the second approval a confirmed delete
      *    requires - see 6050-GET-DELETE-APPROVAL.
              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(83) VALUE SPACES.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.

      *    Working fields for 6500-LIST-SUPPLIER-PARTS.
              10 WS-LIST-SUPPLIER     PIC 9(05) VALUE ZEROS.
              10 WS-LIST-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-LIST-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-LIST-MORE            VALUE "Y".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE SUPPLIER-XREF-FILE.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              GOBACK.

       1000-INITIALIZE.
              OPEN I-O SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "35"
                 CLOSE SUPPLIER-XREF-FILE
                 OPEN OUTPUT SUPPLIER-XREF-FILE
                 CLOSE SUPPLIER-XREF-FILE
                 OPEN I-O SUPPLIER-XREF-FILE
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT STOCK-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Supplier Part Cross-Reference".
              DISPLAY "-----------------------------".
              DISPLAY "1. Add Supplier Part".
              DISPLAY "2. Change Supplier Part".
              DISPLAY "3. Inquire Supplier Part".
              DISPLAY "4. Delete Supplier Part".
              DISPLAY "5. List One Supplier's Parts".
              DISPLAY "6. Return to Supplier Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-XREF THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-XREF THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-INQUIRE-XREF THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-DELETE-XREF THRU 6000-EXIT
                 WHEN "5" PERFORM 6500-LIST-SUPPLIER-PARTS
                             THRU 6500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Checks the supplier against SUPPLIER-MASTER and the item
      * against STOCK-MASTER before the part is filed, so the cross-
      * reference never points at either that does not exist.  The
      * same supplier part cannot be filed against two of our items
      * - the alternate key refuses it.
       3000-ADD-XREF.
              INITIALIZE SUPPLIER-XREF-REC.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT PX-SUPPLIER-NUMBER.
              MOVE PX-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "UNKNOWN SUPPLIER NUMBER - STATUS "
                            WS-SUPP-STATUS
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "ENTER OUR ITEM NUMBER: ".
              ACCEPT PX-ITEM-NUMBER.
              MOVE PX-ITEM-NUMBER TO SM-ITEM-NUMBER.
              READ STOCK-MASTER-FILE
                 KEY IS SM-ITEM-NUMBER
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM NUMBER - STATUS "
                            WS-STOCK-STATUS
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "ITEM " SM-ITEM-NUMBER " " SM-ITEM-DESC
                      " FROM " SU-SUPPLIER-NAME.
              MOVE PX-SUPPLIER-NUMBER TO PX-PART-SUPPLIER.
              PERFORM 3100-ACCEPT-PART-DETAILS THRU 3100-EXIT.
              IF PX-SUPPLIER-PART = SPACES
                 DISPLAY "SUPPLIER PART NUMBER IS REQUIRED - NOT ADDED."
                 GO TO 3000-EXIT
              END-IF.
              ACCEPT PX-SET-DATE FROM DATE YYYYMMDD.
              WRITE SUPPLIER-XREF-REC
                 INVALID KEY
                    DISPLAY "ITEM ALREADY CROSS-REFERENCED FOR THIS "
                            "SUPPLIER, OR PART ALREADY USED - STATUS "
                            WS-XREF-STATUS
                 NOT INVALID KEY
                    DISPLAY "SUPPLIER PART ADDED."
                    MOVE PX-XREF-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SUPPLIER-XREF-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

      * The supplier's side of the cross-reference: their part
      * number, description and pack size.  A pack size left at zero
      * is taken as one each.
       3100-ACCEPT-PART-DETAILS.
              DISPLAY "ENTER SUPPLIER'S PART NUMBER: ".
              ACCEPT PX-SUPPLIER-PART.
              DISPLAY "ENTER SUPPLIER'S DESCRIPTION: ".
              ACCEPT PX-SUPPLIER-DESC.
              DISPLAY "ENTER SUPPLIER'S PACK SIZE (UNITS PER PACK): ".
              ACCEPT PX-PACK-SIZE.
              IF PX-PACK-SIZE = ZEROS
                 MOVE 1 TO PX-PACK-SIZE
              END-IF.
              DISPLAY "ENTER SUPPLIER'S PACK UNIT (E.G. EA, CASE): ".
              ACCEPT PX-PACK-UNIT.
              IF PX-PACK-UNIT = SPACES
                 MOVE "EA" TO PX-PACK-UNIT
              END-IF.
       3100-EXIT.
              EXIT.

       4000-CHANGE-XREF.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT PX-SUPPLIER-NUMBER.
              DISPLAY "ENTER OUR ITEM NUMBER TO CHANGE: ".
              ACCEPT PX-ITEM-NUMBER.
              READ SUPPLIER-XREF-FILE
                 INVALID KEY
                    DISPLAY "CROSS-REFERENCE NOT FOUND - STATUS "
                            WS-XREF-STATUS
                 NOT INVALID KEY
                    PERFORM 5100-SHOW-XREF THRU 5100-EXIT
                    MOVE SUPPLIER-XREF-REC TO WS-AUDIT-BEFORE-REC
                    PERFORM 3100-ACCEPT-PART-DETAILS THRU 3100-EXIT
                    IF PX-SUPPLIER-PART = SPACES
                       DISPLAY "SUPPLIER PART NUMBER IS REQUIRED - "
                               "NOT CHANGED."
                       GO TO 4000-EXIT
                    END-IF
                    ACCEPT PX-SET-DATE FROM DATE YYYYMMDD
                    REWRITE SUPPLIER-XREF-REC
                       INVALID KEY
                          DISPLAY "REWRITE FAILED (PART ALREADY USED?)"
                                  " - STATUS " WS-XREF-STATUS
                       NOT INVALID KEY
                          DISPLAY "SUPPLIER PART UPDATED."
                          MOVE PX-XREF-KEY TO AT-KEY-VALUE
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE SUPPLIER-XREF-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    END-REWRITE
              END-READ.
       4000-EXIT.
              EXIT.

       5000-INQUIRE-XREF.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT PX-SUPPLIER-NUMBER.
              DISPLAY "ENTER OUR ITEM NUMBER TO VIEW: ".
              ACCEPT PX-ITEM-NUMBER.
              READ SUPPLIER-XREF-FILE
                 INVALID KEY
                    DISPLAY "CROSS-REFERENCE NOT FOUND - STATUS "
                            WS-XREF-STATUS
                 NOT INVALID KEY
                    PERFORM 5100-SHOW-XREF THRU 5100-EXIT
              END-READ.
       5000-EXIT.
              EXIT.

       5100-SHOW-XREF.
              DISPLAY "SUPPLIER " PX-SUPPLIER-NUMBER
                      "  OUR ITEM " PX-ITEM-NUMBER
                      "  THEIR PART " PX-SUPPLIER-PART.
              DISPLAY "  " PX-SUPPLIER-DESC
                      "  PACK " PX-PACK-SIZE " " PX-PACK-UNIT
                      "  SET " PX-SET-DATE.
       5100-EXIT.
              EXIT.

       6000-DELETE-XREF.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT PX-SUPPLIER-NUMBER.
              DISPLAY "ENTER OUR ITEM NUMBER TO DELETE: ".
              ACCEPT PX-ITEM-NUMBER.
              READ SUPPLIER-XREF-FILE
                 INVALID KEY
                    DISPLAY "CROSS-REFERENCE NOT FOUND - STATUS "
                            WS-XREF-STATUS
                 NOT INVALID KEY
                    PERFORM 5100-SHOW-XREF THRU 5100-EXIT
                    MOVE SUPPLIER-XREF-REC TO WS-AUDIT-BEFORE-REC
                    DISPLAY "CONFIRM DELETE (Y/N): "
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM 6050-GET-DELETE-APPROVAL THRU 6050-EXIT
                       IF WS-APPROVAL-OK
                          DELETE SUPPLIER-XREF-FILE
                             INVALID KEY
                                DISPLAY "DELETE FAILED - STATUS "
                                        WS-XREF-STATUS
                             NOT INVALID KEY
                                DISPLAY "SUPPLIER PART DELETED."
                                MOVE PX-XREF-KEY TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                  TO AT-BEFORE-IMAGE
                                MOVE SPACES TO AT-AFTER-IMAGE
                                SET AT-OP-DELETE TO TRUE
                                PERFORM 7000-WRITE-AUDIT-RECORD
                                   THRU 7000-EXIT
                          END-DELETE
                       ELSE
                          DISPLAY "DELETE NOT APPROVED."
                       END-IF
                    END-IF
              END-READ.
       6000-EXIT.
              EXIT.

      *    A confirmed delete still needs a second, suitably
      *    authorized operator to sign off before it is carried
      *    out.
       6050-GET-DELETE-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "SECOND APPROVAL REQUIRED - ENTER MANAGER "
                      "OPERATOR ID: ".
              ACCEPT WS-APPROVER-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-APPROVER-PASSWORD.
              MOVE WS-APPROVER-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "DELT-SXR" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "DELETE APPROVED BY " OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "APPROVAL DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       6050-EXIT.
              EXIT.

      *    Every part on file for one supplier, in our item order -
      *    the list a buyer checks the supplier's catalogue against.
       6500-LIST-SUPPLIER-PARTS.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT WS-LIST-SUPPLIER.
              MOVE ZEROS TO WS-LIST-COUNT.
              MOVE WS-LIST-SUPPLIER TO PX-SUPPLIER-NUMBER.
              MOVE ZEROS TO PX-ITEM-NUMBER.
              SET WS-LIST-MORE TO TRUE.
              START SUPPLIER-XREF-FILE
                    KEY IS NOT LESS THAN PX-XREF-KEY
                 INVALID KEY MOVE "N" TO WS-LIST-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-LIST-MORE
                 READ SUPPLIER-XREF-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-LIST-MORE-SW
                    NOT AT END
                       IF PX-SUPPLIER-NUMBER NOT = WS-LIST-SUPPLIER
                          MOVE "N" TO WS-LIST-MORE-SW
                       ELSE
                          ADD 1 TO WS-LIST-COUNT
                          PERFORM 5100-SHOW-XREF THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY WS-LIST-COUNT " PART(S) ON FILE FOR SUPPLIER "
                      WS-LIST-SUPPLIER.
       6500-EXIT.
              EXIT.

      *    Common audit-trail append, called by the add/change/delete
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierXrefMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
