      *  and ReadPersonKsdsFile, plus a cycle-count reconciliation    *
      *  option that CALLs CycleCountRecon.                           *
      *                                                               *
      *  A new item's starting quantity is posted to the stock        *
      *  movement ledger as an OPEN movement, and a change that moves *
      *  the on-hand posts the difference as an ADJM adjustment,      *
      *  both through StockLedger's STKMOVEPOST entry.                *
      *                                                               *
      *  A wall-to-wall physical inventory, counted by tag against a  *
      *  frozen snapshot while trading carries on, is run through     *
      *  PhysicalInventory.                                           *
      *                                                               *
      *  Customer returns are held on a disposition queue by          *
      *  SalesMgmt and decided by a supervisor - restock, return to   *
      *  vendor or scrap - through ReturnDisposition.                 *
      *                                                               *
      *  Only the menu options the signed-on operator's roles grant   *
      *  are listed, and a choice is authorized through PermCheck.cbl *
      *  before it runs; a refusal is logged to the operator activity *
      *  file.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "20".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(86) VALUE SPACES.
              10 WS-BEFORE-STOCK-VIEW REDEFINES WS-AUDIT-BEFORE-REC.
                 15 FILLER            PIC X(40).
                 15 WS-BEFORE-QTY-ON-HAND PIC 9(07).
                 15 FILLER            PIC X(39).

      *    Working fields for 6900-BIN-RELABEL: mass-moves every item
      *    on file at a given SM-LOCATION that currently carries
              10 WS-RELABEL-COUNT     PIC 9(05) VALUE ZEROS.

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-DELETE-ITEM-SAVE  PIC 9(06) VALUE ZEROS.
              10 WS-DELETE-LOC-SAVE   PIC X(04) VALUE SPACES.

      *    Movement posted to the stock ledger by 3100 / 4100.
           COPY "STKMVMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
              END-IF.
              DISPLAY "Stock Management".
              DISPLAY "----------------".
              MOVE "STCK" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Add Item"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Change Item"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Inquire Item"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Delete Item"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Cycle Count Reconciliation"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Bill-of-Materials Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Transfer Stock Between Locations"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Item Substitution Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Bin Relabeling"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Item Price/Promotional Pricing "
                         "Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Return To Vendor (Defective Stock)"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Consignment Flag Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(13)
                 DISPLAY "13. Lot Recall Inquiry"
              END-IF.
              IF PC-MENU-ALLOWED(14)
                 DISPLAY "14. Kit Assembly Work Orders"
              END-IF.
              IF PC-MENU-ALLOWED(15)
                 DISPLAY "15. Item Category Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(16)
                 DISPLAY "16. Item Lifecycle Status"
              END-IF.
              IF PC-MENU-ALLOWED(17)
                 DISPLAY "17. Shelf Label / Price Tag Print Run"
              END-IF.
              IF PC-MENU-ALLOWED(18)
                 DISPLAY "18. Physical Inventory (Wall-to-Wall Count)"
              END-IF.
              IF PC-MENU-ALLOWED(19)
                 DISPLAY "19. Customer Return Disposition"
              END-IF.
              DISPLAY "20. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "STCK" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-ITEM THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-ITEM THRU 4000-EXIT
                             THRU 6997-EXIT
                 WHEN "16" PERFORM 6998-ITEM-STATUS-MAINT
                             THRU 6998-EXIT
                 WHEN "17" PERFORM 6999-SHELF-LABEL-RUN
                             THRU 6999-EXIT
                 WHEN "18" PERFORM 6996-PHYSICAL-INVENTORY
                             THRU 6996-EXIT
                 WHEN "19" PERFORM 6994-RETURN-DISPOSITION
                             THRU 6994-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 3100-POST-OPENING-MOVEMENT THRU 3100-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

      * Posts a newly added item's starting quantity to the stock
      * movement ledger so the roll-forward has a starting point.
       3100-POST-OPENING-MOVEMENT.
              IF SM-QTY-ON-HAND = ZERO
                 GO TO 3100-EXIT
              END-IF.
              INITIALIZE STOCK-MOVE-MSG.
              SET MM-TYPE-OPENING TO TRUE.
              MOVE SM-QTY-ON-HAND TO MM-QTY.
              MOVE "ITEM ADD" TO MM-SOURCE-DOC.
              PERFORM 4150-CALL-STOCK-LEDGER THRU 4150-EXIT.
       3100-EXIT.
              EXIT.

       4000-CHANGE-ITEM.
              DISPLAY "ENTER ITEM NUMBER TO CHANGE: ".
              ACCEPT SM-ITEM-NUMBER.
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "stockmas" TO AT-FILE-NAME
                          PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                          PERFORM 4100-POST-QTY-ADJUSTMENT
                             THRU 4100-EXIT
                    END-REWRITE
              END-READ.
       4000-EXIT.
              EXIT.

      * A change that moved the on-hand is posted to the stock
      * movement ledger as an adjustment for the difference.
       4100-POST-QTY-ADJUSTMENT.
              IF SM-QTY-ON-HAND = WS-BEFORE-QTY-ON-HAND
                 GO TO 4100-EXIT
              END-IF.
              INITIALIZE STOCK-MOVE-MSG.
              SET MM-TYPE-ADJUST TO TRUE.
              COMPUTE MM-QTY = SM-QTY-ON-HAND - WS-BEFORE-QTY-ON-HAND.
              MOVE "ITEM CHANGE" TO MM-SOURCE-DOC.
              PERFORM 4150-CALL-STOCK-LEDGER THRU 4150-EXIT.
       4100-EXIT.
              EXIT.

      * Common fields for 3100 / 4100, then the ledger CALL.
       4150-CALL-STOCK-LEDGER.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              MOVE "StockMgmt" TO MM-SOURCE-PROGRAM.
              MOVE "STOCKMGT" TO MM-OPERATOR-ID.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
              IF MM-POST-FAILED
                 DISPLAY "STOCK MOVEMENT NOT LOGGED FOR ITEM "
                         SM-ITEM-NUMBER
              END-IF.
       4150-EXIT.
              EXIT.

       5000-INQUIRE-ITEM.
              DISPLAY "ENTER ITEM NUMBER TO VIEW: ".
              ACCEPT SM-ITEM-NUMBER.
                                   TO AT-BEFORE-IMAGE
                                MOVE SPACES TO AT-AFTER-IMAGE
                                SET AT-OP-DELETE TO TRUE
                                MOVE "stockmas" TO AT-FILE-NAME
                                PERFORM 7000-WRITE-AUDIT-RECORD
                                   THRU 7000-EXIT
                          END-DELETE
       6010-EXIT.
              EXIT.

      *    A confirmed delete still needs a second, suitably
      *    authorized operator to sign off before it is carried
      *    out - the clerk who confirmed the delete cannot approve
      *    their own action by re-entering their own credentials.
       6050-GET-DELETE-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "SECOND APPROVAL REQUIRED - ENTER MANAGER "
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "DELT-ITM" TO PC-FUNCTION-CODE
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
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       6950-EXIT.
       6998-EXIT.
              EXIT.

      * Shelf-label and price-tag printing for items whose price has
      * changed, plus single-item and bin-range reprints: CALLs
      * ShelfLabelRun, which opens STOCK-MASTER itself, so this
      * program's own handles are closed first and reopened on
      * return, the same guard used for the other CALLed subsystems.
       6999-SHELF-LABEL-RUN.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "ShelfLabelRun".
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       6999-EXIT.
              EXIT.

      * Wall-to-wall physical inventory - freeze, tag counts, recount
      * control and posting: CALLs PhysicalInventory, which updates
      * STOCK-MASTER and appends to the audit trail itself, so this
      * program's handles are closed first and reopened on return.
       6996-PHYSICAL-INVENTORY.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "PhysicalInventory".
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       6996-EXIT.
              EXIT.

      * Supervisor disposition of queued customer returns: CALLs
      * ReturnDisposition, which restocks into STOCK-MASTER and
      * appends to the audit trail itself, so this program's handles
      * are closed first and reopened on return.
       6994-RETURN-DISPOSITION.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "ReturnDisposition".
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       6994-EXIT.
              EXIT.

      * Flags or clears consignment on one item/location.  Flagging
      * records the owning supplier (defaulted from SM-SUPPLIER-
      * NUMBER); clearing deletes the satellite record, so an
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "StockMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.
