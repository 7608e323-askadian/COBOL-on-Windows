      *  with no SM-BIN-LOCATION assigned yet, to help staff shelve   *
      *  it) that go with moving stock between locations.             *
      *                                                               *
      *  Each side of a move is also posted to the stock movement     *
      *  ledger through StockLedger's STKMOVEPOST entry: an XOUT at   *
      *  the source when the transfer is requested, and an XIN at the *
      *  destination when it is approved (or back at the source when  *
      *  it is rejected), so in-transit stock shows in neither place. *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-APPROVER-PASSWORD  PIC X(08) VALUE SPACES.
              10 WS-REQUESTER-ID       PIC X(08) VALUE SPACES.

      *    Event handed to NotifyOutbox.cbl's NOTIFYPOST entry so a
      *    transfer left in transit reaches a manager for approval.
           COPY "NOTIFEVT.CPY".

      *    Movement posted to the stock ledger by 3150.
           COPY "STKMVMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
              END-REWRITE.

                    MOVE STOCK-TRANSFER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
                    PERFORM 3050-POST-TRANSFER-EVENT THRU 3050-EXIT
              END-WRITE.
              INITIALIZE STOCK-MOVE-MSG.
              SET MM-TYPE-XFER-OUT TO TRUE.
              COMPUTE MM-QTY = WS-XFER-QTY * -1.
              MOVE WS-REQUESTER-ID TO MM-OPERATOR-ID.
              PERFORM 3150-POST-XFER-MOVEMENT THRU 3150-EXIT.
              DISPLAY "TRANSFER " XT-TRANSFER-NUMBER " REQUESTED - "
                      WS-XFER-QTY " OF ITEM " WS-XFER-ITEM-NUMBER
                      " FROM " WS-FROM-LOCATION " TO " WS-TO-LOCATION
       3000-EXIT.
              EXIT.

      *    Tells the managers through the notification outbox that a
      *    transfer is in transit waiting on 3200-APPROVE-TRANSFER.
       3050-POST-TRANSFER-EVENT.
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-WARNING TO TRUE.
              MOVE "INVENTORY"     TO NE-SUBSYSTEM.
              MOVE "StockTransfer" TO NE-SOURCE-PROGRAM.
              STRING "TRANSFER " XT-TRANSFER-NUMBER
                     DELIMITED BY SIZE INTO NE-EVENT-KEY.
              STRING "ITEM " XT-ITEM-NUMBER " QTY " XT-QTY " "
                     XT-FROM-LOCATION " TO " XT-TO-LOCATION
                     " AWAITS APPROVAL"
                     DELIMITED BY SIZE INTO NE-MESSAGE.
              SET NE-TO-MANAGER TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       3050-EXIT.
              EXIT.

      *    Applies the destination side of an approved transfer: adds
      *    to the existing record there if the item is already
      *    stocked at that location, otherwise creates a new
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          MOVE "stockmas" TO AT-FILE-NAME
                          PERFORM 9000-WRITE-AUDIT-RECORD
                             THRU 9000-EXIT
                          PERFORM 3140-POST-XFER-IN THRU 3140-EXIT
                    END-WRITE
                 NOT INVALID KEY
                    MOVE STOCK-MASTER-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "stockmas" TO AT-FILE-NAME
                          PERFORM 9000-WRITE-AUDIT-RECORD
                             THRU 9000-EXIT
                          PERFORM 3140-POST-XFER-IN THRU 3140-EXIT
                    END-REWRITE
              END-READ.
       3100-EXIT.
              EXIT.

      *    Posts the XT-QTY credited to the current STOCK-MASTER-REC
      *    (destination on approval, source on rejection) as an XIN.
       3140-POST-XFER-IN.
              INITIALIZE STOCK-MOVE-MSG.
              SET MM-TYPE-XFER-IN TO TRUE.
              MOVE XT-QTY TO MM-QTY.
              MOVE WS-APPROVER-ID TO MM-OPERATOR-ID.
              PERFORM 3150-POST-XFER-MOVEMENT THRU 3150-EXIT.
       3140-EXIT.
              EXIT.

      *    Fills in the item, location, cost and transfer number from
      *    the current STOCK-MASTER-REC / STOCK-TRANSFER-REC and hands
      *    the movement to the stock ledger.
       3150-POST-XFER-MOVEMENT.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "XFER " XT-TRANSFER-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "StockTransfer" TO MM-SOURCE-PROGRAM.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       3150-EXIT.
              EXIT.

      *    Credits the destination location for an in-transit
      *    transfer once a second, suitably authorized operator has
      *    approved it, and marks the transfer received.  Only a
      *    transfer still marked in-transit can be approved.
       3200-APPROVE-TRANSFER.
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
                    PERFORM 3140-POST-XFER-IN THRU 3140-EXIT
              END-REWRITE.

              SET XT-STATUS-REJECTED TO TRUE.
              EXIT.

      *    A confirmed approve/reject still needs a second,
      *    suitably authorized operator to authorize it, the same
      *    dual-control check StockMgmt.cbl's 6050-GET-DELETE-
      *    APPROVAL makes before a DELETE is issued.
       6050-GET-TRANSFER-APPROVAL.
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-XFR" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "APPROVED BY " OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "APPROVAL DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "StockTransfer" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       9000-EXIT.
              EXIT.
