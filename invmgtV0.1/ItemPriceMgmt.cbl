              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "15".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-CONT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 COPY "FS-STATUS-CODES.CPY".

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-MASS-APPLIED      PIC 9(05) VALUE ZEROS.
              10 WS-MASS-HELD-BACK    PIC 9(05) VALUE ZEROS.

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
              DISPLAY "11. Contract Price Expiry Report".
              DISPLAY "12. Mass Price Update (Preview And Schedule)".
              DISPLAY "13. Apply Scheduled Mass Price Updates".
              DISPLAY "14. Mix-And-Match / Basket Promotions".
              DISPLAY "15. Return to Stock Management Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                             THRU 9000-EXIT
                 WHEN "13" PERFORM 9500-APPLY-MASS-UPDATES
                             THRU 9500-EXIT
                 WHEN "14" PERFORM 9900-BASKET-PROMOTIONS
                             THRU 9900-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                    DISPLAY "OPERATOR NOT RECOGNISED - SIGN-OFF "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-PRC" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "UPDATE SIGNED OFF BY "
                               OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "SIGN-OFF DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       9700-EXIT.
              EXIT.

      * Mix-and-match and basket-threshold promotion maintenance:
      * CALLs the promotion program, which opens AUDIT-TRAIL itself,
      * so this program's own handles are closed first and reopened
      * on return, the same guard StockMgmt.cbl uses for its CALLed
      * subsystems.
       9900-BASKET-PROMOTIONS.
              CLOSE ITEM-CATEGORY-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "PromotionMgmt".
              OPEN INPUT ITEM-CATEGORY-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       9900-EXIT.
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
                       MOVE "DELT-PRC" TO PC-FUNCTION-CODE
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
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "ItemPriceMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
