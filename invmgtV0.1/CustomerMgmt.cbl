      *  validate orders against.  Also offers the customer statement *
      *  / aging report, which CALLs CustomerStatementRpt.            *
      *                                                               *
      *  Bad Debt Write-Offs (option 17) CALLs BadDebtWriteOff to     *
      *  request, approve and recover write-offs of uncollectable     *
      *  balances.  A customer with an approved write-off is on       *
      *  permanent credit hold, so a credit-limit change is neither   *
      *  queued nor applied for one.                                  *
      *                                                               *
      *  A loyalty rebate redeemed against the balance owed is also   *
      *  appended to the LOYALTY.LOG register alongside the accruals  *
      *  SalesMgmt.cbl logs there.                                    *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      *  Only the menu options the signed-on operator's roles grant   *
      *  are listed, and a choice is authorized through PermCheck.cbl *
      *  before it runs; a refusal is logged to the operator activity *
      *  file.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

      *    5700-ORDER-HISTORY reads the transactions belonging to
      *    the customer being inquired on through the ST-CUST-ID
      *    alternate key, as CustomerStatementRpt.cbl's 1100-AGE-ONE-
      *    CUSTOMER does.
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

      *    7000-SET-CUSTOMER-CURRENCY maintains this - the currency
                     RECORD KEY IS CL-CUST-ID
                     FILE STATUS IS WS-LOY-STATUS.

      *    5965-LOG-REDEMPTION appends each redemption to the rebate
      *    movement register SalesMgmt.cbl logs accruals to (see
      *    LOYLOG.CPY), opening it only for the one line.
              SELECT LOYALTY-LOG-FILE
                     ASSIGN TO "LOYALTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LYLOG-STATUS.

      *    6100-REQUEST-LIMIT-CHANGE and 6200-APPROVE-LIMIT-CHANGES
      *    work the credit-limit change queue and its review history
      *    (see CRLIMHST.CPY) - the limit only moves once a manager
       FD  CUST-LOYALTY-FILE.
           COPY "CUSTLOY.CPY".

       FD  LOYALTY-LOG-FILE.
           COPY "LOYLOG.CPY".

       FD  CASH-RECEIPT-FILE.
           COPY "CASHRCPT.CPY".


       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TMODE-SW          PIC X(01) VALUE "N".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "18".
              10 WS-AUDIT-BEFORE-REC  PIC X(88) VALUE SPACES.
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-LOY-BEFORE  PIC X(34) VALUE SPACES.
              10 WS-REDEEM-AMOUNT     PIC 9(07)V99 VALUE ZEROS.
              10 WS-LYLOG-STATUS      PIC X(02) VALUE "00".
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.
              10 WS-CTAX-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 88 WS-CH-DEC-QUIT          VALUE "Q" "q".
              10 WS-CH-QUIT-SW        PIC X(01) VALUE "N".
                 88 WS-CH-QUIT              VALUE "Y".
      *    Set by BadDebtWriteOff's BDHOLDCHECK entry - "Y" once the
      *    customer has had a balance written off, after which no
      *    credit-limit change is taken or applied.
              10 WS-BD-HOLD-SW        PIC X(01) VALUE "N".
                 88 WS-BD-ON-HOLD           VALUE "Y".
              10 WS-RVW-FROM-DATE     PIC 9(08) VALUE ZEROS.
              10 WS-RVW-TODAY         PIC 9(08) VALUE ZEROS.
              10 WS-RVW-PURCHASES     PIC S9(09)V99 VALUE ZEROS.
              10 WS-HIST-LAST-DATE    PIC 9(08) VALUE ZEROS.
      *    A customer whose last order is more than WS-LAPSED-DAYS
      *    days old is flagged LAPSED for sales follow-up.
              10 WS-LAPSED-DAYS       PIC 9(03) VALUE ZEROS.
              10 WS-HIST-TODAY        PIC 9(08) VALUE ZEROS.
              10 WS-HIST-AGE-DAYS     PIC S9(05) VALUE ZEROS.

      *    Event handed to NotifyOutbox.cbl's NOTIFYPOST entry so a
      *    queued credit-limit change reaches a manager for approval.
           COPY "NOTIFEVT.CPY".
       01  WS-NOTIFY-LIMIT             PIC Z(06)9.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
              CLOSE OPERATOR-MASTER-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "CUST-LAPSED-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-LAPSED-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "CUSTOMER MAINTENANCE CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

       1000-INITIALIZE.
              OPEN INPUT TRAINING-FLAG-FILE.
              IF WS-TFLG-STATUS = "00"
              END-IF.
              DISPLAY "Customer Management".
              DISPLAY "-------------------".
              MOVE "CUST" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Add Customer"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Change Customer"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Inquire Customer"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Customer Statement / Aging Report"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Customer Order History"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Set Customer Invoice Currency"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Customer Invoice (Own Currency)"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Loyalty/Rebate Inquiry and Redemption"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Set Customer Tax Status/Exempt Certificate"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Post Customer Payment (Cash Receipts)"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Maintain Ship-To Addresses"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Finance Charge Run (Monthly)"
              END-IF.
              IF PC-MENU-ALLOWED(13)
                 DISPLAY "13. Review/Approve Credit Limit Changes"
              END-IF.
              IF PC-MENU-ALLOWED(14)
                 DISPLAY "14. Credit Limit Annual Review Report"
              END-IF.
              IF PC-MENU-ALLOWED(15)
                 DISPLAY "15. Merge Duplicate Customer Accounts"
              END-IF.
              IF PC-MENU-ALLOWED(16)
                 DISPLAY "16. Standing Orders"
              END-IF.
              IF PC-MENU-ALLOWED(17)
                 DISPLAY "17. Bad Debt Write-Offs"
              END-IF.
              DISPLAY "18. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "CUST" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-CUSTOMER THRU 4000-EXIT
                             THRU 6200-EXIT
                 WHEN "14" PERFORM 6300-LIMIT-REVIEW-REPORT
                             THRU 6300-EXIT
                 WHEN "15" PERFORM 5997-CUSTOMER-MERGE
                             THRU 5997-EXIT
                 WHEN "16" PERFORM 5998-STANDING-ORDERS
                             THRU 5998-EXIT
                 WHEN "17" PERFORM 5999-BAD-DEBT-WRITEOFFS
                             THRU 5999-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
              END-WRITE.
       3000-EXIT.
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "custmas" TO AT-FILE-NAME
                          PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
                    END-REWRITE
              END-READ.

      *    Lists every sale/return on SALES-TRANSACTION-FILE for one
      *    customer and classifies the customer as a repeat or
      *    one-time buyer.  Only the customer's own transactions are
      *    read, STARTed on the ST-CUST-ID alternate key and stopped
      *    at the first transaction for another customer.
       5700-ORDER-HISTORY.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              DISPLAY "-----------------------------------------".

              MOVE "00" TO WS-SALE-STATUS.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "10" TO WS-SALE-STATUS
                       ELSE
                          DISPLAY ST-TXN-NUMBER " " ST-TXN-DATE " "
                                  ST-ITEM-NUMBER " " ST-QTY-SOLD " "
                                  ST-EXTENDED-AMOUNT
                    MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
                    PERFORM 5965-LOG-REDEMPTION THRU 5965-EXIT
              END-REWRITE.

              MOVE CL-CUST-ID TO CM-CUST-ID.
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
                    DISPLAY "REDEEMED " WS-REDEEM-AMOUNT
                            " AGAINST CUSTOMER BALANCE."
       5960-EXIT.
              EXIT.

      *    One redemption line on LOYALTY.LOG, so the customer
      *    profitability report can show rebates redeemed by date.
      *    A register that will not open costs the line, not the
      *    redemption already made.
       5965-LOG-REDEMPTION.
              OPEN EXTEND LOYALTY-LOG-FILE.
              IF WS-LYLOG-STATUS = "35"
                 OPEN OUTPUT LOYALTY-LOG-FILE
              END-IF.
              IF WS-LYLOG-STATUS NOT = "00"
                 DISPLAY "LOYALTY LOG NOT AVAILABLE - STATUS "
                         WS-LYLOG-STATUS
                 GO TO 5965-EXIT
              END-IF.
              ACCEPT LY-ENTRY-DATE FROM DATE YYYYMMDD.
              MOVE CL-CUST-ID TO LY-CUST-ID.
              SET LY-ENTRY-REDEEMED TO TRUE.
              MOVE ZEROS TO LY-TXN-NUMBER.
              MOVE WS-REDEEM-AMOUNT TO LY-AMOUNT.
              MOVE "CustomerMgmt" TO LY-SOURCE-PROGRAM.
              WRITE LOYALTY-LOG-REC.
              CLOSE LOYALTY-LOG-FILE.
       5965-EXIT.
              EXIT.

      *    Adds or changes this customer's CUST-TAX-FILE entry - the
      *    tax code SalesMgmt.cbl rates the sale's tax line off, and
      *    the exempt-certificate details that let an exempt account
      *    old and new figures and the requester are the start of
      *    the review history.
       6100-REQUEST-LIMIT-CHANGE.
              CALL "BDHOLDCHECK" USING CM-CUST-ID WS-BD-HOLD-SW.
              IF WS-BD-ON-HOLD
                 DISPLAY "CUSTOMER HAS A BALANCE WRITTEN OFF - "
                         "PERMANENT CREDIT HOLD, LIMIT NOT CHANGED."
                 GO TO 6100-EXIT
              END-IF.
              COMPUTE WS-NEXT-CH-NUMBER = WS-NEXT-CH-NUMBER + 1.
              MOVE WS-NEXT-CH-NUMBER TO CH-REQUEST-NUMBER.
              MOVE CM-CUST-ID TO CH-CUST-ID.
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
                    DISPLAY "LIMIT CHANGE " CH-REQUEST-NUMBER
                            " QUEUED - PENDING MANAGER APPROVAL."
                    PERFORM 6105-POST-LIMIT-EVENT THRU 6105-EXIT
              END-WRITE.
       6100-EXIT.
              EXIT.

      *    Tells the managers through the notification outbox that a
      *    credit-limit change is waiting on their approval.
       6105-POST-LIMIT-EVENT.
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-WARNING TO TRUE.
              MOVE "CUSTOMER"     TO NE-SUBSYSTEM.
              MOVE "CustomerMgmt" TO NE-SOURCE-PROGRAM.
              STRING "LIMIT REQ " CH-REQUEST-NUMBER
                     DELIMITED BY SIZE INTO NE-EVENT-KEY.
              MOVE CH-NEW-LIMIT TO WS-NOTIFY-LIMIT.
              STRING "CUST " CH-CUST-ID
                     " LIMIT CHANGE TO " WS-NOTIFY-LIMIT
                     " AWAITS APPROVAL"
                     DELIMITED BY SIZE INTO NE-MESSAGE.
              SET NE-TO-MANAGER TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       6105-EXIT.
              EXIT.

      *    Works the pending limit-change queue.  The reviewer must
      *    sign in as a manager or admin before anything is shown -
      *    the same dual-control credential check the delete paths
                    DISPLAY "OPERATOR NOT RECOGNISED - REVIEW "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-CLM" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                    ELSE
                       DISPLAY "REVIEW DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
                            "NOT APPLIED."
                    GO TO 6230-EXIT
              END-READ.
              CALL "BDHOLDCHECK" USING CM-CUST-ID WS-BD-HOLD-SW.
              IF WS-BD-ON-HOLD
                 DISPLAY "CUSTOMER HAS SINCE HAD A BALANCE WRITTEN "
                         "OFF - LIMIT NOT APPLIED."
                 GO TO 6230-EXIT
              END-IF.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-BEFORE-REC.
              MOVE CH-NEW-LIMIT TO CM-CREDIT-LIMIT.
              REWRITE CUSTOMER-MASTER-REC
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
              END-REWRITE.
       6230-EXIT.
              MOVE ZEROS TO WS-RVW-PURCHASES.
              PERFORM 6320-SUM-PAYMENTS THRU 6320-EXIT.
              SET WS-RVW-MORE TO TRUE.
              MOVE CM-CUST-ID TO ST-CUST-ID.
              START SALES-TRANSACTION-FILE
                    KEY IS EQUAL TO ST-CUST-ID
                 INVALID KEY MOVE "N" TO WS-RVW-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RVW-MORE
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RVW-MORE-SW
                    NOT AT END
                       IF ST-CUST-ID NOT = CM-CUST-ID
                          MOVE "N" TO WS-RVW-MORE-SW
                       ELSE
                          IF NOT ST-TXN-VOID
                             AND ST-TXN-DATE >= WS-RVW-FROM-DATE
                             ADD ST-EXTENDED-AMOUNT
                                TO WS-RVW-PURCHASES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       5995-EXIT.
              EXIT.

      *    CustomerMerge rewrites every customer-keyed file this
      *    program holds open, so all of those handles are closed
      *    first and reopened on return - the same guard
      *    5995-FINANCE-CHARGE-RUN uses.
       5997-CUSTOMER-MERGE.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE SALES-TRANSACTION-FILE.
              CLOSE CUST-CURRENCY-FILE.
              CLOSE CUST-LOYALTY-FILE.
              CLOSE CUST-TAX-FILE.
              CLOSE SHIP-TO-FILE.
              CLOSE CREDIT-LIMIT-HIST-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CALL "CustomerMerge".
              OPEN I-O CUSTOMER-MASTER-FILE.
              OPEN INPUT SALES-TRANSACTION-FILE.
              OPEN I-O CUST-CURRENCY-FILE.
              OPEN I-O CUST-LOYALTY-FILE.
              OPEN I-O CUST-TAX-FILE.
              OPEN I-O SHIP-TO-FILE.
              OPEN I-O CREDIT-LIMIT-HIST-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
       5997-EXIT.
              EXIT.

      *    Standing orders are kept in StandingOrderMgmt, which reads
      *    the customer and ship-to files and appends to the audit
      *    trail itself, so those handles are closed across the CALL
      *    the same way 5997-CUSTOMER-MERGE does.
       5998-STANDING-ORDERS.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE SHIP-TO-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CALL "StandingOrderMgmt".
              OPEN I-O CUSTOMER-MASTER-FILE.
              OPEN I-O SHIP-TO-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
       5998-EXIT.
              EXIT.

      *    BadDebtWriteOff rewrites CM-BALANCE and CM-CREDIT-LIMIT,
      *    signs its operators on against the operator master and
      *    appends to the audit trail itself, so those handles are
      *    closed across the CALL the same way 5998-STANDING-ORDERS
      *    does.
       5999-BAD-DEBT-WRITEOFFS.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CALL "BadDebtWriteOff".
              OPEN I-O CUSTOMER-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
       5999-EXIT.
              EXIT.

      *    Common audit-trail append, called by the add/change
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "CustomerMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       6000-EXIT.
              EXIT.
