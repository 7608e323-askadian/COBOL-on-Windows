      *  files, and a password-protected shutdown of the whole        *
      *  application.                                                 *
      *                                                               *
      *  Option 23 maintains the system parameter file                *
      *  (SysParmMgmt.cbl) - the GL accounts and business limits the  *
      *  posting and batch programs fetch at start-up instead of      *
      *  carrying them in their own source.                           *
      *                                                               *
      *  Only the options the signed-on operator's roles grant are    *
      *  listed, and a choice is authorized through PermCheck.cbl     *
      *  before it runs.  Option 24 maintains the roles themselves    *
      *  (RoleMgmt.cbl); an operator's roles are assigned in Operator *
      *  Maintenance.                                                 *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "26".
              10 WS-SHUTDOWN-PASSWORD PIC X(08) VALUE "ADMIN123".
              10 WS-ENTERED-PASSWORD  PIC X(08) VALUE SPACE.
              10 WS-SEC-STATUS        PIC X(02) VALUE "00".
              10 WS-FORCE-OFF-ID      PIC X(08) VALUE SPACES.
              10 WS-SESSION-COUNT     PIC 9(03) VALUE ZEROS.

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              OPEN INPUT TRAINING-FLAG-FILE.
              END-IF.
              DISPLAY "Utilities".
              DISPLAY "---------".
              MOVE "UTIL" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. File Status Inquiry"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Reindex KSDS Files"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Shutdown Application"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Exchange Rate Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Operator Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Barcode Cross-Reference Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Month-End Close Checklist"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Data Quality Sweep"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Operator Activity Report"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Batch Run History Report"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Sales Tax Code Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Archive/Purge Retention Sweep"
              END-IF.
              IF PC-MENU-ALLOWED(13)
                 DISPLAY "13. Audit Trail Inquiry"
              END-IF.
              IF PC-MENU-ALLOWED(14)
                 DISPLAY "14. Chart Of Accounts Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(15)
                 DISPLAY "15. Unlock Operator Account"
              END-IF.
              IF PC-MENU-ALLOWED(16)
                 DISPLAY "16. Active Sessions / Force Sign-Off"
              END-IF.
              IF PC-MENU-ALLOWED(17)
                 DISPLAY "17. Business-Day Calendar Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(18)
                 DISPLAY "18. Card Settlement / Processor Funding"
              END-IF.
              IF PC-MENU-ALLOWED(19)
                 DISPLAY "19. Bank Statement Reconciliation"
              END-IF.
              IF PC-MENU-ALLOWED(20)
                 DISPLAY "20. Notification Outbox / Unacknowledged "
                         "Events"
              END-IF.
              IF PC-MENU-ALLOWED(21)
                 DISPLAY "21. GL Balances / Trial Balance / Statements"
              END-IF.
              IF PC-MENU-ALLOWED(22)
                 DISPLAY "22. Journal Entries"
              END-IF.
              IF PC-MENU-ALLOWED(23)
                 DISPLAY "23. System Parameter Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(24)
                 DISPLAY "24. Role / Permission Maintenance"
              END-IF.
              IF PC-MENU-ALLOWED(25)
                 DISPLAY "25. Audit Trail Chain Verification"
              END-IF.
              DISPLAY "26. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "UTIL" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-FILE-STATUS-INQUIRY
                             THRU 3000-EXIT
                             THRU 9980-EXIT
                 WHEN "17" PERFORM 9990-BUS-CALENDAR
                             THRU 9990-EXIT
                 WHEN "18" PERFORM 9992-CARD-SETTLEMENT
                             THRU 9992-EXIT
                 WHEN "19" PERFORM 9994-BANK-RECONCILIATION
                             THRU 9994-EXIT
                 WHEN "20" PERFORM 9996-NOTIFICATION-OUTBOX
                             THRU 9996-EXIT
                 WHEN "21" PERFORM 9998-GL-FINANCIALS
                             THRU 9998-EXIT
                 WHEN "22" PERFORM 9999-JOURNAL-ENTRIES
                             THRU 9999-EXIT
                 WHEN "23" PERFORM 9965-SYSTEM-PARAMETERS
                             THRU 9965-EXIT
                 WHEN "24" PERFORM 9967-ROLE-MAINTENANCE
                             THRU 9967-EXIT
                 WHEN "25" PERFORM 9968-AUDIT-VERIFY
                             THRU 9968-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       9960-EXIT.
              EXIT.

      * Configuration support: CALLs the shared system parameter
      * maintenance program - GL posting accounts and business
      * thresholds every posting program reads at start-up.
       9965-SYSTEM-PARAMETERS.
              CALL "SysParmMgmt".
       9965-EXIT.
              EXIT.

      * Named roles and the functions each one grants - see
      * RoleMgmt.cbl.  Which operator holds which role is kept in
      * Operator Maintenance (option 5).
       9967-ROLE-MAINTENANCE.
              CALL "RoleMgmt".
       9967-EXIT.
              EXIT.

      * Audit support: CALLs the shared audit-trail chain check -
      * the same walk the month-end close and the heartbeat run -
      * to show whether AUDIT.TRL can still be relied on.
       9968-AUDIT-VERIFY.
              CALL "AuditVerify".
       9968-EXIT.
              EXIT.

      * Clears a lockout left by repeated password failures at
      * sign-on, so the operator can try again.  Reaching it takes a
      * role granting UTIL-15, the same gate every Utilities option
      * sits behind.
       9970-UNLOCK-OPERATOR.
              OPEN I-O OPERATOR-SECURITY-FILE.
              IF WS-SEC-STATUS NOT = "00"
       9990-EXIT.
              EXIT.

      * Card-processor reconciliation support: CALLs the shared card
      * settlement program rather than duplicating the batch build
      * and funding match here.
       9992-CARD-SETTLEMENT.
              CALL "CardSettlement".
       9992-EXIT.
              EXIT.

      * Bank reconciliation support: CALLs the shared bank statement
      * reconciliation program rather than duplicating the matching
      * here.
       9994-BANK-RECONCILIATION.
              CALL "BankRecon".
       9994-EXIT.
              EXIT.

      * Exception notification support: CALLs the shared outbox
      * inquiry rather than duplicating the event list and
      * acknowledgement here.
       9996-NOTIFICATION-OUTBOX.
              CALL "NotifyOutbox".
       9996-EXIT.
              EXIT.

      * General ledger support: CALLs the shared ledger balance and
      * financial statement program rather than duplicating the
      * trial balance and statements here.
       9998-GL-FINANCIALS.
              CALL "GLFinancials".
       9998-EXIT.
              EXIT.

      * Journal entry support: CALLs the shared journal program
      * rather than duplicating entry, approval and release here.
       9999-JOURNAL-ENTRIES.
              CALL "JournalEntry".
       9999-EXIT.
              EXIT.

      * Activity-log append for the forced sign-off - opened and
      * closed per event the same way MainMenu.cbl's own
      * 9000-WRITE-ACTIVITY-RECORD does.
              END-IF.
              ACCEPT OA-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT OA-TS-TIME FROM TIME.
              MOVE SPACES TO OA-FUNCTION-CODE.
              WRITE OPERATOR-ACTIVITY-REC.
              CLOSE OPERATOR-ACTIVITY-FILE.
       9985-EXIT.
