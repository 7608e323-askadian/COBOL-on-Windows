      *  A prior period with any step still pending refuses the roll   *
      *  - the new period does not open until every box is ticked.     *
      *                                                                *
      *  The bank reconciliation step is ticked off BankRecon.cbl's    *
      *  BANK-SUMMARY-FILE: it is done once a statement ending in the  *
      *  period has been printed reconciled, with no difference and no *
      *  unmatched line.                                               *
      *                                                                *
      *  The inventory GL reconciliation step runs                     *
      *  InventoryGLRecon.cbl, which proves the GL inventory,          *
      *  returns-held, kit work-in-process and consignment payable     *
      *  balances against their sub-ledgers; the step is done once the *
      *  reconciliation has printed.                                   *
      *                                                                *
      *  The trial balance step runs GLFinancials.cbl's GLTBCHECK for  *
      *  the period; it is only marked done when the ledger balances,  *
      *  and since every step must be done before the roll, an         *
      *  out-of-balance ledger holds the period open.                  *
      *                                                                *
      *  Step 8 generates this period's journals from every approved   *
      *  recurring template through JournalEntry.cbl's JRNLRECUR       *
      *  entry, dated the period's last day.  Run it ahead of the GL   *
      *  posting run and the trial balance check, so the recurring     *
      *  accruals are in the ledger those two steps look at.           *
      *                                                                *
      *  Step 9 runs GRNIAccrual.cbl's GRNIACCRUE entry: the aged      *
      *  goods-received-not-invoiced report, and its total booked as   *
      *  an auto-reversing journal so the accrual is in this period    *
      *  and out again on the first of the next.  Like the recurring   *
      *  journals it belongs ahead of the GL posting run and the trial *
      *  balance check.                                                *
      *                                                                *
      *  Step 10 runs AuditVerify.cbl's AUDITVFY entry over the audit  *
      *  trail and its archive.  It is only marked done when the chain *
      *  is unbroken, and it cannot be signed off by hand, so a trail  *
      *  that has been cut, reordered or edited holds the period open  *
      *  until it has been investigated.  Run it last, after every     *
      *  other step has written its own audit records.                 *
      *                                                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS BD-DATE
                     FILE STATUS IS WS-CAL-STATUS.

      *    Bank statement summaries kept by BankRecon.cbl, one per
      *    statement, keyed by statement end date.
              SELECT BANK-SUMMARY-FILE
                     ASSIGN TO "banksum"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BS-STMT-END-DATE
                     FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ME-CONTROL-FILE.
               88 ME-FX-REVAL-DONE             VALUE "Y".
           02  ME-FX-REVAL-DATE          PIC 9(08).
           02  ME-FX-REVAL-OPERATOR      PIC X(08).
           02  ME-BANK-REC-SW            PIC X(01).
               88 ME-BANK-REC-DONE             VALUE "Y".
           02  ME-BANK-REC-DATE          PIC 9(08).
           02  ME-BANK-REC-OPERATOR      PIC X(08).
           02  ME-INV-RECON-SW           PIC X(01).
               88 ME-INV-RECON-DONE            VALUE "Y".
           02  ME-INV-RECON-DATE         PIC 9(08).
           02  ME-INV-RECON-OPERATOR     PIC X(08).
           02  ME-TRIAL-BAL-SW           PIC X(01).
               88 ME-TRIAL-BAL-DONE            VALUE "Y".
           02  ME-TRIAL-BAL-DATE         PIC 9(08).
           02  ME-TRIAL-BAL-OPERATOR     PIC X(08).
           02  ME-RECUR-JE-SW            PIC X(01).
               88 ME-RECUR-JE-DONE             VALUE "Y".
           02  ME-RECUR-JE-DATE          PIC 9(08).
           02  ME-RECUR-JE-OPERATOR      PIC X(08).
           02  ME-GRNI-SW                PIC X(01).
               88 ME-GRNI-DONE                 VALUE "Y".
           02  ME-GRNI-DATE              PIC 9(08).
           02  ME-GRNI-OPERATOR          PIC X(08).
           02  ME-AUDIT-CHAIN-SW         PIC X(01).
               88 ME-AUDIT-CHAIN-DONE          VALUE "Y".
           02  ME-AUDIT-CHAIN-DATE       PIC 9(08).
           02  ME-AUDIT-CHAIN-OPERATOR   PIC X(08).

       FD  ME-CLOSE-LOG-FILE.
       01  ME-LOG-REC                    PIC X(80).
       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.CPY".

       FD  BANK-SUMMARY-FILE.
           COPY "BANKSUM.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-CONTROL-STATUS    PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "4".
              10 WS-STEP-OPTION       PIC X(02) VALUE SPACES.
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-CURRENT-PERIOD    PIC 9(06) VALUE ZEROS.
              10 WS-STEP-RETURN       PIC 9(05) VALUE ZEROS.
              10 WS-PRIOR-COMPLETE-SW PIC X(01) VALUE "Y".
                 88 WS-PRIOR-COMPLETE       VALUE "Y".
              10 WS-SUM-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-BANK-REC-SW       PIC X(01) VALUE "N".
                 88 WS-BANK-REC-FOUND       VALUE "Y".

      *    Business-day working fields for 1020-TEST-BUSINESS-DAY -
      *    weekends derive from INTEGER-OF-DATE's day number (day 1
                    OR NOT ME-CUST-STMT-DONE
                    OR NOT ME-REPORTS-DONE
                    OR NOT ME-FX-REVAL-DONE
                    OR NOT ME-BANK-REC-DONE
                    OR NOT ME-INV-RECON-DONE
                    OR NOT ME-TRIAL-BAL-DONE
                    OR NOT ME-RECUR-JE-DONE
                    OR NOT ME-GRNI-DONE
                    OR NOT ME-AUDIT-CHAIN-DONE
                    MOVE "N" TO WS-PRIOR-COMPLETE-SW
                 END-IF
              END-IF.
              MOVE "N" TO ME-CYCLE-COUNT-SW, ME-GL-POST-SW,
                          ME-BACKUP-SW, ME-SUPPLIER-RECON-SW,
                          ME-CUST-STMT-SW, ME-REPORTS-SW,
                          ME-FX-REVAL-SW, ME-BANK-REC-SW,
                          ME-INV-RECON-SW, ME-TRIAL-BAL-SW,
                          ME-RECUR-JE-SW, ME-GRNI-SW,
                          ME-AUDIT-CHAIN-SW.
              MOVE ZEROS TO ME-CYCLE-COUNT-DATE, ME-GL-POST-DATE,
                            ME-BACKUP-DATE, ME-SUPPLIER-RECON-DATE,
                            ME-CUST-STMT-DATE, ME-REPORTS-DATE,
                            ME-FX-REVAL-DATE, ME-BANK-REC-DATE,
                            ME-INV-RECON-DATE, ME-TRIAL-BAL-DATE,
                            ME-RECUR-JE-DATE, ME-GRNI-DATE,
                            ME-AUDIT-CHAIN-DATE.
              MOVE SPACES TO ME-CYCLE-COUNT-OPERATOR,
                             ME-GL-POST-OPERATOR,
                             ME-BACKUP-OPERATOR,
                             ME-SUPPLIER-RECON-OPERATOR,
                             ME-CUST-STMT-OPERATOR,
                             ME-REPORTS-OPERATOR,
                             ME-FX-REVAL-OPERATOR,
                             ME-BANK-REC-OPERATOR,
                             ME-INV-RECON-OPERATOR,
                             ME-TRIAL-BAL-OPERATOR,
                             ME-RECUR-JE-OPERATOR,
                             ME-GRNI-OPERATOR,
                             ME-AUDIT-CHAIN-OPERATOR.
              PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT.
       1100-EXIT.
              EXIT.
              ELSE
                 DISPLAY "FX REVALUATION              : PENDING"
              END-IF.
              IF ME-BANK-REC-DONE
                 DISPLAY "BANK STATEMENT RECONCILED   : DONE "
                         ME-BANK-REC-DATE " BY " ME-BANK-REC-OPERATOR
              ELSE
                 DISPLAY "BANK STATEMENT RECONCILED   : PENDING"
              END-IF.
              IF ME-INV-RECON-DONE
                 DISPLAY "INVENTORY GL RECONCILED     : DONE "
                         ME-INV-RECON-DATE " BY "
                         ME-INV-RECON-OPERATOR
              ELSE
                 DISPLAY "INVENTORY GL RECONCILED     : PENDING"
              END-IF.
              IF ME-TRIAL-BAL-DONE
                 DISPLAY "TRIAL BALANCE IN BALANCE    : DONE "
                         ME-TRIAL-BAL-DATE " BY "
                         ME-TRIAL-BAL-OPERATOR
              ELSE
                 DISPLAY "TRIAL BALANCE IN BALANCE    : PENDING"
              END-IF.
              IF ME-RECUR-JE-DONE
                 DISPLAY "RECURRING JOURNALS GENERATED: DONE "
                         ME-RECUR-JE-DATE " BY "
                         ME-RECUR-JE-OPERATOR
              ELSE
                 DISPLAY "RECURRING JOURNALS GENERATED: PENDING"
              END-IF.
              IF ME-GRNI-DONE
                 DISPLAY "GRNI ACCRUAL BOOKED         : DONE "
                         ME-GRNI-DATE " BY " ME-GRNI-OPERATOR
              ELSE
                 DISPLAY "GRNI ACCRUAL BOOKED         : PENDING"
              END-IF.
              IF ME-AUDIT-CHAIN-DONE
                 DISPLAY "AUDIT TRAIL CHAIN VERIFIED  : DONE "
                         ME-AUDIT-CHAIN-DATE " BY "
                         ME-AUDIT-CHAIN-OPERATOR
              ELSE
                 DISPLAY "AUDIT TRAIL CHAIN VERIFIED  : PENDING"
              END-IF.
       3100-EXIT.
              EXIT.

      *    Runs one of the steps this system can confirm for
      *    itself, through the same batch entry points EODBatchRun
      *    already calls, and only records the step DONE when the
      *    called program comes back with RETURN-CODE ZERO.
              DISPLAY "2. Master-File Backup".
              DISPLAY "3. Print Month-End Reports".
              DISPLAY "4. Month-End FX Revaluation".
              DISPLAY "5. Bank Statement Reconciliation".
              DISPLAY "6. Inventory GL Reconciliation".
              DISPLAY "7. Trial Balance Check".
              DISPLAY "8. Generate Recurring Journals".
              DISPLAY "9. Goods Received Not Invoiced Accrual".
              DISPLAY "10. Audit Trail Chain Verification".
              DISPLAY "ENTER YOUR CHOICE: ".
              ACCEPT WS-STEP-OPTION.
              DISPLAY "ENTER YOUR OPERATOR ID: ".
                       DISPLAY "FX REVALUATION FAILED - STEP NOT "
                               "MARKED COMPLETE."
                    END-IF
                 WHEN "5"
                    PERFORM 4500-CHECK-BANK-REC THRU 4500-EXIT
                 WHEN "6"
                    CALL "InventoryGLRecon"
                    IF RETURN-CODE = ZERO
                       SET ME-INV-RECON-DONE TO TRUE
                       MOVE WS-TODAY-DATE TO ME-INV-RECON-DATE
                       MOVE WS-OPERATOR-ID TO ME-INV-RECON-OPERATOR
                       PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                    ELSE
                       DISPLAY "INVENTORY GL RECONCILIATION FAILED - "
                               "STEP NOT MARKED COMPLETE."
                    END-IF
                 WHEN "7"
                    MOVE ZEROS TO WS-STEP-RETURN
                    CALL "GLTBCHECK" USING ME-PERIOD-YYYYMM
                                           WS-STEP-RETURN
                    IF RETURN-CODE = ZERO
                       SET ME-TRIAL-BAL-DONE TO TRUE
                       MOVE WS-TODAY-DATE TO ME-TRIAL-BAL-DATE
                       MOVE WS-OPERATOR-ID TO ME-TRIAL-BAL-OPERATOR
                       PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                    ELSE
                       DISPLAY "TRIAL BALANCE IS OUT - STEP NOT "
                               "MARKED COMPLETE AND THE PERIOD "
                               "CANNOT ROLL."
                    END-IF
                 WHEN "8"
                    MOVE ZEROS TO WS-STEP-RETURN
                    CALL "JRNLRECUR" USING ME-PERIOD-YYYYMM
                                           WS-STEP-RETURN
                    IF RETURN-CODE = ZERO
                       SET ME-RECUR-JE-DONE TO TRUE
                       MOVE WS-TODAY-DATE TO ME-RECUR-JE-DATE
                       MOVE WS-OPERATOR-ID TO ME-RECUR-JE-OPERATOR
                       PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                    ELSE
                       DISPLAY "RECURRING JOURNAL GENERATION FAILED - "
                               "STEP NOT MARKED COMPLETE."
                    END-IF
                 WHEN "9"
                    MOVE ZEROS TO WS-STEP-RETURN
                    CALL "GRNIACCRUE" USING ME-PERIOD-YYYYMM
                                            WS-STEP-RETURN
                    IF RETURN-CODE = ZERO
                       SET ME-GRNI-DONE TO TRUE
                       MOVE WS-TODAY-DATE TO ME-GRNI-DATE
                       MOVE WS-OPERATOR-ID TO ME-GRNI-OPERATOR
                       PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                    ELSE
                       DISPLAY "GRNI ACCRUAL FAILED - STEP NOT MARKED "
                               "COMPLETE."
                    END-IF
                 WHEN "10"
                    MOVE ZEROS TO WS-STEP-RETURN
                    CALL "AUDITVFY" USING WS-STEP-RETURN
                    IF RETURN-CODE = ZERO
                       SET ME-AUDIT-CHAIN-DONE TO TRUE
                       MOVE WS-TODAY-DATE TO ME-AUDIT-CHAIN-DATE
                       MOVE WS-OPERATOR-ID TO ME-AUDIT-CHAIN-OPERATOR
                       PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                    ELSE
                       DISPLAY "AUDIT TRAIL CHAIN IS BROKEN - STEP NOT "
                               "MARKED COMPLETE AND THE PERIOD "
                               "CANNOT ROLL."
                    END-IF
                 WHEN OTHER
                    DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       4000-EXIT.
              EXIT.

      *    The bank reconciliation itself is worked in BankRecon.cbl;
      *    this only looks for a statement ending in the period that
      *    it has recorded reconciled, and ticks the box with the
      *    date and operator that reconciliation was printed by.
       4500-CHECK-BANK-REC.
              MOVE "N" TO WS-BANK-REC-SW.
              OPEN INPUT BANK-SUMMARY-FILE.
              IF WS-SUM-STATUS NOT = "00"
                 DISPLAY "NO BANK STATEMENTS HAVE BEEN IMPORTED - "
                         "STEP NOT MARKED COMPLETE."
                 GO TO 4500-EXIT
              END-IF.
              COMPUTE BS-STMT-END-DATE = ME-PERIOD-YYYYMM * 100 + 1.
              START BANK-SUMMARY-FILE
                    KEY IS NOT LESS THAN BS-STMT-END-DATE
                 INVALID KEY MOVE "10" TO WS-SUM-STATUS
              END-START.
              PERFORM UNTIL WS-SUM-STATUS NOT = "00"
                            OR WS-BANK-REC-FOUND
                 READ BANK-SUMMARY-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SUM-STATUS
                    NOT AT END
                       IF BS-STMT-END-DATE(1:6) NOT = ME-PERIOD-YYYYMM
                          MOVE "10" TO WS-SUM-STATUS
                       ELSE
                          IF BS-STATUS-RECONCILED
                             SET WS-BANK-REC-FOUND TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE BANK-SUMMARY-FILE.
              IF WS-BANK-REC-FOUND
                 SET ME-BANK-REC-DONE TO TRUE
                 MOVE BS-REC-DATE TO ME-BANK-REC-DATE
                 MOVE BS-OPERATOR-ID TO ME-BANK-REC-OPERATOR
                 PERFORM 1200-WRITE-CONTROL THRU 1200-EXIT
                 DISPLAY "BANK STATEMENT ENDING " BS-STMT-END-DATE
                         " IS RECONCILED - STEP MARKED COMPLETE."
              ELSE
                 DISPLAY "NO STATEMENT ENDING IN " ME-PERIOD-YYYYMM
                         " IS RECONCILED YET - STEP NOT MARKED "
                         "COMPLETE."
              END-IF.
       4500-EXIT.
              EXIT.

      *    Records an operator's attestation that a step with no
      *    automated check has genuinely been done - the same
      *    confirm-then-record idiom this subsystem's maintenance
