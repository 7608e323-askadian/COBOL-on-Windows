      *  to pull supplier data from, mirroring the Publisher-File     *
      *  pattern in SetUpInxFiles.cbl.                                 *
      *                                                               *
      *  Each supplier's account status - active, on payment hold or  *
      *  blocked - is kept here too, with the reason, date and        *
      *  operator, on SUPPLIER-STATUS-FILE (see SUPPSTAT.CPY), and    *
      *  every change is logged to SUPPSTAT.LOG for the status        *
      *  history inquiry.                                             *
      *                                                               *
      *  Payment terms are also held as structured codes on           *
      *  SUPPLIER-TERMS-FILE (see SUPPTERM.CPY) - discount percent,   *
      *  discount days and net days - which SupplierInvoiceMgmt.cbl   *
      *  dates invoices from and APPaymentRun.cbl takes prompt-       *
      *  payment discounts by.  SU-PAYMENT-TERMS stays as the         *
      *  free-text description sent to the supplier.                  *
      *                                                               *
      *  The supplier's own part numbers for the items we buy from    *
      *  them are kept by SupplierXrefMgmt.cbl (see SUPPXREF.CPY),    *
      *  reached from this menu.                                      *
      *                                                               *
      *  Only the menu options the signed-on operator's roles grant   *
      *  are listed, and a choice is authorized through PermCheck.cbl *
      *  before it runs; a refusal is logged to the operator activity *
      *  file.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS S1-SUPPLIER-NUMBER
                     FILE STATUS IS WS-1099-STATUS.

      *    Supplier account status: a satellite file keyed by
      *    supplier number (see SUPPSTAT.CPY), with every change also
      *    appended to SUPPSTAT.LOG for the history inquiry.
              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

      *    Structured payment terms: a satellite file keyed by
      *    supplier number (see SUPPTERM.CPY).
              SELECT SUPPLIER-TERMS-FILE
                     ASSIGN TO "suppterm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TM-SUPPLIER-NUMBER
                     FILE STATUS IS WS-TERM-STATUS.

              SELECT SUPPLIER-STATUS-HIST-FILE
                     ASSIGN TO "SUPPSTAT.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SHIST-STATUS.

      *    Probe for the training marker TrainingSetup.cbl leaves in
      *    the practice directory - present only when this session's
      *    working directory is the TRAINING data set, so the menu
       FD  SUPPLIER-1099-FILE.
           COPY "SUPP1099.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  SUPPLIER-STATUS-HIST-FILE.
           COPY "SUPPSTHS.CPY".

       FD  SUPPLIER-TERMS-FILE.
           COPY "SUPPTERM.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(02) VALUE SPACES.
              10 WS-EXIT-OPTION       PIC X(02) VALUE "13".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(111) VALUE SPACES.
              10 WS-CAT-STATUS        PIC X(02) VALUE "00".
              10 WS-AUDIT-1099-BEFORE PIC X(17) VALUE SPACES.
              10 WS-NEW-TAX-ID        PIC X(11) VALUE SPACES.
              10 WS-NEW-REPORTABLE    PIC X(01) VALUE SPACE.
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHIST-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-SSTAT-BEFORE PIC X(52) VALUE SPACES.
              10 WS-OLD-SUPP-STATUS   PIC X(01) VALUE SPACE.
              10 WS-NEW-SUPP-STATUS   PIC X(01) VALUE SPACE.
              10 WS-NEW-SUPP-REASON   PIC X(30) VALUE SPACES.
              10 WS-SSTAT-FOUND-SW    PIC X(01) VALUE "N".
                 88 WS-SSTAT-FOUND          VALUE "Y".
              10 WS-HIST-SUPPLIER     PIC 9(05) VALUE ZEROS.
              10 WS-HIST-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-STATUS-DESC       PIC X(13) VALUE SPACES.

      *    Working fields for 6960-SET-SUPPLIER-TERMS.
              10 WS-TERM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-TERM-BEFORE PIC X(23) VALUE SPACES.
              10 WS-NEW-DISC-PCT      PIC 9(02)V99 VALUE ZEROS.
              10 WS-NEW-DISC-DAYS     PIC 9(03) VALUE ZEROS.
              10 WS-NEW-NET-DAYS      PIC 9(03) VALUE ZEROS.

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    Menu options and sensitive actions are checked against
      *    the signed-on operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE SUPPLIER-CATEGORY-FILE.
              CLOSE SUPPLIER-1099-FILE.
              CLOSE SUPPLIER-STATUS-FILE.
              CLOSE SUPPLIER-TERMS-FILE.
              GOBACK.

       1000-INITIALIZE.
                 CLOSE SUPPLIER-1099-FILE
                 OPEN I-O SUPPLIER-1099-FILE
              END-IF.
              OPEN I-O SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "35"
                 CLOSE SUPPLIER-STATUS-FILE
                 OPEN OUTPUT SUPPLIER-STATUS-FILE
                 CLOSE SUPPLIER-STATUS-FILE
                 OPEN I-O SUPPLIER-STATUS-FILE
              END-IF.
              OPEN I-O SUPPLIER-TERMS-FILE.
              IF WS-TERM-STATUS = "35"
                 CLOSE SUPPLIER-TERMS-FILE
                 OPEN OUTPUT SUPPLIER-TERMS-FILE
                 CLOSE SUPPLIER-TERMS-FILE
                 OPEN I-O SUPPLIER-TERMS-FILE
              END-IF.
       1000-EXIT.
              EXIT.

              END-IF.
              DISPLAY "Supplier Management".
              DISPLAY "-------------------".
              MOVE "SUPP" TO PC-FUNCTION-CODE.
              SET PC-MENU-FILTER TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-MENU-ALLOWED(1)
                 DISPLAY "1. Add Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(2)
                 DISPLAY "2. Change Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(3)
                 DISPLAY "3. Inquire Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(4)
                 DISPLAY "4. Delete Supplier"
              END-IF.
              IF PC-MENU-ALLOWED(5)
                 DISPLAY "5. Maintain Contract Pricing"
              END-IF.
              IF PC-MENU-ALLOWED(6)
                 DISPLAY "6. Consolidated Remittance Advice"
              END-IF.
              IF PC-MENU-ALLOWED(7)
                 DISPLAY "7. Maintain Supplier Category"
              END-IF.
              IF PC-MENU-ALLOWED(8)
                 DISPLAY "8. Maintain 1099/Tax Information"
              END-IF.
              IF PC-MENU-ALLOWED(9)
                 DISPLAY "9. Maintain Supplier Status"
              END-IF.
              IF PC-MENU-ALLOWED(10)
                 DISPLAY "10. Supplier Status History"
              END-IF.
              IF PC-MENU-ALLOWED(11)
                 DISPLAY "11. Maintain Payment Terms (Discount/Net)"
              END-IF.
              IF PC-MENU-ALLOWED(12)
                 DISPLAY "12. Supplier Part Cross-Reference"
              END-IF.
              DISPLAY "13. Return to Main Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
                 MOVE "SUPP" TO PC-FUNCTION-CODE
                 MOVE WS-MENU-OPTION TO PC-MENU-OPTION
                 SET PC-AUTHORIZE TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 IF PC-DENIED
                    DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                    GO TO 2000-EXIT
                 END-IF
              END-IF.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-SUPPLIER THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-SUPPLIER THRU 4000-EXIT
                             THRU 6700-EXIT
                 WHEN "8" PERFORM 6800-SET-SUPPLIER-1099
                             THRU 6800-EXIT
                 WHEN "9" PERFORM 6900-SET-SUPPLIER-STATUS
                             THRU 6900-EXIT
                 WHEN "10" PERFORM 6950-SUPPLIER-STATUS-HISTORY
                             THRU 6950-EXIT
                 WHEN "11" PERFORM 6960-SET-SUPPLIER-TERMS
                             THRU 6960-EXIT
                 WHEN "12" PERFORM 6970-SUPPLIER-XREF-MAINT
                             THRU 6970-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SUPPLIER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    MOVE "suppmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       3000-EXIT.
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE SUPPLIER-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "suppmas" TO AT-FILE-NAME
                          PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    END-REWRITE
              END-READ.
                            WS-SUPP-STATUS
                 NOT INVALID KEY
                    DISPLAY SUPPLIER-MASTER-REC
                    PERFORM 6910-READ-SUPPLIER-STATUS THRU 6910-EXIT
                    DISPLAY "ACCOUNT STATUS: " WS-STATUS-DESC
                    IF WS-SSTAT-FOUND
                       DISPLAY "  SET " SV-SET-DATE " BY "
                               SV-OPERATOR-ID " - " SV-REASON
                    END-IF
                    MOVE SU-SUPPLIER-NUMBER TO TM-SUPPLIER-NUMBER
                    READ SUPPLIER-TERMS-FILE
                       INVALID KEY
                          DISPLAY "PAYMENT TERMS: " SU-PAYMENT-TERMS
                                  " (NOT SET AS CODES)"
                       NOT INVALID KEY
                          DISPLAY "PAYMENT TERMS: DISCOUNT "
                                  TM-DISC-PCT "% WITHIN "
                                  TM-DISC-DAYS " DAYS, NET "
                                  TM-NET-DAYS " DAYS"
                    END-READ
              END-READ.
       5000-EXIT.
              EXIT.
                                   TO AT-BEFORE-IMAGE
                                MOVE SPACES TO AT-AFTER-IMAGE
                                SET AT-OP-DELETE TO TRUE
                                MOVE "suppmas" TO AT-FILE-NAME
                                PERFORM 7000-WRITE-AUDIT-RECORD
                                   THRU 7000-EXIT
                          END-DELETE
       6000-EXIT.
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
                       MOVE "DELT-SUP" TO PC-FUNCTION-CODE
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
      * Contract-pricing support: CALLs the shared SUPPLIER-PRICE
      * maintenance program rather than duplicating CRUD logic here.
      * SupplierPriceMgmt opens SUPPLIER-MASTER and AUDIT-TRAIL
      * itself (and its RFQ award reads SUPPLIER-STATUS-FILE), so
      * this program's own handles on them are closed
      * first and reopened on return, the same guard StockMgmt.cbl
      * uses around its 6600-BOM-MAINT call to BomMgmt.
       6500-PRICE-MAINT.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE SUPPLIER-STATUS-FILE.
              CALL "SupplierPriceMgmt".
              OPEN I-O SUPPLIER-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN I-O SUPPLIER-STATUS-FILE.
       6500-EXIT.
              EXIT.

       6800-EXIT.
              EXIT.

      *    Supplier account status: sets a supplier active, on
      *    payment hold or blocked, with the reason, date and the
      *    operator making the change.  The same add-or-update
      *    paragraph shape as 6700-SET-SUPPLIER-CATEGORY, plus a line
      *    on SUPPSTAT.LOG for every change so the history inquiry
      *    can show how the account got to where it is.
       6900-SET-SUPPLIER-STATUS.
              DISPLAY "ENTER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - STATUS "
                            "NOT CHANGED"
                    GO TO 6900-EXIT
              END-READ.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT FOUND - STATUS "
                            WS-SUPP-STATUS
                    GO TO 6900-EXIT
              END-READ.
              PERFORM 6910-READ-SUPPLIER-STATUS THRU 6910-EXIT.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME.
              DISPLAY "CURRENT STATUS: " WS-STATUS-DESC.
              IF WS-SSTAT-FOUND
                 DISPLAY "  SET " SV-SET-DATE " BY " SV-OPERATOR-ID
                         " - " SV-REASON
              END-IF.
              MOVE SV-STATUS TO WS-OLD-SUPP-STATUS.
              DISPLAY "NEW STATUS - (A)CTIVE, PAYMENT (H)OLD OR "
                      "(B)LOCKED: ".
              MOVE SPACE TO WS-NEW-SUPP-STATUS.
              ACCEPT WS-NEW-SUPP-STATUS.
              MOVE WS-NEW-SUPP-STATUS TO SV-STATUS.
              IF NOT SV-STATUS-VALID
                 DISPLAY "INVALID STATUS - NOT CHANGED."
                 GO TO 6900-EXIT
              END-IF.
              IF WS-NEW-SUPP-STATUS = WS-OLD-SUPP-STATUS
                 DISPLAY "SUPPLIER IS ALREADY " WS-STATUS-DESC
                         " - NOT CHANGED."
                 GO TO 6900-EXIT
              END-IF.
              DISPLAY "ENTER REASON: ".
              MOVE SPACES TO WS-NEW-SUPP-REASON.
              ACCEPT WS-NEW-SUPP-REASON.
              IF WS-NEW-SUPP-REASON = SPACES
                 DISPLAY "A REASON IS REQUIRED - NOT CHANGED."
                 GO TO 6900-EXIT
              END-IF.
              MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER.
              MOVE WS-NEW-SUPP-STATUS TO SV-STATUS.
              MOVE WS-NEW-SUPP-REASON TO SV-REASON.
              ACCEPT SV-SET-DATE FROM DATE YYYYMMDD.
              MOVE OM-OPERATOR-ID TO SV-OPERATOR-ID.
              IF WS-SSTAT-FOUND
                 REWRITE SUPPLIER-STATUS-REC
                    INVALID KEY
                       DISPLAY "REWRITE FAILED - STATUS "
                               WS-SSTAT-STATUS
                       GO TO 6900-EXIT
                 END-REWRITE
                 SET AT-OP-CHANGE TO TRUE
              ELSE
                 WRITE SUPPLIER-STATUS-REC
                    INVALID KEY
                       DISPLAY "WRITE FAILED - STATUS "
                               WS-SSTAT-STATUS
                       GO TO 6900-EXIT
                 END-WRITE
                 MOVE SPACES TO WS-AUDIT-SSTAT-BEFORE
                 SET AT-OP-ADD TO TRUE
              END-IF.
              MOVE SV-SUPPLIER-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-SSTAT-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-STATUS-REC TO AT-AFTER-IMAGE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              OPEN EXTEND SUPPLIER-STATUS-HIST-FILE.
              IF WS-SHIST-STATUS = "35"
                 OPEN OUTPUT SUPPLIER-STATUS-HIST-FILE
              END-IF.
              MOVE SV-SUPPLIER-NUMBER TO SY-SUPPLIER-NUMBER.
              MOVE SV-SET-DATE TO SY-CHANGE-DATE.
              ACCEPT SY-CHANGE-TIME FROM TIME.
              MOVE WS-OLD-SUPP-STATUS TO SY-OLD-STATUS.
              MOVE SV-STATUS TO SY-NEW-STATUS.
              MOVE SV-REASON TO SY-REASON.
              MOVE SV-OPERATOR-ID TO SY-OPERATOR-ID.
              WRITE SUPPLIER-STATUS-HIST-REC.
              CLOSE SUPPLIER-STATUS-HIST-FILE.
              PERFORM 6920-DESCRIBE-STATUS THRU 6920-EXIT.
              DISPLAY "SUPPLIER " SV-SUPPLIER-NUMBER " IS NOW "
                      WS-STATUS-DESC ".".
       6900-EXIT.
              EXIT.

      *    Looks up SU-SUPPLIER-NUMBER's status record, leaving it in
      *    SUPPLIER-STATUS-REC (and its image in WS-AUDIT-SSTAT-
      *    BEFORE) with WS-SSTAT-FOUND set; a supplier with no record
      *    comes back active.
       6910-READ-SUPPLIER-STATUS.
              MOVE "N" TO WS-SSTAT-FOUND-SW.
              MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER.
              READ SUPPLIER-STATUS-FILE
                 INVALID KEY
                    INITIALIZE SUPPLIER-STATUS-REC
                    MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER
                    SET SV-STATUS-ACTIVE TO TRUE
                 NOT INVALID KEY
                    SET WS-SSTAT-FOUND TO TRUE
                    MOVE SUPPLIER-STATUS-REC TO WS-AUDIT-SSTAT-BEFORE
              END-READ.
              PERFORM 6920-DESCRIBE-STATUS THRU 6920-EXIT.
       6910-EXIT.
              EXIT.

       6920-DESCRIBE-STATUS.
              EVALUATE TRUE
                 WHEN SV-STATUS-PAY-HOLD
                    MOVE "PAYMENT HOLD" TO WS-STATUS-DESC
                 WHEN SV-STATUS-BLOCKED
                    MOVE "BLOCKED" TO WS-STATUS-DESC
                 WHEN OTHER
                    MOVE "ACTIVE" TO WS-STATUS-DESC
              END-EVALUATE.
       6920-EXIT.
              EXIT.

      *    Every status change logged for one supplier, oldest first,
      *    read straight off SUPPSTAT.LOG.
       6950-SUPPLIER-STATUS-HISTORY.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT WS-HIST-SUPPLIER.
              MOVE WS-HIST-SUPPLIER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT FOUND - STATUS "
                            WS-SUPP-STATUS
                    GO TO 6950-EXIT
              END-READ.
              PERFORM 6910-READ-SUPPLIER-STATUS THRU 6910-EXIT.
              DISPLAY "STATUS HISTORY - SUPPLIER " SU-SUPPLIER-NUMBER
                      " " SU-SUPPLIER-NAME.
              DISPLAY "CURRENT STATUS: " WS-STATUS-DESC.
              DISPLAY "DATE     TIME     FROM TO OPERATOR REASON".
              MOVE ZEROS TO WS-HIST-COUNT.
              OPEN INPUT SUPPLIER-STATUS-HIST-FILE.
              IF WS-SHIST-STATUS NOT = "00"
                 DISPLAY "NO STATUS CHANGES RECORDED."
                 GO TO 6950-EXIT
              END-IF.
              PERFORM UNTIL WS-SHIST-STATUS NOT = "00"
                 READ SUPPLIER-STATUS-HIST-FILE
                    AT END MOVE "10" TO WS-SHIST-STATUS
                    NOT AT END
                       IF SY-SUPPLIER-NUMBER = WS-HIST-SUPPLIER
                          ADD 1 TO WS-HIST-COUNT
                          DISPLAY SY-CHANGE-DATE " " SY-CHANGE-TIME
                                  " " SY-OLD-STATUS "    "
                                  SY-NEW-STATUS "  " SY-OPERATOR-ID
                                  " " SY-REASON
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SUPPLIER-STATUS-HIST-FILE.
              DISPLAY WS-HIST-COUNT " STATUS CHANGE(S).".
       6950-EXIT.
              EXIT.

      *    Structured payment terms: sets or changes the discount
      *    percent, discount days and net days SupplierInvoiceMgmt.cbl
      *    dates this supplier's invoices by, the same add-or-update
      *    paragraph shape as 6800-SET-SUPPLIER-1099.  A zero discount
      *    percent means no prompt-payment discount is offered; the
      *    discount must close before the invoice falls due.
       6960-SET-SUPPLIER-TERMS.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT TM-SUPPLIER-NUMBER.
              MOVE TM-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT FOUND - STATUS "
                            WS-SUPP-STATUS
                    GO TO 6960-EXIT
              END-READ.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME
                      "  TERMS AS TEXT: " SU-PAYMENT-TERMS.
              DISPLAY "ENTER DISCOUNT PERCENT (E.G. 2.00, ZERO FOR "
                      "NONE): ".
              MOVE ZEROS TO WS-NEW-DISC-PCT.
              ACCEPT WS-NEW-DISC-PCT.
              MOVE ZEROS TO WS-NEW-DISC-DAYS.
              IF WS-NEW-DISC-PCT > ZEROS
                 DISPLAY "ENTER DISCOUNT DAYS (E.G. 10): "
                 ACCEPT WS-NEW-DISC-DAYS
              END-IF.
              DISPLAY "ENTER NET DAYS (E.G. 30): ".
              MOVE ZEROS TO WS-NEW-NET-DAYS.
              ACCEPT WS-NEW-NET-DAYS.
              IF WS-NEW-NET-DAYS = ZEROS
                 DISPLAY "NET DAYS ARE REQUIRED - NOT CHANGED."
                 GO TO 6960-EXIT
              END-IF.
              IF WS-NEW-DISC-PCT > ZEROS
                 AND (WS-NEW-DISC-DAYS = ZEROS
                      OR WS-NEW-DISC-DAYS NOT < WS-NEW-NET-DAYS)
                 DISPLAY "DISCOUNT DAYS MUST BE ABOVE ZERO AND "
                         "BELOW NET DAYS - NOT CHANGED."
                 GO TO 6960-EXIT
              END-IF.
              READ SUPPLIER-TERMS-FILE
                 INVALID KEY
                    MOVE WS-NEW-DISC-PCT TO TM-DISC-PCT
                    MOVE WS-NEW-DISC-DAYS TO TM-DISC-DAYS
                    MOVE WS-NEW-NET-DAYS TO TM-NET-DAYS
                    ACCEPT TM-SET-DATE FROM DATE YYYYMMDD
                    WRITE SUPPLIER-TERMS-REC
                       INVALID KEY
                          DISPLAY "WRITE FAILED - STATUS "
                                  WS-TERM-STATUS
                       NOT INVALID KEY
                          DISPLAY "PAYMENT TERMS SET."
                          MOVE TM-SUPPLIER-NUMBER TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE SUPPLIER-TERMS-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                    END-WRITE
                 NOT INVALID KEY
                    MOVE SUPPLIER-TERMS-REC TO WS-AUDIT-TERM-BEFORE
                    MOVE WS-NEW-DISC-PCT TO TM-DISC-PCT
                    MOVE WS-NEW-DISC-DAYS TO TM-DISC-DAYS
                    MOVE WS-NEW-NET-DAYS TO TM-NET-DAYS
                    ACCEPT TM-SET-DATE FROM DATE YYYYMMDD
                    REWRITE SUPPLIER-TERMS-REC
                       INVALID KEY
                          DISPLAY "REWRITE FAILED - STATUS "
                                  WS-TERM-STATUS
                       NOT INVALID KEY
                          DISPLAY "PAYMENT TERMS UPDATED."
                          MOVE TM-SUPPLIER-NUMBER TO AT-KEY-VALUE
                          MOVE WS-AUDIT-TERM-BEFORE TO AT-BEFORE-IMAGE
                          MOVE SUPPLIER-TERMS-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD
                             THRU 7000-EXIT
                    END-REWRITE
              END-READ.
       6960-EXIT.
              EXIT.

      * Supplier part cross-reference: CALLs the shared
      * SupplierXrefMgmt program.  It opens SUPPLIER-MASTER,
      * AUDIT-TRAIL and OPERATOR-MASTER itself, so this program's own
      * handles on them are closed first and reopened on return, the
      * same guard 6500-PRICE-MAINT uses around SupplierPriceMgmt.
       6970-SUPPLIER-XREF-MAINT.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "SupplierXrefMgmt".
              OPEN I-O SUPPLIER-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       6970-EXIT.
              EXIT.

      *    Common audit-trail append, called by the add/change/delete
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.
