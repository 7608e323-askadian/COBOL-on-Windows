      *  3100-RAISE-PO can price a suggested PO off contract rather    *
      *  than STOCK-MASTER's general unit cost.  Offers add / change  *
      *  / inquire / delete against SUPPLIER-PRICE, modeled on        *
      *  BomMgmt.cbl.  Requests for quotation, whose award lands      *
      *  here as a new price break, are run from RfqMgmt.cbl.         *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-PACK-BEFORE PIC X(20) VALUE SPACES.
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "8".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(36) VALUE SPACES.

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-INQ-SUPPLIER      PIC 9(05) VALUE ZEROS.
              10 WS-INQ-ITEM          PIC 9(06) VALUE ZEROS.
              10 WS-INQ-TODAY         PIC 9(08) VALUE ZEROS.
              10 WS-EXPIRY-WARN-DAYS  PIC 9(03) VALUE ZEROS.
              10 WS-DAYS-TO-EXPIRY    PIC S9(05) VALUE ZEROS.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
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
              MOVE "SPRICE-WARN-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-EXPIRY-WARN-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "SUPPLIER PRICES CANNOT RUN -"
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
              OPEN I-O SUPPLIER-PRICE-FILE.
              IF WS-PRICE-STATUS = "35"
              DISPLAY "4. Delete Contract Price Break".
              DISPLAY "5. Case Pack / Order Unit Maintenance".
              DISPLAY "6. Bulk Price-List Import".
              DISPLAY "7. Request For Quotation".
              DISPLAY "8. Return to Supplier Management Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                 WHEN "5" PERFORM 8000-MAINT-CASE-PACK THRU 8000-EXIT
                 WHEN "6" PERFORM 8500-PRICE-LIST-IMPORT
                             THRU 8500-EXIT
                 WHEN "7" PERFORM 8600-REQUEST-FOR-QUOTATION
                             THRU 8600-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
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
                       MOVE "DELT-SPR" TO PC-FUNCTION-CODE
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
       8500-EXIT.
              EXIT.

      * Requests for quotation: CALLs RfqMgmt, whose award step
      * writes the winning terms to SUPPLIER-PRICE-FILE and audits
      * them, so its handles are closed first and reopened on
      * return, the same guard as 8500-PRICE-LIST-IMPORT.
       8600-REQUEST-FOR-QUOTATION.
              CLOSE SUPPLIER-PRICE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CALL "RfqMgmt".
              OPEN I-O SUPPLIER-PRICE-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
       8600-EXIT.
              EXIT.

       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierPriceMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
