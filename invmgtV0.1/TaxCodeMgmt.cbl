      *  from.  Offers add / change / inquire / delete against        *
      *  TAX-CODE-FILE, modeled on OperatorMgmt.cbl.                  *
      *                                                               *
      *  Each code also carries the percentage of tax paid on         *
      *  purchases under it that can be reclaimed as input tax -      *
      *  SupplierInvoiceMgmt.cbl and PurchaseMgmt.cbl post the        *
      *  recoverable part to its own account and the rest into the    *
      *  cost of the stock bought.                                    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT TC-JURISDICTION.
              DISPLAY "ENTER RATE PCT (E.G. 08.2500): ".
              ACCEPT TC-TAX-RATE.
              DISPLAY "ENTER PURCHASE TAX RECOVERABLE PCT "
                      "(100.00 = ALL, 000.00 = NONE): ".
              ACCEPT TC-RECOVERABLE-PCT.

              WRITE TAX-CODE-REC
                 INVALID KEY
                    ACCEPT TC-JURISDICTION
                    DISPLAY "ENTER NEW RATE PCT: "
                    ACCEPT TC-TAX-RATE
                    DISPLAY "ENTER NEW RECOVERABLE PCT: "
                    ACCEPT TC-RECOVERABLE-PCT
                    REWRITE TAX-CODE-REC
                       INVALID KEY
                          DISPLAY "REWRITE FAILED - STATUS "
                    DISPLAY TC-TAX-CODE " " TC-DESCRIPTION
                            " JURISDICTION " TC-JURISDICTION
                            " RATE " TC-TAX-RATE "%"
                            " RECOVERABLE " TC-RECOVERABLE-PCT "%"
              END-READ.
       5000-EXIT.
              EXIT.
      * the rates in force without inquiring one code at a time.
       6500-LIST-TAX-CODES.
              DISPLAY "CODE DESCRIPTION               JURISDICTION "
                      "RATE      RECOVERABLE".
              MOVE "00" TO WS-TAX-STATUS.
              MOVE LOW-VALUES TO TC-TAX-CODE.
              START TAX-CODE-FILE
                    NOT AT END
                       DISPLAY TC-TAX-CODE " " TC-DESCRIPTION " "
                               TC-JURISDICTION "   " TC-TAX-RATE "%"
                               "   " TC-RECOVERABLE-PCT "%"
                 END-READ
              END-PERFORM.
       6500-EXIT.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "TaxCodeMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
