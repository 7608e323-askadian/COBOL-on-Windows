       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  CUSTOMER MERGE - folds a duplicate customer account into the *
      *  surviving one, the CUSTOMER-MASTER counterpart of            *
      *  PersonDedupeMerge.cbl.  Every record carrying the duplicate  *
      *  id is moved across to the survivor: sales history and sale   *
      *  headers, ship-to addresses (renumbered after the survivor's  *
      *  own), contract prices, deposits, store credits, loyalty      *
      *  volume and rebate, tax status, invoice currency,             *
      *  reservations, cash receipts, quotations, held sales, web     *
      *  orders, standing orders and credit-limit requests.  The      *
      *  duplicate's balance is added to the survivor's, its          *
      *  CUSTOMER-MASTER record is deleted, and a CUST-XREF-FILE row  *
      *  (see CUSTXREF.CPY) is left so the old id still resolves for  *
      *  lookups and statements.  A merge needs manager credentials,  *
      *  and every record moved is written to the audit trail.        *
      *  Reached from CustomerMgmt.cbl's menu.                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT CUST-XREF-FILE
                     ASSIGN TO "custxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-OLD-CUST-ID
                     FILE STATUS IS WS-XREF-STATUS.

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

              SELECT SALE-HEADER-FILE
                     ASSIGN TO "invhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SH-INVOICE-NUMBER
                     FILE STATUS IS WS-HDR-STATUS.

              SELECT SHIP-TO-FILE
                     ASSIGN TO "shipto"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SD-SHIP-KEY
                     FILE STATUS IS WS-SHIP-STATUS.

              SELECT CONTRACT-PRICE-FILE
                     ASSIGN TO "contprc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CP-CONTRACT-KEY
                     FILE STATUS IS WS-CONTRACT-STATUS.

              SELECT CUSTOMER-DEPOSIT-FILE
                     ASSIGN TO "custdep"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DP-DEPOSIT-NUMBER
                     FILE STATUS IS WS-DEP-STATUS.

              SELECT STORE-CREDIT-FILE
                     ASSIGN TO "storecrd"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CREDIT-NUMBER
                     FILE STATUS IS WS-CRED-STATUS.

              SELECT CUST-LOYALTY-FILE
                     ASSIGN TO "custloy"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CL-CUST-ID
                     FILE STATUS IS WS-LOY-STATUS.

              SELECT CUST-TAX-FILE
                     ASSIGN TO "custtax"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CX-CUST-ID
                     FILE STATUS IS WS-CTAX-STATUS.

              SELECT CUST-CURRENCY-FILE
                     ASSIGN TO "custcurr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CC-CUST-ID
                     FILE STATUS IS WS-CURR-STATUS.

              SELECT RESERVATION-FILE
                     ASSIGN TO "reservtn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RV-RESERVATION-NUMBER
                     FILE STATUS IS WS-RESV-STATUS.

              SELECT CASH-RECEIPT-FILE
                     ASSIGN TO "cashrcpt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CR-RECEIPT-NUMBER
                     FILE STATUS IS WS-RCPT-STATUS.

              SELECT QUOTE-HEADER-FILE
                     ASSIGN TO "quotehdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS QH-QUOTE-NUMBER
                     FILE STATUS IS WS-QHDR-STATUS.

              SELECT HELD-SALE-FILE
                     ASSIGN TO "heldtxn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS HS-HOLD-NUMBER
                     FILE STATUS IS WS-HELD-STATUS.

              SELECT WEB-ORDER-FILE
                     ASSIGN TO "weborder"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS WO-ORDER-NUMBER
                     FILE STATUS IS WS-WEB-STATUS.

              SELECT STANDING-ORDER-FILE
                     ASSIGN TO "standord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SO-ORDER-KEY
                     FILE STATUS IS WS-STDO-STATUS.

              SELECT CREDIT-LIMIT-HIST-FILE
                     ASSIGN TO "crlimhst"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CH-REQUEST-NUMBER
                     FILE STATUS IS WS-CRLIM-STATUS.

              SELECT SALES-ORDER-HEADER-FILE
                     ASSIGN TO "slsordh"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OR-ORDER-NUMBER
                     FILE STATUS IS WS-SOH-STATUS.

              SELECT SALES-SHIPMENT-FILE
                     ASSIGN TO "slsship"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DV-INVOICE-NUMBER
                     FILE STATUS IS WS-SHP-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  CUST-XREF-FILE.
           COPY "CUSTXREF.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  SALE-HEADER-FILE.
           COPY "SALEHDR.CPY".

       FD  SHIP-TO-FILE.
           COPY "SHIPTO.CPY".

       FD  CONTRACT-PRICE-FILE.
           COPY "CONTPRC.CPY".

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY "CUSTDEP.CPY".

       FD  STORE-CREDIT-FILE.
           COPY "STORECRD.CPY".

       FD  CUST-LOYALTY-FILE.
           COPY "CUSTLOY.CPY".

       FD  CUST-TAX-FILE.
           COPY "CUSTTAX.CPY".

       FD  CUST-CURRENCY-FILE.
           COPY "CUSTCURR.CPY".

       FD  RESERVATION-FILE.
           COPY "RESERVTN.CPY".

       FD  CASH-RECEIPT-FILE.
           COPY "CASHRCPT.CPY".

       FD  QUOTE-HEADER-FILE.
           COPY "QUOTEHDR.CPY".

       FD  HELD-SALE-FILE.
           COPY "HELDTXN.CPY".

       FD  WEB-ORDER-FILE.
           COPY "WEBORDER.CPY".

       FD  STANDING-ORDER-FILE.
           COPY "STANDORD.CPY".

       FD  CREDIT-LIMIT-HIST-FILE.
           COPY "CRLIMHST.CPY".

       FD  SALES-ORDER-HEADER-FILE.
           COPY "SLSORDH.CPY".

       FD  SALES-SHIPMENT-FILE.
           COPY "SLSSHIP.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-HDR-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHIP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONTRACT-STATUS   PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DEP-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CRED-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LOY-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CTAX-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CURR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RESV-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RCPT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-QHDR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-HELD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-WEB-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STDO-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CRLIM-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SOH-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHP-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "3".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-MORE-SW           PIC X(01) VALUE "N".
                 88 WS-MORE                 VALUE "Y".

      *    The two accounts being merged.  The duplicate's balance is
      *    held here once it is read, since the survivor is read into
      *    the same record area before the two are combined.
              10 WS-LOSER-ID          PIC X(05) VALUE SPACES.
              10 WS-LOSER-NAME        PIC X(25) VALUE SPACES.
              10 WS-LOSER-BALANCE     PIC S9(07)V99 VALUE ZEROS.
              10 WS-SURVIVOR-ID       PIC X(05) VALUE SPACES.
              10 WS-SURVIVOR-NAME     PIC X(25) VALUE SPACES.

      *    Holds the record being moved (and doubles as the audit
      *    before-image) - wide enough for the longest layout moved,
      *    QUOTE-HEADER-REC; AT-BEFORE-IMAGE keeps the first 91 bytes.
              10 WS-AUDIT-BEFORE-REC  PIC X(101) VALUE SPACES.
              10 WS-LOY-LIFETIME      PIC 9(09)V99 VALUE ZEROS.
              10 WS-LOY-REBATE        PIC 9(07)V99 VALUE ZEROS.
              10 WS-LOY-TIER          PIC X(01) VALUE SPACE.
              10 WS-LOY-LAST-DATE     PIC 9(08) VALUE ZEROS.

      *    Ship-to renumbering: the duplicate's sites are appended
      *    after the survivor's highest sequence, and WS-SHIP-NEW-SEQ
      *    maps each old sequence to its new one so invoice and quote
      *    headers that name a site are repointed to match.
              10 WS-SHIP-LAST-SEQ     PIC 9(02) VALUE ZEROS.
              10 WS-SHIP-OLD-SEQ      PIC 9(02) VALUE ZEROS.
              10 WS-SURV-DEFAULT-SW   PIC X(01) VALUE "N".
                 88 WS-SURV-HAS-DEFAULT     VALUE "Y".
              10 WS-SHIP-MAP-TABLE.
                 15 WS-SHIP-NEW-SEQ   PIC 9(02) OCCURS 99 TIMES.

      *    Standing-order renumbering: the duplicate's lines are
      *    appended after the survivor's highest line number.
              10 WS-STDO-LAST-LINE    PIC 9(02) VALUE ZEROS.

      *    Cross-reference resolution - the hop limit stops a damaged
      *    chain from looping forever.
              10 WS-RESOLVE-ID        PIC X(05) VALUE SPACES.
              10 WS-RESOLVED-ID       PIC X(05) VALUE SPACES.
              10 WS-RESOLVE-HOPS      PIC 9(02) VALUE ZEROS.
              10 WS-RESOLVE-DONE-SW   PIC X(01) VALUE "N".
                 88 WS-RESOLVE-DONE         VALUE "Y".

      *    Records moved, by file, for the closing summary.
              10 WS-CNT-SALES         PIC 9(07) VALUE ZEROS.
              10 WS-CNT-HEADERS       PIC 9(07) VALUE ZEROS.
              10 WS-CNT-SHIP-TOS      PIC 9(05) VALUE ZEROS.
              10 WS-CNT-CONTRACTS     PIC 9(05) VALUE ZEROS.
              10 WS-CNT-CONTRACT-DUPS PIC 9(05) VALUE ZEROS.
              10 WS-CNT-DEPOSITS      PIC 9(05) VALUE ZEROS.
              10 WS-CNT-CREDITS       PIC 9(05) VALUE ZEROS.
              10 WS-CNT-RESERVATIONS  PIC 9(05) VALUE ZEROS.
              10 WS-CNT-RECEIPTS      PIC 9(05) VALUE ZEROS.
              10 WS-CNT-QUOTES        PIC 9(05) VALUE ZEROS.
              10 WS-CNT-HELD          PIC 9(05) VALUE ZEROS.
              10 WS-CNT-WEB-ORDERS    PIC 9(05) VALUE ZEROS.
              10 WS-CNT-STANDING      PIC 9(05) VALUE ZEROS.
              10 WS-CNT-LIMIT-REQS    PIC 9(05) VALUE ZEROS.
              10 WS-CNT-SALES-ORDERS  PIC 9(05) VALUE ZEROS.
              10 WS-CNT-SHIPMENTS     PIC 9(05) VALUE ZEROS.
              10 WS-CNT-XREF-REPOINT  PIC 9(05) VALUE ZEROS.

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
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE CUST-XREF-FILE.
              CLOSE SALES-TRANSACTION-FILE.
              CLOSE SALE-HEADER-FILE.
              CLOSE SHIP-TO-FILE.
              CLOSE CONTRACT-PRICE-FILE.
              CLOSE CUSTOMER-DEPOSIT-FILE.
              CLOSE STORE-CREDIT-FILE.
              CLOSE CUST-LOYALTY-FILE.
              CLOSE CUST-TAX-FILE.
              CLOSE CUST-CURRENCY-FILE.
              CLOSE RESERVATION-FILE.
              CLOSE CASH-RECEIPT-FILE.
              CLOSE QUOTE-HEADER-FILE.
              CLOSE HELD-SALE-FILE.
              CLOSE WEB-ORDER-FILE.
              CLOSE STANDING-ORDER-FILE.
              CLOSE SALES-ORDER-HEADER-FILE.
              CLOSE SALES-SHIPMENT-FILE.
              CLOSE CREDIT-LIMIT-HIST-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              GOBACK.

       1000-INITIALIZE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              OPEN I-O CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS = "35"
                 CLOSE CUSTOMER-MASTER-FILE
                 OPEN OUTPUT CUSTOMER-MASTER-FILE
                 CLOSE CUSTOMER-MASTER-FILE
                 OPEN I-O CUSTOMER-MASTER-FILE
              END-IF.
              OPEN I-O CUST-XREF-FILE.
              IF WS-XREF-STATUS = "35"
                 CLOSE CUST-XREF-FILE
                 OPEN OUTPUT CUST-XREF-FILE
                 CLOSE CUST-XREF-FILE
                 OPEN I-O CUST-XREF-FILE
              END-IF.
              OPEN I-O SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS = "35"
                 CLOSE SALES-TRANSACTION-FILE
                 OPEN OUTPUT SALES-TRANSACTION-FILE
                 CLOSE SALES-TRANSACTION-FILE
                 OPEN I-O SALES-TRANSACTION-FILE
              END-IF.
              OPEN I-O SALE-HEADER-FILE.
              IF WS-HDR-STATUS = "35"
                 CLOSE SALE-HEADER-FILE
                 OPEN OUTPUT SALE-HEADER-FILE
                 CLOSE SALE-HEADER-FILE
                 OPEN I-O SALE-HEADER-FILE
              END-IF.
              OPEN I-O SHIP-TO-FILE.
              IF WS-SHIP-STATUS = "35"
                 CLOSE SHIP-TO-FILE
                 OPEN OUTPUT SHIP-TO-FILE
                 CLOSE SHIP-TO-FILE
                 OPEN I-O SHIP-TO-FILE
              END-IF.
              OPEN I-O CONTRACT-PRICE-FILE.
              IF WS-CONTRACT-STATUS = "35"
                 CLOSE CONTRACT-PRICE-FILE
                 OPEN OUTPUT CONTRACT-PRICE-FILE
                 CLOSE CONTRACT-PRICE-FILE
                 OPEN I-O CONTRACT-PRICE-FILE
              END-IF.
              OPEN I-O CUSTOMER-DEPOSIT-FILE.
              IF WS-DEP-STATUS = "35"
                 CLOSE CUSTOMER-DEPOSIT-FILE
                 OPEN OUTPUT CUSTOMER-DEPOSIT-FILE
                 CLOSE CUSTOMER-DEPOSIT-FILE
                 OPEN I-O CUSTOMER-DEPOSIT-FILE
              END-IF.
              OPEN I-O STORE-CREDIT-FILE.
              IF WS-CRED-STATUS = "35"
                 CLOSE STORE-CREDIT-FILE
                 OPEN OUTPUT STORE-CREDIT-FILE
                 CLOSE STORE-CREDIT-FILE
                 OPEN I-O STORE-CREDIT-FILE
              END-IF.
              OPEN I-O CUST-LOYALTY-FILE.
              IF WS-LOY-STATUS = "35"
                 CLOSE CUST-LOYALTY-FILE
                 OPEN OUTPUT CUST-LOYALTY-FILE
                 CLOSE CUST-LOYALTY-FILE
                 OPEN I-O CUST-LOYALTY-FILE
              END-IF.
              OPEN I-O CUST-TAX-FILE.
              IF WS-CTAX-STATUS = "35"
                 CLOSE CUST-TAX-FILE
                 OPEN OUTPUT CUST-TAX-FILE
                 CLOSE CUST-TAX-FILE
                 OPEN I-O CUST-TAX-FILE
              END-IF.
              OPEN I-O CUST-CURRENCY-FILE.
              IF WS-CURR-STATUS = "35"
                 CLOSE CUST-CURRENCY-FILE
                 OPEN OUTPUT CUST-CURRENCY-FILE
                 CLOSE CUST-CURRENCY-FILE
                 OPEN I-O CUST-CURRENCY-FILE
              END-IF.
              OPEN I-O RESERVATION-FILE.
              IF WS-RESV-STATUS = "35"
                 CLOSE RESERVATION-FILE
                 OPEN OUTPUT RESERVATION-FILE
                 CLOSE RESERVATION-FILE
                 OPEN I-O RESERVATION-FILE
              END-IF.
              OPEN I-O CASH-RECEIPT-FILE.
              IF WS-RCPT-STATUS = "35"
                 CLOSE CASH-RECEIPT-FILE
                 OPEN OUTPUT CASH-RECEIPT-FILE
                 CLOSE CASH-RECEIPT-FILE
                 OPEN I-O CASH-RECEIPT-FILE
              END-IF.
              OPEN I-O QUOTE-HEADER-FILE.
              IF WS-QHDR-STATUS = "35"
                 CLOSE QUOTE-HEADER-FILE
                 OPEN OUTPUT QUOTE-HEADER-FILE
                 CLOSE QUOTE-HEADER-FILE
                 OPEN I-O QUOTE-HEADER-FILE
              END-IF.
              OPEN I-O HELD-SALE-FILE.
              IF WS-HELD-STATUS = "35"
                 CLOSE HELD-SALE-FILE
                 OPEN OUTPUT HELD-SALE-FILE
                 CLOSE HELD-SALE-FILE
                 OPEN I-O HELD-SALE-FILE
              END-IF.
              OPEN I-O WEB-ORDER-FILE.
              IF WS-WEB-STATUS = "35"
                 CLOSE WEB-ORDER-FILE
                 OPEN OUTPUT WEB-ORDER-FILE
                 CLOSE WEB-ORDER-FILE
                 OPEN I-O WEB-ORDER-FILE
              END-IF.
              OPEN I-O STANDING-ORDER-FILE.
              IF WS-STDO-STATUS = "35"
                 CLOSE STANDING-ORDER-FILE
                 OPEN OUTPUT STANDING-ORDER-FILE
                 CLOSE STANDING-ORDER-FILE
                 OPEN I-O STANDING-ORDER-FILE
              END-IF.
              OPEN I-O CREDIT-LIMIT-HIST-FILE.
              IF WS-CRLIM-STATUS = "35"
                 CLOSE CREDIT-LIMIT-HIST-FILE
                 OPEN OUTPUT CREDIT-LIMIT-HIST-FILE
                 CLOSE CREDIT-LIMIT-HIST-FILE
                 OPEN I-O CREDIT-LIMIT-HIST-FILE
              END-IF.
              OPEN I-O SALES-ORDER-HEADER-FILE.
              IF WS-SOH-STATUS = "35"
                 CLOSE SALES-ORDER-HEADER-FILE
                 OPEN OUTPUT SALES-ORDER-HEADER-FILE
                 CLOSE SALES-ORDER-HEADER-FILE
                 OPEN I-O SALES-ORDER-HEADER-FILE
              END-IF.
              OPEN I-O SALES-SHIPMENT-FILE.
              IF WS-SHP-STATUS = "35"
                 CLOSE SALES-SHIPMENT-FILE
                 OPEN OUTPUT SALES-SHIPMENT-FILE
                 CLOSE SALES-SHIPMENT-FILE
                 OPEN I-O SALES-SHIPMENT-FILE
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Customer Merge".
              DISPLAY "--------------".
              DISPLAY "1. Merge Duplicate Customer Into Survivor".
              DISPLAY "2. Resolve A Merged (Old) Customer Id".
              DISPLAY "3. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-MERGE-CUSTOMERS THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-RESOLVE-INQUIRY THRU 4000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      *    Validates the pair, takes manager approval, then moves
      *    each file's records across in turn.  The ship-tos go first
      *    so the sequence map is built before the invoice and quote
      *    headers that refer to them are repointed; the master
      *    records and the cross-reference go last, so a run that
      *    stops part way leaves the duplicate on file to be merged
      *    again rather than an xref row pointing at half its history.
       3000-MERGE-CUSTOMERS.
              DISPLAY "ENTER DUPLICATE CUSTOMER ID (TO BE MERGED "
                      "AWAY): ".
              ACCEPT WS-LOSER-ID.
              DISPLAY "ENTER SURVIVING CUSTOMER ID: ".
              ACCEPT WS-SURVIVOR-ID.
              IF WS-LOSER-ID = WS-SURVIVOR-ID
                 DISPLAY "THE TWO IDS ARE THE SAME - NOTHING TO MERGE."
                 GO TO 3000-EXIT
              END-IF.

              MOVE WS-SURVIVOR-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SURVIVING CUSTOMER NOT FOUND - STATUS "
                            WS-CUST-STATUS
                    GO TO 3000-EXIT
              END-READ.
              MOVE CM-CUST-NAME TO WS-SURVIVOR-NAME.
              DISPLAY "SURVIVOR : " CM-CUST-ID " " CM-CUST-NAME
                      " BALANCE " CM-BALANCE.

              MOVE WS-LOSER-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "DUPLICATE CUSTOMER NOT FOUND - STATUS "
                            WS-CUST-STATUS
                    MOVE WS-LOSER-ID TO MX-OLD-CUST-ID
                    READ CUST-XREF-FILE
                       NOT INVALID KEY
                          DISPLAY "(ALREADY MERGED INTO "
                                  MX-SURVIVOR-ID " ON "
                                  MX-MERGE-DATE ")"
                    END-READ
                    GO TO 3000-EXIT
              END-READ.
              MOVE CM-CUST-NAME TO WS-LOSER-NAME.
              MOVE CM-BALANCE TO WS-LOSER-BALANCE.
              DISPLAY "DUPLICATE: " CM-CUST-ID " " CM-CUST-NAME
                      " BALANCE " CM-BALANCE.

              DISPLAY "MERGE " WS-LOSER-ID " INTO " WS-SURVIVOR-ID
                      " - THIS CANNOT BE UNDONE (Y/N): ".
              MOVE SPACE TO WS-CONFIRM-SW.
              ACCEPT WS-CONFIRM-SW.
              IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                 DISPLAY "MERGE CANCELLED."
                 GO TO 3000-EXIT
              END-IF.

              PERFORM 3050-GET-MANAGER-APPROVAL THRU 3050-EXIT.
              IF NOT WS-APPROVAL-OK
                 GO TO 3000-EXIT
              END-IF.

              MOVE ZEROS TO WS-CNT-SALES WS-CNT-HEADERS
                            WS-CNT-SHIP-TOS WS-CNT-CONTRACTS
                            WS-CNT-CONTRACT-DUPS WS-CNT-DEPOSITS
                            WS-CNT-CREDITS WS-CNT-RESERVATIONS
                            WS-CNT-RECEIPTS WS-CNT-QUOTES
                            WS-CNT-HELD WS-CNT-WEB-ORDERS
                            WS-CNT-STANDING
                            WS-CNT-LIMIT-REQS WS-CNT-XREF-REPOINT
                            WS-CNT-SALES-ORDERS WS-CNT-SHIPMENTS.

              PERFORM 3100-MOVE-SHIP-TOS THRU 3100-EXIT.
              PERFORM 3200-MOVE-SALES-HISTORY THRU 3200-EXIT.
              PERFORM 3250-MOVE-SALE-HEADERS THRU 3250-EXIT.
              PERFORM 3300-MOVE-CONTRACT-PRICES THRU 3300-EXIT.
              PERFORM 3400-MOVE-DEPOSITS THRU 3400-EXIT.
              PERFORM 3450-MOVE-STORE-CREDITS THRU 3450-EXIT.
              PERFORM 3500-MERGE-LOYALTY THRU 3500-EXIT.
              PERFORM 3550-MERGE-TAX-STATUS THRU 3550-EXIT.
              PERFORM 3580-MERGE-CURRENCY THRU 3580-EXIT.
              PERFORM 3600-MOVE-RESERVATIONS THRU 3600-EXIT.
              PERFORM 3650-MOVE-CASH-RECEIPTS THRU 3650-EXIT.
              PERFORM 3700-MOVE-QUOTATIONS THRU 3700-EXIT.
              PERFORM 3750-MOVE-HELD-SALES THRU 3750-EXIT.
              PERFORM 3800-MOVE-WEB-ORDERS THRU 3800-EXIT.
              PERFORM 3820-MOVE-STANDING-ORDERS THRU 3820-EXIT.
              PERFORM 3850-MOVE-LIMIT-REQUESTS THRU 3850-EXIT.
              PERFORM 3860-MOVE-SALES-ORDERS THRU 3860-EXIT.
              PERFORM 3870-MOVE-SHIPMENTS THRU 3870-EXIT.
              PERFORM 3900-COMBINE-MASTERS THRU 3900-EXIT.
              PERFORM 3950-WRITE-CROSS-REFERENCE THRU 3950-EXIT.

              DISPLAY " ".
              DISPLAY "CUSTOMER " WS-LOSER-ID " MERGED INTO "
                      WS-SURVIVOR-ID " " WS-SURVIVOR-NAME.
              DISPLAY "SALES TRANSACTIONS MOVED : " WS-CNT-SALES.
              DISPLAY "SALE HEADERS MOVED       : " WS-CNT-HEADERS.
              DISPLAY "SHIP-TO ADDRESSES MOVED  : " WS-CNT-SHIP-TOS.
              DISPLAY "CONTRACT PRICES MOVED    : " WS-CNT-CONTRACTS.
              DISPLAY "CONTRACT PRICES DROPPED  : "
                      WS-CNT-CONTRACT-DUPS
                      " (SURVIVOR ALREADY HELD THEM)".
              DISPLAY "DEPOSITS MOVED           : " WS-CNT-DEPOSITS.
              DISPLAY "STORE CREDITS MOVED      : " WS-CNT-CREDITS.
              DISPLAY "RESERVATIONS MOVED       : "
                      WS-CNT-RESERVATIONS.
              DISPLAY "CASH RECEIPTS MOVED      : " WS-CNT-RECEIPTS.
              DISPLAY "QUOTATIONS MOVED         : " WS-CNT-QUOTES.
              DISPLAY "HELD SALES MOVED         : " WS-CNT-HELD.
              DISPLAY "WEB ORDERS MOVED         : " WS-CNT-WEB-ORDERS.
              DISPLAY "STANDING ORDERS MOVED    : " WS-CNT-STANDING.
              DISPLAY "LIMIT REQUESTS MOVED     : " WS-CNT-LIMIT-REQS.
              DISPLAY "SALES ORDERS MOVED       : "
                      WS-CNT-SALES-ORDERS.
              DISPLAY "SHIPMENTS MOVED          : " WS-CNT-SHIPMENTS.
              DISPLAY "EARLIER MERGES REPOINTED : "
                      WS-CNT-XREF-REPOINT.
       3000-EXIT.
              EXIT.

       3050-GET-MANAGER-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "ENTER MANAGER OPERATOR ID: ".
              ACCEPT WS-APPROVER-ID.
              DISPLAY "MANAGER PASSWORD: ".
              ACCEPT WS-APPROVER-PASSWORD.
              MOVE WS-APPROVER-ID TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - MERGE "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "APRV-MRG" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                    ELSE
                       DISPLAY "MERGE DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
       3050-EXIT.
              EXIT.

      *    SHIP-TO-FILE is keyed by customer id, so each site is
      *    deleted under the duplicate and rewritten under the
      *    survivor with the next free sequence.  The survivor's own
      *    default site stays the default.
       3100-MOVE-SHIP-TOS.
              MOVE ZEROS TO WS-SHIP-LAST-SEQ.
              MOVE "N" TO WS-SURV-DEFAULT-SW.
              INITIALIZE WS-SHIP-MAP-TABLE.
              MOVE WS-SURVIVOR-ID TO SD-CUST-ID.
              MOVE ZEROS TO SD-SHIP-SEQ.
              MOVE "Y" TO WS-MORE-SW.
              START SHIP-TO-FILE KEY IS NOT LESS THAN SD-SHIP-KEY
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ SHIP-TO-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF SD-CUST-ID NOT = WS-SURVIVOR-ID
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          MOVE SD-SHIP-SEQ TO WS-SHIP-LAST-SEQ
                          IF SD-DEFAULT
                             MOVE "Y" TO WS-SURV-DEFAULT-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.

              MOVE "Y" TO WS-MORE-SW.
              PERFORM 3110-MOVE-ONE-SHIP-TO THRU 3110-EXIT
                UNTIL NOT WS-MORE.
       3100-EXIT.
              EXIT.

      *    Each pass restarts at the duplicate's lowest key - the
      *    site just moved is gone from under it, so the next one
      *    found is the next to move.
       3110-MOVE-ONE-SHIP-TO.
              MOVE WS-LOSER-ID TO SD-CUST-ID.
              MOVE ZEROS TO SD-SHIP-SEQ.
              START SHIP-TO-FILE KEY IS NOT LESS THAN SD-SHIP-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3110-EXIT
              END-START.
              READ SHIP-TO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3110-EXIT
              END-READ.
              IF SD-CUST-ID NOT = WS-LOSER-ID
                 MOVE "N" TO WS-MORE-SW
                 GO TO 3110-EXIT
              END-IF.
              IF WS-SHIP-LAST-SEQ = 99
                 DISPLAY "SURVIVOR HAS NO FREE SHIP-TO SEQUENCE - "
                         "REMAINING SITES LEFT UNDER " WS-LOSER-ID
                 MOVE "N" TO WS-MORE-SW
                 GO TO 3110-EXIT
              END-IF.

              MOVE SHIP-TO-REC TO WS-AUDIT-BEFORE-REC.
              MOVE SD-SHIP-SEQ TO WS-SHIP-OLD-SEQ.
              DELETE SHIP-TO-FILE RECORD
                 INVALID KEY
                    DISPLAY "SHIP-TO DELETE FAILED - STATUS "
                            WS-SHIP-STATUS
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3110-EXIT
              END-DELETE.
              MOVE WS-AUDIT-BEFORE-REC(1:7) TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              ADD 1 TO WS-SHIP-LAST-SEQ.
              IF WS-SHIP-OLD-SEQ > 0
                 MOVE WS-SHIP-LAST-SEQ
                    TO WS-SHIP-NEW-SEQ(WS-SHIP-OLD-SEQ)
              END-IF.
              MOVE WS-AUDIT-BEFORE-REC TO SHIP-TO-REC.
              MOVE WS-SURVIVOR-ID TO SD-CUST-ID.
              MOVE WS-SHIP-LAST-SEQ TO SD-SHIP-SEQ.
              IF WS-SURV-HAS-DEFAULT
                 MOVE "N" TO SD-DEFAULT-SW
              END-IF.
              IF SD-DEFAULT
                 MOVE "Y" TO WS-SURV-DEFAULT-SW
              END-IF.
              WRITE SHIP-TO-REC
                 INVALID KEY
                    DISPLAY "SHIP-TO WRITE FAILED - STATUS "
                            WS-SHIP-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-SHIP-TOS
                    MOVE SD-SHIP-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE SHIP-TO-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3110-EXIT.
              EXIT.

      *    The duplicate's rows are found through the ST-CUST-ID
      *    alternate key and rewritten in place.  Each rewrite moves
      *    the row off the duplicate's key, so every pass STARTs
      *    afresh on WS-LOSER-ID and takes the first row still there,
      *    until none is left.  A REWRITE that lands on a survivor id
      *    already in use comes back "02", which is still a success.
       3200-MOVE-SALES-HISTORY.
              MOVE "00" TO WS-SALE-STATUS.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 MOVE WS-LOSER-ID TO ST-CUST-ID
                 START SALES-TRANSACTION-FILE
                       KEY IS EQUAL TO ST-CUST-ID
                    INVALID KEY MOVE "10" TO WS-SALE-STATUS
                 END-START
                 IF WS-SALE-STATUS = "00"
                    READ SALES-TRANSACTION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SALE-STATUS
                       NOT AT END
                          MOVE SALES-TRANSACTION-REC
                             TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO ST-CUST-ID
                          REWRITE SALES-TRANSACTION-REC
                             INVALID KEY
                                DISPLAY "SALE " ST-TXN-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-SALE-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-SALES
                                MOVE ST-TXN-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE SALES-TRANSACTION-REC
                                   TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                    END-READ
                 END-IF
              END-PERFORM.
       3200-EXIT.
              EXIT.

       3250-MOVE-SALE-HEADERS.
              MOVE "00" TO WS-HDR-STATUS.
              MOVE LOW-VALUES TO SH-INVOICE-NUMBER.
              START SALE-HEADER-FILE
                    KEY IS NOT LESS THAN SH-INVOICE-NUMBER
                 INVALID KEY MOVE "10" TO WS-HDR-STATUS
              END-START.
              PERFORM UNTIL WS-HDR-STATUS NOT = "00"
                 READ SALE-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-HDR-STATUS
                    NOT AT END
                       IF SH-CUST-ID = WS-LOSER-ID
                          MOVE SALE-HEADER-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO SH-CUST-ID
                          IF SH-SHIP-SEQ > 0
                             IF WS-SHIP-NEW-SEQ(SH-SHIP-SEQ) > 0
                                MOVE WS-SHIP-NEW-SEQ(SH-SHIP-SEQ)
                                   TO SH-SHIP-SEQ
                             END-IF
                          END-IF
                          REWRITE SALE-HEADER-REC
                             INVALID KEY
                                DISPLAY "INVOICE " SH-INVOICE-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-HDR-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-HEADERS
                                MOVE SH-INVOICE-NUMBER
                                   TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE SALE-HEADER-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3250-EXIT.
              EXIT.

      *    CONTRACT-PRICE-FILE is keyed by customer, item and start
      *    date.  Where the survivor already holds a contract for the
      *    same item and start date, the survivor's terms stand and
      *    the duplicate's copy is dropped (still audited as deleted).
       3300-MOVE-CONTRACT-PRICES.
              MOVE "Y" TO WS-MORE-SW.
              PERFORM 3310-MOVE-ONE-CONTRACT THRU 3310-EXIT
                UNTIL NOT WS-MORE.
       3300-EXIT.
              EXIT.

       3310-MOVE-ONE-CONTRACT.
              MOVE WS-LOSER-ID TO CP-CUST-ID.
              MOVE ZEROS TO CP-ITEM-NUMBER CP-START-DATE.
              START CONTRACT-PRICE-FILE
                    KEY IS NOT LESS THAN CP-CONTRACT-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3310-EXIT
              END-START.
              READ CONTRACT-PRICE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3310-EXIT
              END-READ.
              IF CP-CUST-ID NOT = WS-LOSER-ID
                 MOVE "N" TO WS-MORE-SW
                 GO TO 3310-EXIT
              END-IF.

              MOVE CONTRACT-PRICE-REC TO WS-AUDIT-BEFORE-REC.
              DELETE CONTRACT-PRICE-FILE RECORD
                 INVALID KEY
                    DISPLAY "CONTRACT DELETE FAILED - STATUS "
                            WS-CONTRACT-STATUS
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3310-EXIT
              END-DELETE.
              MOVE WS-AUDIT-BEFORE-REC(1:19) TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE WS-AUDIT-BEFORE-REC TO CONTRACT-PRICE-REC.
              MOVE WS-SURVIVOR-ID TO CP-CUST-ID.
              WRITE CONTRACT-PRICE-REC
                 INVALID KEY
                    ADD 1 TO WS-CNT-CONTRACT-DUPS
                    DISPLAY "CONTRACT ITEM " CP-ITEM-NUMBER
                            " FROM " CP-START-DATE
                            " ALREADY HELD BY SURVIVOR - "
                            "DUPLICATE'S COPY DROPPED"
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-CONTRACTS
                    MOVE CP-CONTRACT-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE CONTRACT-PRICE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3310-EXIT.
              EXIT.

       3400-MOVE-DEPOSITS.
              MOVE "00" TO WS-DEP-STATUS.
              MOVE LOW-VALUES TO DP-DEPOSIT-NUMBER.
              START CUSTOMER-DEPOSIT-FILE
                    KEY IS NOT LESS THAN DP-DEPOSIT-NUMBER
                 INVALID KEY MOVE "10" TO WS-DEP-STATUS
              END-START.
              PERFORM UNTIL WS-DEP-STATUS NOT = "00"
                 READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-DEP-STATUS
                    NOT AT END
                       IF DP-CUST-ID = WS-LOSER-ID
                          MOVE CUSTOMER-DEPOSIT-REC
                             TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO DP-CUST-ID
                          REWRITE CUSTOMER-DEPOSIT-REC
                             INVALID KEY
                                DISPLAY "DEPOSIT " DP-DEPOSIT-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-DEP-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-DEPOSITS
                                MOVE DP-DEPOSIT-NUMBER
                                   TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE CUSTOMER-DEPOSIT-REC
                                   TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3400-EXIT.
              EXIT.

       3450-MOVE-STORE-CREDITS.
              MOVE "00" TO WS-CRED-STATUS.
              MOVE LOW-VALUES TO CD-CREDIT-NUMBER.
              START STORE-CREDIT-FILE
                    KEY IS NOT LESS THAN CD-CREDIT-NUMBER
                 INVALID KEY MOVE "10" TO WS-CRED-STATUS
              END-START.
              PERFORM UNTIL WS-CRED-STATUS NOT = "00"
                 READ STORE-CREDIT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CRED-STATUS
                    NOT AT END
                       IF CD-CUST-ID = WS-LOSER-ID
                          MOVE STORE-CREDIT-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO CD-CUST-ID
                          REWRITE STORE-CREDIT-REC
                             INVALID KEY
                                DISPLAY "CREDIT " CD-CREDIT-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-CRED-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-CREDITS
                                MOVE CD-CREDIT-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE STORE-CREDIT-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3450-EXIT.
              EXIT.

      *    Lifetime volume and rebate balance are added into the
      *    survivor's row (or the duplicate's row becomes the
      *    survivor's if it has none), and the tier is re-derived on
      *    the combined volume at the thresholds SalesMgmt.cbl's
      *    3013-COMPUTE-ACCRUAL uses - never dropping below the
      *    better of the two tiers already held.
       3500-MERGE-LOYALTY.
              MOVE WS-LOSER-ID TO CL-CUST-ID.
              READ CUST-LOYALTY-FILE
                 INVALID KEY GO TO 3500-EXIT
              END-READ.
              MOVE CUSTOMER-LOYALTY-REC TO WS-AUDIT-BEFORE-REC.
              MOVE CL-LIFETIME-PURCHASES TO WS-LOY-LIFETIME.
              MOVE CL-REBATE-BALANCE TO WS-LOY-REBATE.
              MOVE CL-LOYALTY-TIER TO WS-LOY-TIER.
              MOVE CL-LAST-ACCRUAL-DATE TO WS-LOY-LAST-DATE.
              DELETE CUST-LOYALTY-FILE RECORD
                 INVALID KEY
                    DISPLAY "LOYALTY DELETE FAILED - STATUS "
                            WS-LOY-STATUS
                    GO TO 3500-EXIT
              END-DELETE.
              MOVE WS-LOSER-ID TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE WS-SURVIVOR-ID TO CL-CUST-ID.
              READ CUST-LOYALTY-FILE
                 INVALID KEY
                    MOVE WS-AUDIT-BEFORE-REC TO CUSTOMER-LOYALTY-REC
                    MOVE WS-SURVIVOR-ID TO CL-CUST-ID
                    WRITE CUSTOMER-LOYALTY-REC
                       INVALID KEY
                          DISPLAY "LOYALTY WRITE FAILED - STATUS "
                                  WS-LOY-STATUS
                       NOT INVALID KEY
                          MOVE CL-CUST-ID TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 8000-WRITE-AUDIT-RECORD
                             THRU 8000-EXIT
                    END-WRITE
                    GO TO 3500-EXIT
              END-READ.

              MOVE CUSTOMER-LOYALTY-REC TO WS-AUDIT-BEFORE-REC.
              ADD WS-LOY-LIFETIME TO CL-LIFETIME-PURCHASES.
              ADD WS-LOY-REBATE TO CL-REBATE-BALANCE.
              IF WS-LOY-LAST-DATE > CL-LAST-ACCRUAL-DATE
                 MOVE WS-LOY-LAST-DATE TO CL-LAST-ACCRUAL-DATE
              END-IF.
              EVALUATE TRUE
                 WHEN CL-LIFETIME-PURCHASES > 20000.00
                    SET CL-TIER-GOLD TO TRUE
                 WHEN CL-LIFETIME-PURCHASES > 5000.00
                    AND NOT CL-TIER-GOLD
                    SET CL-TIER-SILVER TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
              IF WS-LOY-TIER = "G"
                 SET CL-TIER-GOLD TO TRUE
              END-IF.
              IF WS-LOY-TIER = "V" AND CL-TIER-STANDARD
                 SET CL-TIER-SILVER TO TRUE
              END-IF.
              REWRITE CUSTOMER-LOYALTY-REC
                 INVALID KEY
                    DISPLAY "LOYALTY REWRITE FAILED - STATUS "
                            WS-LOY-STATUS
                 NOT INVALID KEY
                    MOVE CL-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-LOYALTY-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       3500-EXIT.
              EXIT.

      *    A survivor with no tax record takes the duplicate's.  When
      *    both carry one, the operator decides which stands - an
      *    exempt certificate on file for the duplicate may be the
      *    only one the business actually holds.
       3550-MERGE-TAX-STATUS.
              MOVE WS-LOSER-ID TO CX-CUST-ID.
              READ CUST-TAX-FILE
                 INVALID KEY GO TO 3550-EXIT
              END-READ.
              MOVE CUST-TAX-REC TO WS-AUDIT-BEFORE-REC.
              DELETE CUST-TAX-FILE RECORD
                 INVALID KEY
                    DISPLAY "TAX STATUS DELETE FAILED - STATUS "
                            WS-CTAX-STATUS
                    GO TO 3550-EXIT
              END-DELETE.
              MOVE WS-LOSER-ID TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE WS-SURVIVOR-ID TO CX-CUST-ID.
              READ CUST-TAX-FILE
                 INVALID KEY
                    MOVE WS-AUDIT-BEFORE-REC TO CUST-TAX-REC
                    MOVE WS-SURVIVOR-ID TO CX-CUST-ID
                    WRITE CUST-TAX-REC
                       INVALID KEY
                          DISPLAY "TAX STATUS WRITE FAILED - STATUS "
                                  WS-CTAX-STATUS
                       NOT INVALID KEY
                          MOVE CX-CUST-ID TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE CUST-TAX-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 8000-WRITE-AUDIT-RECORD
                             THRU 8000-EXIT
                    END-WRITE
                    GO TO 3550-EXIT
              END-READ.

              DISPLAY "SURVIVOR TAX STATUS : " CUST-TAX-REC.
              DISPLAY "DUPLICATE TAX STATUS: "
                      WS-AUDIT-BEFORE-REC(1:33).
              DISPLAY "REPLACE SURVIVOR'S TAX STATUS WITH THE "
                      "DUPLICATE'S (Y/N): ".
              MOVE SPACE TO WS-CONFIRM-SW.
              ACCEPT WS-CONFIRM-SW.
              IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                 GO TO 3550-EXIT
              END-IF.
              MOVE CUST-TAX-REC TO AT-BEFORE-IMAGE.
              MOVE WS-AUDIT-BEFORE-REC TO CUST-TAX-REC.
              MOVE WS-SURVIVOR-ID TO CX-CUST-ID.
              REWRITE CUST-TAX-REC
                 INVALID KEY
                    DISPLAY "TAX STATUS REWRITE FAILED - STATUS "
                            WS-CTAX-STATUS
                 NOT INVALID KEY
                    MOVE CX-CUST-ID TO AT-KEY-VALUE
                    MOVE CUST-TAX-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       3550-EXIT.
              EXIT.

      *    The survivor's invoice currency stands; the duplicate's is
      *    carried over only when the survivor has none.
       3580-MERGE-CURRENCY.
              MOVE WS-LOSER-ID TO CC-CUST-ID.
              READ CUST-CURRENCY-FILE
                 INVALID KEY GO TO 3580-EXIT
              END-READ.
              MOVE CUST-CURRENCY-REC TO WS-AUDIT-BEFORE-REC.
              DELETE CUST-CURRENCY-FILE RECORD
                 INVALID KEY
                    DISPLAY "CURRENCY DELETE FAILED - STATUS "
                            WS-CURR-STATUS
                    GO TO 3580-EXIT
              END-DELETE.
              MOVE WS-LOSER-ID TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE WS-SURVIVOR-ID TO CC-CUST-ID.
              READ CUST-CURRENCY-FILE
                 INVALID KEY
                    MOVE WS-AUDIT-BEFORE-REC TO CUST-CURRENCY-REC
                    MOVE WS-SURVIVOR-ID TO CC-CUST-ID
                    WRITE CUST-CURRENCY-REC
                       INVALID KEY
                          DISPLAY "CURRENCY WRITE FAILED - STATUS "
                                  WS-CURR-STATUS
                       NOT INVALID KEY
                          MOVE CC-CUST-ID TO AT-KEY-VALUE
                          MOVE SPACES TO AT-BEFORE-IMAGE
                          MOVE CUST-CURRENCY-REC TO AT-AFTER-IMAGE
                          SET AT-OP-ADD TO TRUE
                          PERFORM 8000-WRITE-AUDIT-RECORD
                             THRU 8000-EXIT
                    END-WRITE
              END-READ.
       3580-EXIT.
              EXIT.

       3600-MOVE-RESERVATIONS.
              MOVE "00" TO WS-RESV-STATUS.
              MOVE LOW-VALUES TO RV-RESERVATION-NUMBER.
              START RESERVATION-FILE
                    KEY IS NOT LESS THAN RV-RESERVATION-NUMBER
                 INVALID KEY MOVE "10" TO WS-RESV-STATUS
              END-START.
              PERFORM UNTIL WS-RESV-STATUS NOT = "00"
                 READ RESERVATION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-RESV-STATUS
                    NOT AT END
                       IF RV-CUST-ID = WS-LOSER-ID
                          MOVE RESERVATION-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO RV-CUST-ID
                          REWRITE RESERVATION-REC
                             INVALID KEY
                                DISPLAY "RESERVATION "
                                        RV-RESERVATION-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-RESV-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-RESERVATIONS
                                MOVE RV-RESERVATION-NUMBER
                                   TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE RESERVATION-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3600-EXIT.
              EXIT.

       3650-MOVE-CASH-RECEIPTS.
              MOVE "00" TO WS-RCPT-STATUS.
              MOVE LOW-VALUES TO CR-RECEIPT-NUMBER.
              START CASH-RECEIPT-FILE
                    KEY IS NOT LESS THAN CR-RECEIPT-NUMBER
                 INVALID KEY MOVE "10" TO WS-RCPT-STATUS
              END-START.
              PERFORM UNTIL WS-RCPT-STATUS NOT = "00"
                 READ CASH-RECEIPT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-RCPT-STATUS
                    NOT AT END
                       IF CR-CUST-ID = WS-LOSER-ID
                          MOVE CASH-RECEIPT-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO CR-CUST-ID
                          REWRITE CASH-RECEIPT-REC
                             INVALID KEY
                                DISPLAY "RECEIPT " CR-RECEIPT-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-RCPT-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-RECEIPTS
                                MOVE CR-RECEIPT-NUMBER
                                   TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE CASH-RECEIPT-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3650-EXIT.
              EXIT.

       3700-MOVE-QUOTATIONS.
              MOVE "00" TO WS-QHDR-STATUS.
              MOVE LOW-VALUES TO QH-QUOTE-NUMBER.
              START QUOTE-HEADER-FILE
                    KEY IS NOT LESS THAN QH-QUOTE-NUMBER
                 INVALID KEY MOVE "10" TO WS-QHDR-STATUS
              END-START.
              PERFORM UNTIL WS-QHDR-STATUS NOT = "00"
                 READ QUOTE-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-QHDR-STATUS
                    NOT AT END
                       IF QH-CUST-ID = WS-LOSER-ID
                          MOVE QUOTE-HEADER-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO QH-CUST-ID
                          IF QH-SHIP-SEQ > 0
                             IF WS-SHIP-NEW-SEQ(QH-SHIP-SEQ) > 0
                                MOVE WS-SHIP-NEW-SEQ(QH-SHIP-SEQ)
                                   TO QH-SHIP-SEQ
                             END-IF
                          END-IF
                          REWRITE QUOTE-HEADER-REC
                             INVALID KEY
                                DISPLAY "QUOTE " QH-QUOTE-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-QHDR-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-QUOTES
                                MOVE QH-QUOTE-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE QUOTE-HEADER-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3700-EXIT.
              EXIT.

       3750-MOVE-HELD-SALES.
              MOVE "00" TO WS-HELD-STATUS.
              MOVE LOW-VALUES TO HS-HOLD-NUMBER.
              START HELD-SALE-FILE
                    KEY IS NOT LESS THAN HS-HOLD-NUMBER
                 INVALID KEY MOVE "10" TO WS-HELD-STATUS
              END-START.
              PERFORM UNTIL WS-HELD-STATUS NOT = "00"
                 READ HELD-SALE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-HELD-STATUS
                    NOT AT END
                       IF HS-CUST-ID = WS-LOSER-ID
                          MOVE HELD-SALE-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO HS-CUST-ID
                          REWRITE HELD-SALE-REC
                             INVALID KEY
                                DISPLAY "HELD SALE " HS-HOLD-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-HELD-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-HELD
                                MOVE HS-HOLD-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE HELD-SALE-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3750-EXIT.
              EXIT.

       3800-MOVE-WEB-ORDERS.
              MOVE "00" TO WS-WEB-STATUS.
              MOVE LOW-VALUES TO WO-ORDER-NUMBER.
              START WEB-ORDER-FILE
                    KEY IS NOT LESS THAN WO-ORDER-NUMBER
                 INVALID KEY MOVE "10" TO WS-WEB-STATUS
              END-START.
              PERFORM UNTIL WS-WEB-STATUS NOT = "00"
                 READ WEB-ORDER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-WEB-STATUS
                    NOT AT END
                       IF WO-CUST-ID = WS-LOSER-ID
                          MOVE WEB-ORDER-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO WO-CUST-ID
                          IF WO-SHIP-SEQ > 0
                             IF WS-SHIP-NEW-SEQ(WO-SHIP-SEQ) > 0
                                MOVE WS-SHIP-NEW-SEQ(WO-SHIP-SEQ)
                                   TO WO-SHIP-SEQ
                             END-IF
                          END-IF
                          REWRITE WEB-ORDER-REC
                             INVALID KEY
                                DISPLAY "WEB ORDER " WO-ORDER-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-WEB-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-WEB-ORDERS
                                MOVE WO-ORDER-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE WEB-ORDER-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3800-EXIT.
              EXIT.

      *    Standing orders are keyed by customer, so each of the
      *    duplicate's lines is deleted and rewritten under the
      *    survivor, numbered after the survivor's own lines, with
      *    its ship-to repointed to the renumbered site.
       3820-MOVE-STANDING-ORDERS.
              MOVE ZEROS TO WS-STDO-LAST-LINE.
              MOVE WS-SURVIVOR-ID TO SO-CUST-ID.
              MOVE 99 TO SO-LINE-NO.
              START STANDING-ORDER-FILE
                    KEY IS NOT GREATER THAN SO-ORDER-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ STANDING-ORDER-FILE PREVIOUS RECORD
                       NOT AT END
                          IF SO-CUST-ID = WS-SURVIVOR-ID
                             MOVE SO-LINE-NO TO WS-STDO-LAST-LINE
                          END-IF
                    END-READ
              END-START.
              MOVE "Y" TO WS-MORE-SW.
              PERFORM 3830-MOVE-ONE-STANDING THRU 3830-EXIT
                UNTIL NOT WS-MORE.
       3820-EXIT.
              EXIT.

       3830-MOVE-ONE-STANDING.
              MOVE WS-LOSER-ID TO SO-CUST-ID.
              MOVE ZEROS TO SO-LINE-NO.
              START STANDING-ORDER-FILE
                    KEY IS NOT LESS THAN SO-ORDER-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3830-EXIT
              END-START.
              READ STANDING-ORDER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3830-EXIT
              END-READ.
              IF SO-CUST-ID NOT = WS-LOSER-ID
                 MOVE "N" TO WS-MORE-SW
                 GO TO 3830-EXIT
              END-IF.
              IF WS-STDO-LAST-LINE = 99
                 DISPLAY "SURVIVOR HAS NO FREE STANDING ORDER LINE - "
                         "LINE " SO-LINE-NO " LEFT ON " WS-LOSER-ID
                 MOVE "N" TO WS-MORE-SW
                 GO TO 3830-EXIT
              END-IF.

              MOVE STANDING-ORDER-REC TO WS-AUDIT-BEFORE-REC.
              DELETE STANDING-ORDER-FILE RECORD
                 INVALID KEY
                    DISPLAY "STANDING ORDER DELETE FAILED - STATUS "
                            WS-STDO-STATUS
                    MOVE "N" TO WS-MORE-SW
                    GO TO 3830-EXIT
              END-DELETE.
              MOVE WS-AUDIT-BEFORE-REC(1:7) TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE SPACES TO AT-AFTER-IMAGE.
              SET AT-OP-DELETE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE WS-AUDIT-BEFORE-REC TO STANDING-ORDER-REC.
              ADD 1 TO WS-STDO-LAST-LINE.
              MOVE WS-SURVIVOR-ID TO SO-CUST-ID.
              MOVE WS-STDO-LAST-LINE TO SO-LINE-NO.
              IF SO-SHIP-SEQ > 0
                 IF WS-SHIP-NEW-SEQ(SO-SHIP-SEQ) > 0
                    MOVE WS-SHIP-NEW-SEQ(SO-SHIP-SEQ) TO SO-SHIP-SEQ
                 END-IF
              END-IF.
              WRITE STANDING-ORDER-REC
                 INVALID KEY
                    DISPLAY "STANDING ORDER " SO-ORDER-KEY
                            " WRITE FAILED - STATUS " WS-STDO-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-STANDING
                    MOVE SO-ORDER-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE STANDING-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3830-EXIT.
              EXIT.

      *    Credit-limit requests follow the account, so one still
      *    pending is reviewed against the survivor.
       3850-MOVE-LIMIT-REQUESTS.
              MOVE "00" TO WS-CRLIM-STATUS.
              MOVE LOW-VALUES TO CH-REQUEST-NUMBER.
              START CREDIT-LIMIT-HIST-FILE
                    KEY IS NOT LESS THAN CH-REQUEST-NUMBER
                 INVALID KEY MOVE "10" TO WS-CRLIM-STATUS
              END-START.
              PERFORM UNTIL WS-CRLIM-STATUS NOT = "00"
                 READ CREDIT-LIMIT-HIST-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CRLIM-STATUS
                    NOT AT END
                       IF CH-CUST-ID = WS-LOSER-ID
                          MOVE CREDIT-LIMIT-HIST-REC
                             TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO CH-CUST-ID
                          REWRITE CREDIT-LIMIT-HIST-REC
                             INVALID KEY
                                DISPLAY "LIMIT REQUEST "
                                        CH-REQUEST-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-CRLIM-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-LIMIT-REQS
                                MOVE CH-REQUEST-NUMBER
                                   TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE CREDIT-LIMIT-HIST-REC
                                   TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3850-EXIT.
              EXIT.

      *    Sales orders, open or closed, follow the customer with
      *    their ship-to repointed to the renumbered site; the
      *    order's lines and allocations carry no customer id of
      *    their own beyond the reservations moved by 3600.
       3860-MOVE-SALES-ORDERS.
              MOVE "00" TO WS-SOH-STATUS.
              MOVE ZEROS TO OR-ORDER-NUMBER.
              START SALES-ORDER-HEADER-FILE
                    KEY IS NOT LESS THAN OR-ORDER-NUMBER
                 INVALID KEY MOVE "10" TO WS-SOH-STATUS
              END-START.
              PERFORM UNTIL WS-SOH-STATUS NOT = "00"
                 READ SALES-ORDER-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SOH-STATUS
                    NOT AT END
                       IF OR-CUST-ID = WS-LOSER-ID
                          MOVE SALES-ORDER-HEADER-REC
                             TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO OR-CUST-ID
                          IF OR-SHIP-SEQ > 0
                             IF WS-SHIP-NEW-SEQ(OR-SHIP-SEQ) > 0
                                MOVE WS-SHIP-NEW-SEQ(OR-SHIP-SEQ)
                                   TO OR-SHIP-SEQ
                             END-IF
                          END-IF
                          REWRITE SALES-ORDER-HEADER-REC
                             INVALID KEY
                                DISPLAY "SALES ORDER " OR-ORDER-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-SOH-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-SALES-ORDERS
                                MOVE OR-ORDER-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE SALES-ORDER-HEADER-REC
                                   TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3860-EXIT.
              EXIT.

      *    Shipments raised against those orders, so the delivery
      *    manifest and proof of delivery name the surviving account
      *    and its renumbered site.
       3870-MOVE-SHIPMENTS.
              MOVE "00" TO WS-SHP-STATUS.
              MOVE ZEROS TO DV-INVOICE-NUMBER.
              START SALES-SHIPMENT-FILE
                    KEY IS NOT LESS THAN DV-INVOICE-NUMBER
                 INVALID KEY MOVE "10" TO WS-SHP-STATUS
              END-START.
              PERFORM UNTIL WS-SHP-STATUS NOT = "00"
                 READ SALES-SHIPMENT-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SHP-STATUS
                    NOT AT END
                       IF DV-CUST-ID = WS-LOSER-ID
                          MOVE SALES-SHIPMENT-REC
                             TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO DV-CUST-ID
                          IF DV-SHIP-SEQ > 0
                             IF WS-SHIP-NEW-SEQ(DV-SHIP-SEQ) > 0
                                MOVE WS-SHIP-NEW-SEQ(DV-SHIP-SEQ)
                                   TO DV-SHIP-SEQ
                             END-IF
                          END-IF
                          REWRITE SALES-SHIPMENT-REC
                             INVALID KEY
                                DISPLAY "SHIPMENT " DV-INVOICE-NUMBER
                                        " REWRITE FAILED - STATUS "
                                        WS-SHP-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-SHIPMENTS
                                MOVE DV-INVOICE-NUMBER TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE SALES-SHIPMENT-REC
                                   TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3870-EXIT.
              EXIT.

      *    The duplicate's balance is added to the survivor's, whose
      *    name, address and credit limit stand, and the duplicate's
      *    CUSTOMER-MASTER record is deleted.
       3900-COMBINE-MASTERS.
              MOVE WS-SURVIVOR-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SURVIVOR RE-READ FAILED - STATUS "
                            WS-CUST-STATUS
                    GO TO 3900-EXIT
              END-READ.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-BEFORE-REC.
              ADD WS-LOSER-BALANCE TO CM-BALANCE.
              REWRITE CUSTOMER-MASTER-REC
                 INVALID KEY
                    DISPLAY "SURVIVOR REWRITE FAILED - STATUS "
                            WS-CUST-STATUS
                    GO TO 3900-EXIT
                 NOT INVALID KEY
                    MOVE CM-CUST-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE CUSTOMER-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.

              MOVE WS-LOSER-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "DUPLICATE RE-READ FAILED - STATUS "
                            WS-CUST-STATUS
                    GO TO 3900-EXIT
              END-READ.
              MOVE CUSTOMER-MASTER-REC TO WS-AUDIT-BEFORE-REC.
              DELETE CUSTOMER-MASTER-FILE RECORD
                 INVALID KEY
                    DISPLAY "DUPLICATE DELETE FAILED - STATUS "
                            WS-CUST-STATUS
                 NOT INVALID KEY
                    MOVE WS-LOSER-ID TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    MOVE "custmas" TO AT-FILE-NAME
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-DELETE.
       3900-EXIT.
              EXIT.

      *    Writes the old-id row, falling back to a rewrite if an
      *    earlier row for the same id is somehow still on file (the
      *    PersonDedupeMerge.cbl precedent), then repoints any earlier
      *    merges into the duplicate so they lead straight to the new
      *    survivor instead of through an extra hop.
       3950-WRITE-CROSS-REFERENCE.
              MOVE WS-LOSER-ID TO MX-OLD-CUST-ID.
              MOVE WS-SURVIVOR-ID TO MX-SURVIVOR-ID.
              MOVE WS-TODAY TO MX-MERGE-DATE.
              MOVE WS-APPROVER-ID TO MX-OPERATOR-ID.
              WRITE CUST-XREF-REC
                 INVALID KEY
                    REWRITE CUST-XREF-REC
                       INVALID KEY
                          DISPLAY "CROSS-REFERENCE WRITE FAILED - "
                                  "STATUS " WS-XREF-STATUS
                    END-REWRITE
              END-WRITE.
              MOVE MX-OLD-CUST-ID TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE CUST-XREF-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE "00" TO WS-XREF-STATUS.
              MOVE LOW-VALUES TO MX-OLD-CUST-ID.
              START CUST-XREF-FILE
                    KEY IS NOT LESS THAN MX-OLD-CUST-ID
                 INVALID KEY MOVE "10" TO WS-XREF-STATUS
              END-START.
              PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                 READ CUST-XREF-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-XREF-STATUS
                    NOT AT END
                       IF MX-SURVIVOR-ID = WS-LOSER-ID
                          MOVE CUST-XREF-REC TO WS-AUDIT-BEFORE-REC
                          MOVE WS-SURVIVOR-ID TO MX-SURVIVOR-ID
                          REWRITE CUST-XREF-REC
                             INVALID KEY
                                DISPLAY "CROSS-REFERENCE "
                                        MX-OLD-CUST-ID
                                        " REWRITE FAILED - STATUS "
                                        WS-XREF-STATUS
                             NOT INVALID KEY
                                ADD 1 TO WS-CNT-XREF-REPOINT
                                MOVE MX-OLD-CUST-ID TO AT-KEY-VALUE
                                MOVE WS-AUDIT-BEFORE-REC
                                   TO AT-BEFORE-IMAGE
                                MOVE CUST-XREF-REC TO AT-AFTER-IMAGE
                                SET AT-OP-CHANGE TO TRUE
                                PERFORM 8000-WRITE-AUDIT-RECORD
                                   THRU 8000-EXIT
                          END-REWRITE
                       END-IF
                 END-READ
              END-PERFORM.
       3950-EXIT.
              EXIT.

      *    Answers "where did this id go?" for an id no longer on
      *    CUSTOMER-MASTER.
       4000-RESOLVE-INQUIRY.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT WS-RESOLVE-ID.
              PERFORM 4100-RESOLVE-CUST-ID THRU 4100-EXIT.
              IF WS-RESOLVED-ID = WS-RESOLVE-ID
                 DISPLAY WS-RESOLVE-ID " HAS NOT BEEN MERGED."
              ELSE
                 DISPLAY WS-RESOLVE-ID " WAS MERGED - NOW CARRIED "
                         "UNDER " WS-RESOLVED-ID
              END-IF.
              MOVE WS-RESOLVED-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER " WS-RESOLVED-ID
                            " NOT ON FILE - STATUS " WS-CUST-STATUS
                 NOT INVALID KEY
                    DISPLAY CM-CUST-ID " " CM-CUST-NAME
                            " BALANCE " CM-BALANCE
              END-READ.
       4000-EXIT.
              EXIT.

      *    Follows CUST-XREF-FILE from WS-RESOLVE-ID until an id with
      *    no row is reached, leaving it in WS-RESOLVED-ID.
       4100-RESOLVE-CUST-ID.
              MOVE WS-RESOLVE-ID TO WS-RESOLVED-ID.
              MOVE ZEROS TO WS-RESOLVE-HOPS.
              MOVE "N" TO WS-RESOLVE-DONE-SW.
              PERFORM UNTIL WS-RESOLVE-DONE OR WS-RESOLVE-HOPS > 10
                 MOVE WS-RESOLVED-ID TO MX-OLD-CUST-ID
                 READ CUST-XREF-FILE
                    INVALID KEY
                       SET WS-RESOLVE-DONE TO TRUE
                    NOT INVALID KEY
                       MOVE MX-SURVIVOR-ID TO WS-RESOLVED-ID
                       ADD 1 TO WS-RESOLVE-HOPS
                 END-READ
              END-PERFORM.
       4100-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "CustomerMerge" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       8000-EXIT.
              EXIT.
