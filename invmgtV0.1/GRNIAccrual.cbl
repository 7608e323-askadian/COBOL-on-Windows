       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNIAccrual.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  GOODS RECEIVED NOT INVOICED (GRNI) - AGED REPORT AND         *
      *  MONTH-END ACCRUAL.                                           *
      *                                                               *
      *  PurchaseMgmt.cbl's 4500-RECEIVE-PO puts received goods into  *
      *  stock, but the supplier's bill only reaches the books when   *
      *  SupplierInvoiceMgmt.cbl enters it, so at any month end       *
      *  everything received and not yet billed is missing from what  *
      *  we owe.  This program finds it: every PURCHASE-ORDER line's  *
      *  PO-RECEIVED-QTY less the quantity already billed against     *
      *  that PO on SUPPLIER-INVOICE (rejected invoices do not        *
      *  count), valued at PO-UNIT-COST and aged on days since        *
      *  PO-RECEIPT-DATE.                                             *
      *                                                               *
      *  The aged report - every unbilled line, then a summary by     *
      *  supplier across the 0-30, 31-60, 61-90 and over-90 day bands *
      *  - goes to GRNI.RPT and the spooler, for purchasing to chase  *
      *  the suppliers who have not billed us.  PurchaseMgmt.cbl      *
      *  prints it on demand.                                         *
      *                                                               *
      *  GRNIACCRUE is the month-end close entry point.  It prints    *
      *  the same report and books the total as an auto-reversing     *
      *  journal through JournalEntry.cbl - debit inventory, credit   *
      *  the GRNI accrual - dated the period's last day (or today, if *
      *  that is still to come), so the accrual reverses itself on    *
      *  the first day of the next period as the real bills arrive.   *
      *  A period already accrued is not accrued twice.               *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PURCHASE-ORDER-FILE
                     ASSIGN TO "purchord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PO-NUMBER
                     FILE STATUS IS WS-PO-STATUS.

              SELECT SUPPLIER-INVOICE-FILE
                     ASSIGN TO "suppinv"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SI-INVOICE-NUMBER
                     FILE STATUS IS WS-INV-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT JOURNAL-HEADER-FILE
                     ASSIGN TO "jrnlhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS JH-JOURNAL-NUMBER
                     FILE STATUS IS WS-JHDR-STATUS.

              SELECT JOURNAL-LINE-FILE
                     ASSIGN TO "jrnlline"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS JL-LINE-KEY
                     FILE STATUS IS WS-JLIN-STATUS.

              SELECT GRNI-REPORT
                     ASSIGN TO "GRNI.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.CPY".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPPINV.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  JOURNAL-HEADER-FILE.
           COPY "JRNLHDR.CPY".

       FD  JOURNAL-LINE-FILE.
           COPY "JRNLLIN.CPY".

       FD  GRNI-REPORT.
       01  GR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-PO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-INV-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-JHDR-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-JLIN-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-SUPP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-SUPP-OPEN            VALUE "Y".
              10 WS-POST-SW           PIC X(01) VALUE "N".
                 88 WS-POST-ACCRUAL         VALUE "Y".
              10 WS-ALREADY-SW        PIC X(01) VALUE "N".
                 88 WS-ALREADY-ACCRUED      VALUE "Y".

      *    One unbilled PO line.
              10 WS-BILLED-QTY        PIC 9(07) VALUE ZEROS.
              10 WS-UNBILLED-QTY      PIC 9(07) VALUE ZEROS.
              10 WS-UNBILLED-VALUE    PIC 9(09)V99 VALUE ZEROS.
              10 WS-DAYS-OUT          PIC 9(05) VALUE ZEROS.
              10 WS-BAND              PIC 9(01) VALUE ZEROS.
              10 WS-LINE-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-GRNI-TOTAL        PIC 9(09)V99 VALUE ZEROS.
              10 WS-BAND-TOTAL OCCURS 4 TIMES
                                      PIC 9(09)V99.

      *    Period accrued and the journal it was booked on.
              10 WS-PERIOD            PIC 9(06) VALUE ZEROS.
              10 WS-EFFECTIVE-DATE    PIC 9(08) VALUE ZEROS.
              10 WS-WORK-YEAR         PIC 9(04) VALUE ZEROS.
              10 WS-WORK-MONTH        PIC 9(02) VALUE ZEROS.
              10 WS-NEXT-JOURNAL      PIC 9(07) VALUE ZEROS.
              10 WS-JE-DESCRIPTION    PIC X(30) VALUE SPACES.
              10 WS-RELEASED          PIC 9(05) VALUE ZEROS.

      *    Quantity billed so far on each PO, built from one pass of
      *    SUPPLIER-INVOICE so every PO line is matched without
      *    rereading the invoice file.
              10 WS-BILL-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-BILL-IX           PIC 9(05) VALUE ZEROS.
              10 WS-BILL-FULL-SW      PIC X(01) VALUE "N".
                 88 WS-BILL-FULL            VALUE "Y".
              10 WS-SUP-COUNT         PIC 9(03) VALUE ZEROS.
              10 WS-SUP-IX            PIC 9(03) VALUE ZEROS.

       01  WS-BILL-TABLE.
              10 WS-BILL-ENTRY OCCURS 5000 TIMES.
                 15 WS-BILL-PO        PIC 9(08).
                 15 WS-BILL-QTY       PIC 9(07).

      *    Unbilled value by supplier and age band.
       01  WS-SUP-TABLE.
              10 WS-SUP-ENTRY OCCURS 300 TIMES.
                 15 WS-SUP-NUMBER     PIC 9(05).
                 15 WS-SUP-BAND OCCURS 4 TIMES
                                      PIC 9(09)V99.
                 15 WS-SUP-TOTAL      PIC 9(09)V99.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-GRNI-ACCRUAL     PIC X(10) VALUE SPACES.

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "GRNI.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "GRNIAccrual".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(46) VALUE
                 "AGED GOODS RECEIVED NOT INVOICED AS AT ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "SUPP  SUPPLIER NAME              PO NUMB".
              10 FILLER               PIC X(40) VALUE
                 "ER ITEM   LOC  RECEIVED   BILLED UNBILLE".
              10 FILLER               PIC X(40) VALUE
                 "D     COST         VALUE RECEIVED  DAYS ".
              10 FILLER               PIC X(03) VALUE
                 "AGE".

       01  WS-DETAIL-LINE.
              10 DL-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-SUPPLIER-NAME     PIC X(25).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-PO-NUMBER         PIC 9(08).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-ITEM              PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-LOCATION          PIC X(04).
              10 DL-RECEIVED          PIC Z,ZZZ,ZZ9.
              10 DL-BILLED            PIC Z,ZZZ,ZZ9.
              10 DL-UNBILLED          PIC Z,ZZZ,ZZ9.
              10 DL-UNIT-COST         PIC ZZ,ZZ9.99.
              10 DL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-RECEIPT-DATE      PIC 9(08).
              10 DL-DAYS              PIC ZZ,ZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-BAND              PIC X(05).

       01  WS-BAND-NAMES.
              10 FILLER               PIC X(05) VALUE "0-30".
              10 FILLER               PIC X(05) VALUE "31-60".
              10 FILLER               PIC X(05) VALUE "61-90".
              10 FILLER               PIC X(05) VALUE "90+".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
              10 WS-BAND-NAME OCCURS 4 TIMES PIC X(05).

       01  WS-SUMMARY-HEADING.
              10 FILLER               PIC X(33) VALUE
                 "SUPP  SUPPLIER NAME".
              10 FILLER               PIC X(28) VALUE
                 "          0-30         31-60".
              10 FILLER               PIC X(28) VALUE
                 "         61-90       OVER 90".
              10 FILLER               PIC X(14) VALUE
                 "         TOTAL".

       01  WS-SUMMARY-LINE.
              10 SL-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 SL-SUPPLIER-NAME     PIC X(25).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SL-BAND OCCURS 4 TIMES
                                      PIC ZZZ,ZZZ,ZZ9.99.
              10 SL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
              10 FILLER               PIC X(33) VALUE
                 "TOTAL GOODS RECEIVED NOT INVOICED".
              10 TL-BAND OCCURS 4 TIMES
                                      PIC ZZZ,ZZZ,ZZ9.99.
              10 TL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MESSAGE-LINE              PIC X(132) VALUE SPACES.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       LINKAGE SECTION.
       01  LK-PERIOD               PIC 9(06).
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
      *    On-demand aged report for purchasing - nothing is posted.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              MOVE "N" TO WS-POST-SW.
              PERFORM 1000-BUILD-GRNI THRU 1000-EXIT.
              GOBACK.

      *    Month-end close entry point - the report plus the
      *    auto-reversing accrual for LK-PERIOD (zero = the current
      *    month).  The accrued line count comes back in
      *    LK-RETURN-STATUS; RETURN-CODE is non-zero only when the
      *    purchase orders or the journal files cannot be opened.
       ENTRY "GRNIACCRUE" USING LK-PERIOD LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              MOVE ZEROS TO LK-RETURN-STATUS.
              SET WS-POST-ACCRUAL TO TRUE.
              MOVE LK-PERIOD TO WS-PERIOD.
              PERFORM 1000-BUILD-GRNI THRU 1000-EXIT.
              IF RETURN-CODE = ZERO
                 PERFORM 5000-POST-ACCRUAL THRU 5000-EXIT
                 MOVE WS-LINE-COUNT TO LK-RETURN-STATUS
              END-IF.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-GRNI" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-GRNI-ACCRUAL.
              IF NOT WS-PARMS-OK
                 DISPLAY "GRNI ACCRUAL CANNOT RUN - CORRECT THE SYSTEM "
                         "PARAMETERS ABOVE IN UTILITIES."
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

      *****************************************************************
      * Loads what has been billed per PO, then prices and ages
      * every received quantity not yet billed and prints it.
      *****************************************************************
       1000-BUILD-GRNI.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE ZEROS TO WS-LINE-COUNT WS-GRNI-TOTAL WS-SUP-COUNT.
              INITIALIZE WS-SUP-TABLE.
              PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                 MOVE ZEROS TO WS-BAND-TOTAL(WS-BAND)
              END-PERFORM.
              OPEN INPUT PURCHASE-ORDER-FILE.
              IF WS-PO-STATUS NOT = "00"
                 DISPLAY "PURCHASE ORDER FILE NOT AVAILABLE - STATUS "
                         WS-PO-STATUS " - NO GRNI RUN"
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              PERFORM 1100-LOAD-BILLED THRU 1100-EXIT.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              IF WS-SUPP-STATUS = "00"
                 SET WS-SUPP-OPEN TO TRUE
              END-IF.
              OPEN OUTPUT GRNI-REPORT.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE GR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              WRITE GR-PRINT-LINE FROM WS-COLUMN-LINE.
              PERFORM UNTIL WS-PO-STATUS NOT = "00"
                 READ PURCHASE-ORDER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PO-STATUS
                    NOT AT END
                       IF PO-RECEIVED-QTY > ZEROS
                          PERFORM 2000-CHECK-PO-LINE THRU 2000-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PURCHASE-ORDER-FILE.
              PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
              IF WS-SUPP-OPEN
                 CLOSE SUPPLIER-MASTER-FILE
                 MOVE "N" TO WS-SUPP-OPEN-SW
              END-IF.
              IF NOT WS-POST-ACCRUAL
                 PERFORM 4000-CLOSE-REPORT THRU 4000-EXIT
              END-IF.
       1000-EXIT.
              EXIT.

      * Rejected invoices never became a liability, so they leave
      * the goods unbilled.  A PO past the table's end is reported
      * unbilled in full, and the operator told the table is full.
       1100-LOAD-BILLED.
              MOVE ZEROS TO WS-BILL-COUNT.
              MOVE "N" TO WS-BILL-FULL-SW.
              OPEN INPUT SUPPLIER-INVOICE-FILE.
              IF WS-INV-STATUS NOT = "00"
                 GO TO 1100-EXIT
              END-IF.
              PERFORM UNTIL WS-INV-STATUS NOT = "00"
                 READ SUPPLIER-INVOICE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-INV-STATUS
                    NOT AT END
                       IF NOT SI-STATUS-REJECTED
                          AND SI-PO-NUMBER NOT = ZEROS
                          PERFORM 1200-ADD-BILLED THRU 1200-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SUPPLIER-INVOICE-FILE.
              IF WS-BILL-FULL
                 DISPLAY "MORE THAN 5000 BILLED POS - SOME LINES MAY "
                         "SHOW AS UNBILLED WHEN THEY ARE NOT."
              END-IF.
       1100-EXIT.
              EXIT.

       1200-ADD-BILLED.
              MOVE 1 TO WS-BILL-IX.
              PERFORM UNTIL WS-BILL-IX > WS-BILL-COUNT
                    OR WS-BILL-PO(WS-BILL-IX) = SI-PO-NUMBER
                 ADD 1 TO WS-BILL-IX
              END-PERFORM.
              IF WS-BILL-IX > WS-BILL-COUNT
                 IF WS-BILL-COUNT = 5000
                    SET WS-BILL-FULL TO TRUE
                    GO TO 1200-EXIT
                 END-IF
                 ADD 1 TO WS-BILL-COUNT
                 MOVE WS-BILL-COUNT TO WS-BILL-IX
                 MOVE SI-PO-NUMBER TO WS-BILL-PO(WS-BILL-IX)
                 MOVE ZEROS TO WS-BILL-QTY(WS-BILL-IX)
              END-IF.
              ADD SI-QTY-BILLED TO WS-BILL-QTY(WS-BILL-IX).
       1200-EXIT.
              EXIT.

      *****************************************************************
      * One PO line: received less billed, valued at the PO's cost
      * and aged from its receipt date.
      *****************************************************************
       2000-CHECK-PO-LINE.
              MOVE ZEROS TO WS-BILLED-QTY.
              MOVE 1 TO WS-BILL-IX.
              PERFORM UNTIL WS-BILL-IX > WS-BILL-COUNT
                    OR WS-BILL-PO(WS-BILL-IX) = PO-NUMBER
                 ADD 1 TO WS-BILL-IX
              END-PERFORM.
              IF WS-BILL-IX NOT > WS-BILL-COUNT
                 MOVE WS-BILL-QTY(WS-BILL-IX) TO WS-BILLED-QTY
              END-IF.
              IF WS-BILLED-QTY NOT < PO-RECEIVED-QTY
                 GO TO 2000-EXIT
              END-IF.
              COMPUTE WS-UNBILLED-QTY = PO-RECEIVED-QTY - WS-BILLED-QTY.
              COMPUTE WS-UNBILLED-VALUE ROUNDED =
                      WS-UNBILLED-QTY * PO-UNIT-COST.
              MOVE ZEROS TO WS-DAYS-OUT.
              IF FUNCTION TEST-DATE-YYYYMMDD(PO-RECEIPT-DATE) = 0
                 AND PO-RECEIPT-DATE < WS-TODAY-DATE
                 COMPUTE WS-DAYS-OUT =
                         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(PO-RECEIPT-DATE)
              END-IF.
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT > 90 MOVE 4 TO WS-BAND
                 WHEN WS-DAYS-OUT > 60 MOVE 3 TO WS-BAND
                 WHEN WS-DAYS-OUT > 30 MOVE 2 TO WS-BAND
                 WHEN OTHER            MOVE 1 TO WS-BAND
              END-EVALUATE.
              ADD 1 TO WS-LINE-COUNT.
              ADD WS-UNBILLED-VALUE TO WS-GRNI-TOTAL.
              ADD WS-UNBILLED-VALUE TO WS-BAND-TOTAL(WS-BAND).
              PERFORM 2100-ADD-TO-SUPPLIER THRU 2100-EXIT.

              MOVE PO-SUPPLIER-NUMBER TO DL-SUPPLIER SU-SUPPLIER-NUMBER.
              PERFORM 2200-GET-SUPPLIER-NAME THRU 2200-EXIT.
              MOVE SU-SUPPLIER-NAME TO DL-SUPPLIER-NAME.
              MOVE PO-NUMBER TO DL-PO-NUMBER.
              MOVE PO-ITEM-NUMBER TO DL-ITEM.
              MOVE PO-LOCATION TO DL-LOCATION.
              MOVE PO-RECEIVED-QTY TO DL-RECEIVED.
              MOVE WS-BILLED-QTY TO DL-BILLED.
              MOVE WS-UNBILLED-QTY TO DL-UNBILLED.
              MOVE PO-UNIT-COST TO DL-UNIT-COST.
              MOVE WS-UNBILLED-VALUE TO DL-VALUE.
              MOVE PO-RECEIPT-DATE TO DL-RECEIPT-DATE.
              MOVE WS-DAYS-OUT TO DL-DAYS.
              MOVE WS-BAND-NAME(WS-BAND) TO DL-BAND.
              WRITE GR-PRINT-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
              EXIT.

      * Finds (or adds) the supplier's row; a supplier past the
      * table's end is folded into the last row.
       2100-ADD-TO-SUPPLIER.
              MOVE 1 TO WS-SUP-IX.
              PERFORM UNTIL WS-SUP-IX > WS-SUP-COUNT
                    OR WS-SUP-NUMBER(WS-SUP-IX) = PO-SUPPLIER-NUMBER
                 ADD 1 TO WS-SUP-IX
              END-PERFORM.
              IF WS-SUP-IX > WS-SUP-COUNT
                 IF WS-SUP-COUNT < 300
                    ADD 1 TO WS-SUP-COUNT
                    MOVE WS-SUP-COUNT TO WS-SUP-IX
                    MOVE PO-SUPPLIER-NUMBER TO WS-SUP-NUMBER(WS-SUP-IX)
                 ELSE
                    MOVE 300 TO WS-SUP-IX
                    MOVE 99999 TO WS-SUP-NUMBER(WS-SUP-IX)
                 END-IF
              END-IF.
              ADD WS-UNBILLED-VALUE
                TO WS-SUP-BAND(WS-SUP-IX, WS-BAND).
              ADD WS-UNBILLED-VALUE TO WS-SUP-TOTAL(WS-SUP-IX).
       2100-EXIT.
              EXIT.

       2200-GET-SUPPLIER-NAME.
              MOVE SPACES TO SU-SUPPLIER-NAME.
              IF WS-SUPP-OPEN
                 READ SUPPLIER-MASTER-FILE
                    INVALID KEY
                       MOVE "(NOT ON SUPPLIER MASTER)"
                         TO SU-SUPPLIER-NAME
                 END-READ
              END-IF.
       2200-EXIT.
              EXIT.

      *****************************************************************
      * The aged view purchasing chases from: each supplier's
      * unbilled value by age band, then the bands in total.
      *****************************************************************
       3000-PRINT-SUMMARY.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              MOVE "UNBILLED RECEIPTS BY SUPPLIER, DAYS SINCE RECEIPT"
                TO WS-MESSAGE-LINE.
              WRITE GR-PRINT-LINE FROM WS-MESSAGE-LINE.
              WRITE GR-PRINT-LINE FROM WS-SUMMARY-HEADING.
              PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                    UNTIL WS-SUP-IX > WS-SUP-COUNT
                 MOVE WS-SUP-NUMBER(WS-SUP-IX) TO SL-SUPPLIER
                                                  SU-SUPPLIER-NUMBER
                 PERFORM 2200-GET-SUPPLIER-NAME THRU 2200-EXIT
                 MOVE SU-SUPPLIER-NAME TO SL-SUPPLIER-NAME
                 PERFORM VARYING WS-BAND FROM 1 BY 1
                       UNTIL WS-BAND > 4
                    MOVE WS-SUP-BAND(WS-SUP-IX, WS-BAND)
                      TO SL-BAND(WS-BAND)
                 END-PERFORM
                 MOVE WS-SUP-TOTAL(WS-SUP-IX) TO SL-TOTAL
                 WRITE GR-PRINT-LINE FROM WS-SUMMARY-LINE
              END-PERFORM.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                 MOVE WS-BAND-TOTAL(WS-BAND) TO TL-BAND(WS-BAND)
              END-PERFORM.
              MOVE WS-GRNI-TOTAL TO TL-TOTAL.
              WRITE GR-PRINT-LINE FROM WS-TOTAL-LINE.
       3000-EXIT.
              EXIT.

       4000-CLOSE-REPORT.
              CLOSE GRNI-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "UNBILLED RECEIPT LINES : " WS-LINE-COUNT.
              DISPLAY "GRNI TOTAL             : " WS-GRNI-TOTAL.
              DISPLAY "AGED GRNI REPORT WRITTEN TO GRNI.RPT".
       4000-EXIT.
              EXIT.

      *****************************************************************
      * Books the GRNI total as an approved auto-reversing journal -
      * debit inventory, credit the GRNI accrual - and has
      * JournalEntry.cbl release it to GL.INT, which writes the
      * first-of-next-period reversal as it goes.  The journal is
      * known by its description, so a second run for the same
      * period finds the first and leaves it alone.
      *****************************************************************
       5000-POST-ACCRUAL.
              IF WS-PERIOD = ZEROS
                 MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
              END-IF.
              MOVE SPACES TO WS-JE-DESCRIPTION.
              STRING "GRNI ACCRUAL " DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                INTO WS-JE-DESCRIPTION.
              IF WS-GRNI-TOTAL = ZEROS
                 MOVE "NOTHING RECEIVED AND NOT INVOICED - NO ACCRUAL"
                   TO WS-MESSAGE-LINE
                 GO TO 5000-CLOSE
              END-IF.
              PERFORM 5100-OPEN-JOURNALS THRU 5100-EXIT.
              IF RETURN-CODE NOT = ZERO
                 MOVE "JOURNAL FILES NOT AVAILABLE - NO ACCRUAL POSTED"
                   TO WS-MESSAGE-LINE
                 GO TO 5000-CLOSE
              END-IF.
              PERFORM 5200-FIND-EXISTING THRU 5200-EXIT.
              IF WS-ALREADY-ACCRUED
                 CLOSE JOURNAL-HEADER-FILE JOURNAL-LINE-FILE
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING "PERIOD ALREADY ACCRUED ON JOURNAL "
                        DELIMITED BY SIZE
                        JH-JOURNAL-NUMBER DELIMITED BY SIZE
                        " - NOT ACCRUED AGAIN" DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
                 GO TO 5000-CLOSE
              END-IF.
              PERFORM 5300-WRITE-JOURNAL THRU 5300-EXIT.
              CLOSE JOURNAL-HEADER-FILE JOURNAL-LINE-FILE.
              IF RETURN-CODE NOT = ZERO
                 MOVE "GRNI JOURNAL NOT WRITTEN - NO ACCRUAL POSTED"
                   TO WS-MESSAGE-LINE
                 GO TO 5000-CLOSE
              END-IF.
              MOVE ZEROS TO WS-RELEASED.
              CALL "JRNLRELEASE" USING WS-RELEASED.
              MOVE SPACES TO WS-MESSAGE-LINE.
              STRING "ACCRUAL BOOKED ON AUTO-REVERSING JOURNAL "
                     DELIMITED BY SIZE
                     WS-NEXT-JOURNAL DELIMITED BY SIZE
                     " DATED " DELIMITED BY SIZE
                     WS-EFFECTIVE-DATE DELIMITED BY SIZE
                INTO WS-MESSAGE-LINE.
       5000-CLOSE.
              MOVE SPACES TO GR-PRINT-LINE.
              WRITE GR-PRINT-LINE.
              WRITE GR-PRINT-LINE FROM WS-MESSAGE-LINE.
              DISPLAY WS-MESSAGE-LINE.
              PERFORM 4000-CLOSE-REPORT THRU 4000-EXIT.
       5000-EXIT.
              EXIT.

       5100-OPEN-JOURNALS.
              OPEN I-O JOURNAL-HEADER-FILE.
              IF WS-JHDR-STATUS = "35"
                 CLOSE JOURNAL-HEADER-FILE
                 OPEN OUTPUT JOURNAL-HEADER-FILE
                 CLOSE JOURNAL-HEADER-FILE
                 OPEN I-O JOURNAL-HEADER-FILE
              END-IF.
              IF WS-JHDR-STATUS NOT = "00"
                 DISPLAY "JOURNAL HEADER FILE DID NOT OPEN - STATUS "
                         WS-JHDR-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 5100-EXIT
              END-IF.
              OPEN I-O JOURNAL-LINE-FILE.
              IF WS-JLIN-STATUS = "35"
                 CLOSE JOURNAL-LINE-FILE
                 OPEN OUTPUT JOURNAL-LINE-FILE
                 CLOSE JOURNAL-LINE-FILE
                 OPEN I-O JOURNAL-LINE-FILE
              END-IF.
              IF WS-JLIN-STATUS NOT = "00"
                 DISPLAY "JOURNAL LINE FILE DID NOT OPEN - STATUS "
                         WS-JLIN-STATUS
                 CLOSE JOURNAL-HEADER-FILE
                 MOVE 1 TO RETURN-CODE
              END-IF.
       5100-EXIT.
              EXIT.

      * Looks for a live journal already carrying this period's
      * description, noting the highest journal number on the way.
       5200-FIND-EXISTING.
              MOVE "N" TO WS-ALREADY-SW.
              MOVE ZEROS TO WS-NEXT-JOURNAL.
              MOVE LOW-VALUES TO JH-JOURNAL-NUMBER.
              START JOURNAL-HEADER-FILE
                    KEY IS NOT LESS THAN JH-JOURNAL-NUMBER
                 INVALID KEY MOVE "10" TO WS-JHDR-STATUS
              END-START.
              PERFORM UNTIL WS-JHDR-STATUS NOT = "00"
                    OR WS-ALREADY-ACCRUED
                 READ JOURNAL-HEADER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-JHDR-STATUS
                    NOT AT END
                       MOVE JH-JOURNAL-NUMBER TO WS-NEXT-JOURNAL
                       IF JH-DESCRIPTION = WS-JE-DESCRIPTION
                          AND JH-KIND-REVERSING
                          AND NOT JH-STATUS-REJECTED
                          AND NOT JH-STATUS-CANCELLED
                          SET WS-ALREADY-ACCRUED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE "00" TO WS-JHDR-STATUS.
              ADD 1 TO WS-NEXT-JOURNAL.
       5200-EXIT.
              EXIT.

      * Dated the last day of the period, or today if that day is
      * still to come, so the reversal lands on the first of the
      * month after.  The close step is the approval - the journal
      * is written approved, entered and approved by the run.
       5300-WRITE-JOURNAL.
              MOVE WS-PERIOD(1:4) TO WS-WORK-YEAR.
              MOVE WS-PERIOD(5:2) TO WS-WORK-MONTH.
              IF WS-WORK-MONTH = 12
                 ADD 1 TO WS-WORK-YEAR
                 MOVE 1 TO WS-WORK-MONTH
              ELSE
                 ADD 1 TO WS-WORK-MONTH
              END-IF.
              COMPUTE WS-EFFECTIVE-DATE = WS-WORK-YEAR * 10000
                                        + WS-WORK-MONTH * 100 + 1.
              COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) - 1).
              IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
                 MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
              END-IF.
              INITIALIZE JOURNAL-HEADER-REC.
              MOVE WS-NEXT-JOURNAL TO JH-JOURNAL-NUMBER.
              MOVE WS-JE-DESCRIPTION TO JH-DESCRIPTION.
              SET JH-KIND-REVERSING TO TRUE.
              SET JH-STATUS-APPROVED TO TRUE.
              MOVE WS-EFFECTIVE-DATE TO JH-EFFECTIVE-DATE.
              MOVE 2 TO JH-LINE-COUNT.
              MOVE WS-GRNI-TOTAL TO JH-TOTAL-DEBITS JH-TOTAL-CREDITS.
              MOVE "GRNIRUN" TO JH-ENTERED-BY JH-APPROVED-BY.
              MOVE WS-TODAY-DATE TO JH-ENTERED-DATE JH-APPROVED-DATE.
              WRITE JOURNAL-HEADER-REC
                 INVALID KEY
                    DISPLAY "GRNI JOURNAL WRITE FAILED - STATUS "
                            WS-JHDR-STATUS
                    MOVE 1 TO RETURN-CODE
                    GO TO 5300-EXIT
              END-WRITE.
              MOVE WS-NEXT-JOURNAL TO JL-JOURNAL-NUMBER.
              MOVE 1 TO JL-LINE-NUMBER.
              MOVE GL-ACCT-INVENTORY TO JL-ACCOUNT-CODE.
              SET JL-DEBIT TO TRUE.
              MOVE WS-GRNI-TOTAL TO JL-AMOUNT.
              MOVE "GOODS RCVD NOT INVCD" TO JL-MEMO.
              WRITE JOURNAL-LINE-REC.
              MOVE 2 TO JL-LINE-NUMBER.
              MOVE GL-ACCT-GRNI-ACCRUAL TO JL-ACCOUNT-CODE.
              SET JL-CREDIT TO TRUE.
              WRITE JOURNAL-LINE-REC.
       5300-EXIT.
              EXIT.
