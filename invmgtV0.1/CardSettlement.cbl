       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardSettlement.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  CARD SETTLEMENT AND PROCESSOR FUNDING RECONCILIATION.        *
      *                                                               *
      *  Proves the card processor actually paid for the card-        *
      *  tendered sales Reports.cbl's 9700-CASH-RECONCILIATION foots. *
      *                                                               *
      *  The end-of-day settlement batch picks up every credit- and   *
      *  debit-card invoice on SALE-HEADER-FILE not yet settled,      *
      *  writes it to CARDBAT.DAT for transmission to the processor,  *
      *  records it as pending on the CARD-SETTLE-FILE register (see  *
      *  CARDSTL.CPY), and moves its receivable into the card         *
      *  clearing account on GL.INT.  CARDSTLBATCH is the CALL-able   *
      *  entry EODBatchRun.cbl runs, alongside its other batch entry  *
      *  points.                                                      *
      *                                                               *
      *  The funding intake reads the processor's CARDFUND.DAT (see   *
      *  CARDFUND.CPY), matches each line back to its invoice on the  *
      *  register, marks it funded or charged back, posts the bank,   *
      *  processor-fee and clearing entries to GL.INT, and prints     *
      *  CARDEXC.RPT: lines that could not be matched or did not      *
      *  agree, chargebacks, and every sale still unfunded past the   *
      *  processor's funding lag.  A register row already funded is   *
      *  never funded twice, so re-reading the same file posts        *
      *  nothing new.  Reached from Utilities.cbl's menu.             *
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
              SELECT SALE-HEADER-FILE
                     ASSIGN TO "invhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SH-INVOICE-NUMBER
                     FILE STATUS IS WS-HDR-STATUS.

              SELECT CARD-SETTLE-FILE
                     ASSIGN TO "cardstl"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-INVOICE-NUMBER
                     FILE STATUS IS WS-CSTL-STATUS.

      *    Tonight's settlement batch for the processor - rewritten
      *    each run with only the invoices that run settled.
              SELECT CARD-BATCH-FILE
                     ASSIGN TO "CARDBAT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CBAT-STATUS.

              SELECT CARD-FUNDING-FILE
                     ASSIGN TO "CARDFUND.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CFND-STATUS.

              SELECT EXCEPTION-REPORT
                     ASSIGN TO "CARDEXC.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALE-HEADER-FILE.
           COPY "SALEHDR.CPY".

       FD  CARD-SETTLE-FILE.
           COPY "CARDSTL.CPY".

      *    One detail line per invoice settled, closed by a trailer
      *    carrying the item count and the charge and refund totals
      *    the processor balances the batch against.
       FD  CARD-BATCH-FILE.
       01  CARD-BATCH-REC.
           02  CB-RECORD-TYPE           PIC X(01).
               88  CB-DETAIL-LINE           VALUE "D".
               88  CB-TRAILER-LINE          VALUE "T".
           02  CB-DETAIL.
               03  CB-INVOICE-NUMBER    PIC 9(08).
               03  CB-TXN-DATE          PIC 9(08).
               03  CB-TENDER-CODE       PIC X(04).
               03  CB-DIRECTION         PIC X(01).
                   88  CB-CHARGE            VALUE "C".
                   88  CB-REFUND            VALUE "D".
               03  CB-AMOUNT            PIC 9(09)V99.
               03  FILLER               PIC X(03).
           02  CB-TRAILER REDEFINES CB-DETAIL.
               03  CB-BATCH-DATE        PIC 9(08).
               03  CB-ITEM-COUNT        PIC 9(05).
               03  CB-CHARGE-TOTAL      PIC 9(09)V99.
               03  CB-REFUND-TOTAL      PIC 9(09)V99.

       FD  CARD-FUNDING-FILE.
           COPY "CARDFUND.CPY".

       FD  EXCEPTION-REPORT.
       01  ER-PRINT-LINE                PIC X(80).

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-HDR-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CSTL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CBAT-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CFND-STATUS       PIC X(02) VALUE "00".
                 88 WS-CFND-MISSING          VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "4".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-AUDIT-BEFORE-REC  PIC X(91) VALUE SPACES.

      *    A processor normally funds within a couple of business
      *    days; a sale still pending after this many calendar days
      *    is listed as unfunded.
              10 WS-FUNDING-LAG-DAYS  PIC 9(02) VALUE ZEROS.
              10 WS-ITEM-AGE-DAYS     PIC S9(05) VALUE ZEROS.

      *    Settlement batch working fields.
              10 WS-SETTLE-AMOUNT     PIC S9(09)V99 VALUE ZEROS.
              10 WS-GL-AMOUNT         PIC S9(09)V99 VALUE ZEROS.
              10 WS-BATCH-COUNT       PIC 9(05) VALUE ZEROS.
              10 WS-BATCH-CHARGES     PIC 9(09)V99 VALUE ZEROS.
              10 WS-BATCH-REFUNDS     PIC 9(09)V99 VALUE ZEROS.

      *    Funding intake working fields.
              10 WS-FUND-SIGNED       PIC S9(09)V99 VALUE ZEROS.
              10 WS-FUND-LINES        PIC 9(05) VALUE ZEROS.
              10 WS-FUND-MATCHED      PIC 9(05) VALUE ZEROS.
              10 WS-FUND-CHARGEBACKS  PIC 9(05) VALUE ZEROS.
              10 WS-FUND-EXCEPTIONS   PIC 9(05) VALUE ZEROS.
              10 WS-FUND-GROSS-TOTAL  PIC S9(09)V99 VALUE ZEROS.
              10 WS-FUND-FEE-TOTAL    PIC 9(09)V99 VALUE ZEROS.
              10 WS-OPEN-UNFUNDED     PIC 9(05) VALUE ZEROS.
              10 WS-OPEN-CHARGEBACKS  PIC 9(05) VALUE ZEROS.

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-CASH             PIC X(10) VALUE SPACES.
           02 GL-ACCT-ACCOUNTS-RCVBL   PIC X(10) VALUE SPACES.
           02 GL-ACCT-CARD-CLEARING    PIC X(10) VALUE SPACES.
           02 GL-ACCT-CARD-FEES        PIC X(10) VALUE SPACES.

       01  WS-SPOOL-HANDOFF.
      *    The exceptions list is retained the moment it closes,
      *    through the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "CARDEXC.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "CardSettlement".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(38) VALUE
                 "CARD SETTLEMENT EXCEPTIONS - RUN DATE ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(52) VALUE
                 "INVOICE  DATE     EXCEPTION".
              10 FILLER               PIC X(14) VALUE
                 "        AMOUNT".

       01  WS-EXCEPTION-LINE.
              10 EL-INVOICE-NUMBER    PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 EL-DATE              PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 EL-REASON            PIC X(34).
              10 EL-AMOUNT            PIC ---,---,---.99.

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(50).

       01  WS-SUMMARY-LINE.
              10 SM-LABEL             PIC X(30).
              10 SM-COUNT             PIC ZZ,ZZ9.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 SM-AMOUNT            PIC ---,---,---.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       LINKAGE SECTION.
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              GOBACK.

      *    Callable entry point for EODBatchRun - builds tonight's
      *    settlement batch with no operator interaction, the same
      *    way SSUMBATCH and GLPOSTBATCH skip their menus.
       ENTRY "CARDSTLBATCH" USING LK-RETURN-STATUS.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 MOVE ZEROS TO LK-RETURN-STATUS
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 3000-BUILD-SETTLEMENT-BATCH THRU 3000-EXIT.
              MOVE WS-BATCH-COUNT TO LK-RETURN-STATUS.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-CASH" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CASH.
              MOVE "GL-AR" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-RCVBL.
              MOVE "GL-CARD-CLEARING" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CARD-CLEARING.
              MOVE "GL-CARD-FEES" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CARD-FEES.
              MOVE "CARD-FUND-LAG" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-FUNDING-LAG-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "CARD SETTLEMENT CANNOT RUN -"
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

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Card Settlement - " WS-TODAY.
              DISPLAY "---------------------------".
              DISPLAY "1. Build End-Of-Day Settlement Batch".
              DISPLAY "2. Import Processor Funding File".
              DISPLAY "3. Print Settlement Exceptions".
              DISPLAY "4. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-BUILD-SETTLEMENT-BATCH
                             THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-IMPORT-FUNDING THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * One pass over SALE-HEADER-FILE: every card-tendered invoice
      * dated today or earlier that is not yet on the register goes
      * into tonight's batch.  A missed night is simply caught up by
      * the next run, and a rerun finds nothing unsettled.  Voided
      * invoices are never settled.
       3000-BUILD-SETTLEMENT-BATCH.
              MOVE ZEROS TO WS-BATCH-COUNT WS-BATCH-CHARGES
                            WS-BATCH-REFUNDS.
              OPEN INPUT SALE-HEADER-FILE.
              IF WS-HDR-STATUS = "35"
                 DISPLAY "NO INVOICES ON FILE - NOTHING TO SETTLE."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-HDR-STATUS NOT = "00"
                 DISPLAY "INVHDR NOT AVAILABLE - STATUS "
                         WS-HDR-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3900-OPEN-POSTING-FILES THRU 3900-EXIT.
              OPEN OUTPUT CARD-BATCH-FILE.

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
                       IF (SH-TENDER-CODE = "CRDT"
                           OR SH-TENDER-CODE = "DEBT")
                          AND NOT SH-TXN-VOID
                          AND SH-TXN-DATE <= WS-TODAY
                          MOVE SH-INVOICE-NUMBER TO CS-INVOICE-NUMBER
                          READ CARD-SETTLE-FILE
                             INVALID KEY
                                PERFORM 3100-SETTLE-ONE-INVOICE
                                   THRU 3100-EXIT
                          END-READ
                       END-IF
                 END-READ
              END-PERFORM.

              MOVE SPACES TO CARD-BATCH-REC.
              SET CB-TRAILER-LINE TO TRUE.
              MOVE WS-TODAY TO CB-BATCH-DATE.
              MOVE WS-BATCH-COUNT TO CB-ITEM-COUNT.
              MOVE WS-BATCH-CHARGES TO CB-CHARGE-TOTAL.
              MOVE WS-BATCH-REFUNDS TO CB-REFUND-TOTAL.
              WRITE CARD-BATCH-REC.

              CLOSE SALE-HEADER-FILE.
              CLOSE CARD-BATCH-FILE.
              PERFORM 3950-CLOSE-POSTING-FILES THRU 3950-EXIT.
              DISPLAY "CARD SETTLEMENT BATCH " WS-TODAY " - "
                      WS-BATCH-COUNT " ITEM(S), CHARGES "
                      WS-BATCH-CHARGES " REFUNDS " WS-BATCH-REFUNDS.
       3000-EXIT.
              EXIT.

      * The card was charged goods plus tax less any deposit the sale
      * drew down; an invoice the deposit covered in full put nothing
      * on the card and is not settled.
       3100-SETTLE-ONE-INVOICE.
              COMPUTE WS-SETTLE-AMOUNT = SH-GOODS-TOTAL + SH-TAX-TOTAL
                                       - SH-DEPOSIT-APPLIED.
              IF WS-SETTLE-AMOUNT = ZEROS
                 GO TO 3100-EXIT
              END-IF.
              INITIALIZE CARD-SETTLE-REC.
              MOVE SH-INVOICE-NUMBER TO CS-INVOICE-NUMBER.
              MOVE WS-TODAY TO CS-BATCH-DATE.
              MOVE SH-TXN-DATE TO CS-TXN-DATE.
              MOVE SH-CUST-ID TO CS-CUST-ID.
              MOVE SH-TENDER-CODE TO CS-TENDER-CODE.
              MOVE WS-SETTLE-AMOUNT TO CS-SETTLE-AMOUNT.
              SET CS-STATUS-PENDING TO TRUE.
              WRITE CARD-SETTLE-REC
                 INVALID KEY
                    DISPLAY "INVOICE " SH-INVOICE-NUMBER
                            " NOT SETTLED - STATUS " WS-CSTL-STATUS
                    GO TO 3100-EXIT
              END-WRITE.
              MOVE CS-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE CARD-SETTLE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

              MOVE SPACES TO CARD-BATCH-REC.
              SET CB-DETAIL-LINE TO TRUE.
              MOVE CS-INVOICE-NUMBER TO CB-INVOICE-NUMBER.
              MOVE CS-TXN-DATE TO CB-TXN-DATE.
              MOVE CS-TENDER-CODE TO CB-TENDER-CODE.
              IF WS-SETTLE-AMOUNT > ZEROS
                 SET CB-CHARGE TO TRUE
                 MOVE WS-SETTLE-AMOUNT TO CB-AMOUNT
                 ADD WS-SETTLE-AMOUNT TO WS-BATCH-CHARGES
              ELSE
                 SET CB-REFUND TO TRUE
                 COMPUTE CB-AMOUNT = 0 - WS-SETTLE-AMOUNT
                 ADD CB-AMOUNT TO WS-BATCH-REFUNDS
              END-IF.
              WRITE CARD-BATCH-REC.
              ADD 1 TO WS-BATCH-COUNT.
              PERFORM 8100-WRITE-SETTLEMENT-GL THRU 8100-EXIT.
       3100-EXIT.
              EXIT.

      * The register, GL interface and audit trail are opened
      * together by whichever option posts.
       3900-OPEN-POSTING-FILES.
              OPEN I-O CARD-SETTLE-FILE.
              IF WS-CSTL-STATUS = "35"
                 CLOSE CARD-SETTLE-FILE
                 OPEN OUTPUT CARD-SETTLE-FILE
                 CLOSE CARD-SETTLE-FILE
                 OPEN I-O CARD-SETTLE-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       3900-EXIT.
              EXIT.

       3950-CLOSE-POSTING-FILES.
              CLOSE CARD-SETTLE-FILE.
              CLOSE GL-INTERFACE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
       3950-EXIT.
              EXIT.

      * Reads the processor's funding file line by line, applying
      * each to its register row, then lists the exceptions: this
      * file's problem lines as they are met, followed by every sale
      * still unfunded and every chargeback on the register.
       4000-IMPORT-FUNDING.
              OPEN INPUT CARD-FUNDING-FILE.
              IF WS-CFND-STATUS NOT = "00"
                 DISPLAY "FUNDING FILE CARDFUND.DAT NOT FOUND - "
                         "STATUS " WS-CFND-STATUS
                 GO TO 4000-EXIT
              END-IF.
              MOVE ZEROS TO WS-FUND-LINES WS-FUND-MATCHED
                            WS-FUND-CHARGEBACKS WS-FUND-EXCEPTIONS
                            WS-FUND-GROSS-TOTAL WS-FUND-FEE-TOTAL.
              PERFORM 3900-OPEN-POSTING-FILES THRU 3900-EXIT.
              OPEN OUTPUT EXCEPTION-REPORT.
              MOVE WS-TODAY TO HL-RUN-DATE.
              WRITE ER-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE "FUNDING FILE EXCEPTIONS" TO SL-SECTION-TITLE.
              PERFORM 5900-WRITE-SECTION-HEAD THRU 5900-EXIT.

              PERFORM UNTIL WS-CFND-STATUS NOT = "00"
                 READ CARD-FUNDING-FILE
                    AT END MOVE "10" TO WS-CFND-STATUS
                    NOT AT END
                       ADD 1 TO WS-FUND-LINES
                       PERFORM 4100-APPLY-ONE-FUNDING THRU 4100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE CARD-FUNDING-FILE.

              MOVE SPACES TO ER-PRINT-LINE.
              WRITE ER-PRINT-LINE.
              MOVE "FUNDING LINES READ" TO SM-LABEL.
              MOVE WS-FUND-LINES TO SM-COUNT.
              MOVE WS-FUND-GROSS-TOTAL TO SM-AMOUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "MATCHED AND FUNDED" TO SM-LABEL.
              MOVE WS-FUND-MATCHED TO SM-COUNT.
              MOVE WS-FUND-FEE-TOTAL TO SM-AMOUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "  (AMOUNT = PROCESSOR FEES)" TO ER-PRINT-LINE.
              WRITE ER-PRINT-LINE.
              MOVE "CHARGEBACKS" TO SM-LABEL.
              MOVE WS-FUND-CHARGEBACKS TO SM-COUNT.
              MOVE ZEROS TO SM-AMOUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "LINES IN EXCEPTION" TO SM-LABEL.
              MOVE WS-FUND-EXCEPTIONS TO SM-COUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.

              PERFORM 5100-LIST-OPEN-ITEMS THRU 5100-EXIT.
              PERFORM 3950-CLOSE-POSTING-FILES THRU 3950-EXIT.
              CLOSE EXCEPTION-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "FUNDING LINES " WS-FUND-LINES " MATCHED "
                      WS-FUND-MATCHED " CHARGEBACKS "
                      WS-FUND-CHARGEBACKS " EXCEPTIONS "
                      WS-FUND-EXCEPTIONS.
              DISPLAY "EXCEPTIONS LIST WRITTEN TO CARDEXC.RPT".
       4000-EXIT.
              EXIT.

      * Validates one funding line - record type and direction known,
      * net and fee footing to the gross - then matches it to its
      * register row.  A line that cannot be matched, or whose row is
      * already funded, is listed and nothing is posted for it.
       4100-APPLY-ONE-FUNDING.
              MOVE CF-INVOICE-NUMBER TO EL-INVOICE-NUMBER.
              MOVE CF-FUND-DATE TO EL-DATE.
              MOVE CF-GROSS-AMOUNT TO EL-AMOUNT.
              IF NOT CF-TYPE-FUNDED AND NOT CF-TYPE-CHARGEBACK
                 MOVE "UNKNOWN RECORD TYPE - IGNORED" TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                 GO TO 4100-EXIT
              END-IF.
              IF NOT CF-PAID-TO-US AND NOT CF-TAKEN-FROM-US
                 MOVE "UNKNOWN DIRECTION - IGNORED" TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                 GO TO 4100-EXIT
              END-IF.
              IF (CF-PAID-TO-US
                  AND CF-NET-AMOUNT + CF-FEE-AMOUNT
                      NOT = CF-GROSS-AMOUNT)
                 OR (CF-TAKEN-FROM-US
                  AND CF-GROSS-AMOUNT + CF-FEE-AMOUNT
                      NOT = CF-NET-AMOUNT)
                 MOVE "NET AND FEE DO NOT FOOT - IGNORED"
                   TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                 GO TO 4100-EXIT
              END-IF.

              MOVE CF-INVOICE-NUMBER TO CS-INVOICE-NUMBER.
              READ CARD-SETTLE-FILE
                 INVALID KEY
                    IF CF-TYPE-CHARGEBACK
                       MOVE "CHARGEBACK - NO SALE ON FILE"
                         TO EL-REASON
                    ELSE
                       MOVE "FUNDED - NO SALE ON FILE" TO EL-REASON
                    END-IF
                    PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                    GO TO 4100-EXIT
              END-READ.

              IF CF-TYPE-CHARGEBACK
                 PERFORM 4200-APPLY-CHARGEBACK THRU 4200-EXIT
                 GO TO 4100-EXIT
              END-IF.

              IF NOT CS-STATUS-PENDING
                 MOVE "ALREADY FUNDED - DUPLICATE IGNORED"
                   TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                 GO TO 4100-EXIT
              END-IF.

              IF CF-TAKEN-FROM-US
                 COMPUTE WS-FUND-SIGNED = 0 - CF-GROSS-AMOUNT
              ELSE
                 MOVE CF-GROSS-AMOUNT TO WS-FUND-SIGNED
              END-IF.
              MOVE CARD-SETTLE-REC TO WS-AUDIT-BEFORE-REC.
              SET CS-STATUS-FUNDED TO TRUE.
              MOVE CF-FUND-DATE TO CS-FUNDED-DATE.
              MOVE WS-FUND-SIGNED TO CS-FUNDED-AMOUNT.
              MOVE CF-FEE-AMOUNT TO CS-FEE-AMOUNT.
              MOVE CF-PROCESSOR-REF TO CS-PROCESSOR-REF.
              REWRITE CARD-SETTLE-REC
                 INVALID KEY
                    MOVE "REGISTER REWRITE FAILED" TO EL-REASON
                    PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                    GO TO 4100-EXIT
              END-REWRITE.
              MOVE CS-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE CARD-SETTLE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
              PERFORM 8200-WRITE-FUNDING-GL THRU 8200-EXIT.
              ADD 1 TO WS-FUND-MATCHED.
              ADD WS-FUND-SIGNED TO WS-FUND-GROSS-TOTAL.
              ADD CF-FEE-AMOUNT TO WS-FUND-FEE-TOTAL.

      *    Funded, but not for what the card was charged - the
      *    difference is left in the clearing account for finance.
              IF WS-FUND-SIGNED NOT = CS-SETTLE-AMOUNT
                 MOVE "FUNDED AMOUNT DIFFERS FROM SALE" TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
              END-IF.
       4100-EXIT.
              EXIT.

      * A chargeback pulls the sale's money back out of the bank plus
      * the processor's fee; the customer owes it again, so it goes
      * back to receivables.  Every chargeback is listed.
       4200-APPLY-CHARGEBACK.
              IF CS-STATUS-CHARGEBACK
                 MOVE "CHARGEBACK ALREADY TAKEN - IGNORED"
                   TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                 GO TO 4200-EXIT
              END-IF.
              IF CS-STATUS-PENDING
                 MOVE "CHARGEBACK ON A SALE NEVER FUNDED"
                   TO EL-REASON
                 PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
              END-IF.
              MOVE CARD-SETTLE-REC TO WS-AUDIT-BEFORE-REC.
              SET CS-STATUS-CHARGEBACK TO TRUE.
              MOVE CF-FUND-DATE TO CS-CHARGEBACK-DATE.
              ADD CF-FEE-AMOUNT TO CS-FEE-AMOUNT.
              MOVE CF-PROCESSOR-REF TO CS-PROCESSOR-REF.
              REWRITE CARD-SETTLE-REC
                 INVALID KEY
                    MOVE "REGISTER REWRITE FAILED" TO EL-REASON
                    PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT
                    GO TO 4200-EXIT
              END-REWRITE.
              MOVE CS-INVOICE-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE.
              MOVE CARD-SETTLE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
              PERFORM 8300-WRITE-CHARGEBACK-GL THRU 8300-EXIT.
              ADD 1 TO WS-FUND-CHARGEBACKS.
              ADD CF-FEE-AMOUNT TO WS-FUND-FEE-TOTAL.
              MOVE "CHARGEBACK - CUSTOMER DISPUTED" TO EL-REASON.
              PERFORM 5800-WRITE-EXCEPTION THRU 5800-EXIT.
       4200-EXIT.
              EXIT.

      * The standing exceptions on their own, without a funding file.
       5000-PRINT-EXCEPTIONS.
              OPEN INPUT CARD-SETTLE-FILE.
              IF WS-CSTL-STATUS NOT = "00"
                 DISPLAY "NO CARD SETTLEMENTS ON FILE - STATUS "
                         WS-CSTL-STATUS
                 GO TO 5000-EXIT
              END-IF.
              OPEN OUTPUT EXCEPTION-REPORT.
              MOVE WS-TODAY TO HL-RUN-DATE.
              WRITE ER-PRINT-LINE FROM WS-HEADER-LINE.
              PERFORM 5100-LIST-OPEN-ITEMS THRU 5100-EXIT.
              CLOSE CARD-SETTLE-FILE.
              CLOSE EXCEPTION-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "UNFUNDED SALES " WS-OPEN-UNFUNDED
                      " CHARGEBACKS " WS-OPEN-CHARGEBACKS.
              DISPLAY "EXCEPTIONS LIST WRITTEN TO CARDEXC.RPT".
       5000-EXIT.
              EXIT.

      * One pass over the register: every sale still pending past
      * the funding lag, then every chargeback.
       5100-LIST-OPEN-ITEMS.
              MOVE ZEROS TO WS-OPEN-UNFUNDED WS-OPEN-CHARGEBACKS.
              MOVE "SALES NOT FUNDED BY THE PROCESSOR"
                TO SL-SECTION-TITLE.
              PERFORM 5900-WRITE-SECTION-HEAD THRU 5900-EXIT.
              MOVE "00" TO WS-CSTL-STATUS.
              MOVE LOW-VALUES TO CS-INVOICE-NUMBER.
              START CARD-SETTLE-FILE
                    KEY IS NOT LESS THAN CS-INVOICE-NUMBER
                 INVALID KEY MOVE "10" TO WS-CSTL-STATUS
              END-START.
              PERFORM UNTIL WS-CSTL-STATUS NOT = "00"
                 READ CARD-SETTLE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CSTL-STATUS
                    NOT AT END
                       IF CS-STATUS-PENDING
                          COMPUTE WS-ITEM-AGE-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-TODAY)
                             - FUNCTION INTEGER-OF-DATE(CS-BATCH-DATE)
                          IF WS-ITEM-AGE-DAYS > WS-FUNDING-LAG-DAYS
                             MOVE CS-INVOICE-NUMBER
                               TO EL-INVOICE-NUMBER
                             MOVE CS-TXN-DATE TO EL-DATE
                             MOVE "UNFUNDED - BATCHED " TO EL-REASON
                             MOVE CS-BATCH-DATE TO EL-REASON(20:8)
                             MOVE CS-SETTLE-AMOUNT TO EL-AMOUNT
                             WRITE ER-PRINT-LINE
                                FROM WS-EXCEPTION-LINE
                             ADD 1 TO WS-OPEN-UNFUNDED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.

              MOVE "CHARGEBACKS ON FILE" TO SL-SECTION-TITLE.
              PERFORM 5900-WRITE-SECTION-HEAD THRU 5900-EXIT.
              MOVE "00" TO WS-CSTL-STATUS.
              MOVE LOW-VALUES TO CS-INVOICE-NUMBER.
              START CARD-SETTLE-FILE
                    KEY IS NOT LESS THAN CS-INVOICE-NUMBER
                 INVALID KEY MOVE "10" TO WS-CSTL-STATUS
              END-START.
              PERFORM UNTIL WS-CSTL-STATUS NOT = "00"
                 READ CARD-SETTLE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CSTL-STATUS
                    NOT AT END
                       IF CS-STATUS-CHARGEBACK
                          MOVE CS-INVOICE-NUMBER TO EL-INVOICE-NUMBER
                          MOVE CS-CHARGEBACK-DATE TO EL-DATE
                          MOVE "CHARGEBACK - CUSTOMER " TO EL-REASON
                          MOVE CS-CUST-ID TO EL-REASON(23:5)
                          MOVE CS-SETTLE-AMOUNT TO EL-AMOUNT
                          WRITE ER-PRINT-LINE FROM WS-EXCEPTION-LINE
                          ADD 1 TO WS-OPEN-CHARGEBACKS
                       END-IF
                 END-READ
              END-PERFORM.

              MOVE SPACES TO ER-PRINT-LINE.
              WRITE ER-PRINT-LINE.
              MOVE "UNFUNDED SALES" TO SM-LABEL.
              MOVE WS-OPEN-UNFUNDED TO SM-COUNT.
              MOVE ZEROS TO SM-AMOUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "CHARGEBACKS" TO SM-LABEL.
              MOVE WS-OPEN-CHARGEBACKS TO SM-COUNT.
              WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
       5100-EXIT.
              EXIT.

       5800-WRITE-EXCEPTION.
              WRITE ER-PRINT-LINE FROM WS-EXCEPTION-LINE.
              ADD 1 TO WS-FUND-EXCEPTIONS.
       5800-EXIT.
              EXIT.

       5900-WRITE-SECTION-HEAD.
              MOVE SPACES TO ER-PRINT-LINE.
              WRITE ER-PRINT-LINE.
              WRITE ER-PRINT-LINE FROM WS-SECTION-LINE.
              WRITE ER-PRINT-LINE FROM WS-COLUMN-LINE.
       5900-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "CardSettlement" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       8000-EXIT.
              EXIT.

      *    Settling an invoice moves its amount out of accounts
      *    receivable, where SalesMgmt.cbl's 8000-WRITE-GL-ENTRY put
      *    it, into card clearing until the processor pays; a refund
      *    to the card moves the other way.
       8100-WRITE-SETTLEMENT-GL.
              MOVE CS-INVOICE-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "CardSettlement" TO GL-SOURCE-PROGRAM.
              IF WS-SETTLE-AMOUNT > ZEROS
                 MOVE WS-SETTLE-AMOUNT TO GL-AMOUNT
                 MOVE GL-ACCT-CARD-CLEARING TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              ELSE
                 COMPUTE GL-AMOUNT = 0 - WS-SETTLE-AMOUNT
                 MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 WRITE GL-INTERFACE-REC
                 MOVE GL-ACCT-CARD-CLEARING TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
       8100-EXIT.
              EXIT.

      *    A payout: the bank takes the net, the processor's fee is
      *    expensed, and card clearing is relieved of the gross.  A
      *    pull-back for a refund: clearing is relieved of the
      *    refund, the fee is expensed, and the bank gives up both.
       8200-WRITE-FUNDING-GL.
              MOVE CS-INVOICE-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "CardSettlement" TO GL-SOURCE-PROGRAM.
              MOVE GL-ACCT-CASH TO GL-ACCOUNT-CODE.
              MOVE CF-NET-AMOUNT TO GL-AMOUNT.
              IF CF-PAID-TO-US
                 SET GL-DEBIT TO TRUE
              ELSE
                 SET GL-CREDIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-CARD-CLEARING TO GL-ACCOUNT-CODE.
              MOVE CF-GROSS-AMOUNT TO GL-AMOUNT.
              IF CF-PAID-TO-US
                 SET GL-CREDIT TO TRUE
              ELSE
                 SET GL-DEBIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
              IF CF-FEE-AMOUNT NOT = ZEROS
                 MOVE GL-ACCT-CARD-FEES TO GL-ACCOUNT-CODE
                 MOVE CF-FEE-AMOUNT TO GL-AMOUNT
                 SET GL-DEBIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
       8200-EXIT.
              EXIT.

      *    A chargeback: the bank gives up the gross plus the fee, the
      *    gross goes back to the customer's receivable, and the fee
      *    is expensed.
       8300-WRITE-CHARGEBACK-GL.
              MOVE CS-INVOICE-NUMBER TO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "CardSettlement" TO GL-SOURCE-PROGRAM.
              MOVE GL-ACCT-ACCOUNTS-RCVBL TO GL-ACCOUNT-CODE.
              MOVE CF-GROSS-AMOUNT TO GL-AMOUNT.
              SET GL-DEBIT TO TRUE.
              WRITE GL-INTERFACE-REC.
              IF CF-FEE-AMOUNT NOT = ZEROS
                 MOVE GL-ACCT-CARD-FEES TO GL-ACCOUNT-CODE
                 MOVE CF-FEE-AMOUNT TO GL-AMOUNT
                 SET GL-DEBIT TO TRUE
                 WRITE GL-INTERFACE-REC
              END-IF.
              MOVE GL-ACCT-CASH TO GL-ACCOUNT-CODE.
              MOVE CF-NET-AMOUNT TO GL-AMOUNT.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8300-EXIT.
              EXIT.
