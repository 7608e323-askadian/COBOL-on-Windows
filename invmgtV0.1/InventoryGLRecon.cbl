       IDENTIFICATION DIVISION.
       PROGRAM-ID. InventoryGLRecon.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  INVENTORY GL RECONCILIATION - month-end proof that the       *
      *  general ledger's inventory balance agrees with the inventory *
      *  valuation.                                                   *
      *                                                               *
      *  The GL side is every entry ever written to the inventory     *
      *  account: the posted history on GLPOST.OLD and GLPOST.ARC     *
      *  (GLPostingRun.cbl's archive and ArchivePurge.cbl's           *
      *  year-stamped carry-over) plus whatever is still waiting on   *
      *  GL.INT.  The valuation side is STOCK-MASTER extended at      *
      *  SM-UNIT-COST, owned stock only and converted to home         *
      *  currency, exactly as Reports.cbl's 9800-INVENTORY-VALUATION  *
      *  prices it.  The difference is printed for the accountants to *
      *  chase, together with the inventory account's activity by     *
      *  source program.                                              *
      *                                                               *
      *  The accounts that hold inventory value off the shelf are     *
      *  proved the same way against their own sub-ledgers: returns   *
      *  pending disposition against the RETURN-DISP queue, kit       *
      *  assembly work in process against the open kit work orders,   *
      *  and the consignment payable against the unsettled lines on   *
      *  CONSETL.DAT.                                                 *
      *                                                               *
      *  Printed to INVRECON.RPT and retained through the spooler.    *
      *  Run as a month-end close step from MonthEndClose.cbl;        *
      *  RETURN-CODE is non-zero only when the stock master cannot be *
      *  read.                                                        *
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
              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT GL-POSTING-ARCHIVE-FILE
                     ASSIGN TO "GLPOST.ARC"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GARC-STATUS.

              SELECT GLARC-ARCHIVE-FILE
                     ASSIGN TO "GLPOST.OLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GOLD-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT CONSIGNMENT-FLAG-FILE
                     ASSIGN TO "consign"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CG-STOCK-KEY
                     FILE STATUS IS WS-CONS-STATUS.

              SELECT EXCHRATE-FILE
                     ASSIGN TO "exchrate"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-CURRENCY-CODE
                     FILE STATUS IS WS-EXCH-STATUS.

              SELECT RETURN-DISP-FILE
                     ASSIGN TO "retdisp"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RN-DISP-NUMBER
                     FILE STATUS IS WS-RDSP-STATUS.

              SELECT KIT-WORK-ORDER-FILE
                     ASSIGN TO "kitwo"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS KW-WO-NUMBER
                     FILE STATUS IS WS-WO-STATUS.

              SELECT CONSIGNMENT-SETTLE-FILE
                     ASSIGN TO "CONSETL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SETL-STATUS.

              SELECT RECON-REPORT
                     ASSIGN TO "INVRECON.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  GL-POSTING-ARCHIVE-FILE.
       01  GL-ARCHIVE-REC.
           02  GA-BATCH-NUMBER           PIC 9(07).
           02  GA-ENTRY                  PIC X(72).

       FD  GLARC-ARCHIVE-FILE.
       01  GLARC-ARCHIVE-REC.
           02  GO-ARCHIVE-YEAR           PIC 9(04).
           02  GO-BATCH-NUMBER           PIC 9(07).
           02  GO-ENTRY                  PIC X(72).

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  CONSIGNMENT-FLAG-FILE.
           COPY "CONSIGN.CPY".

       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  RETURN-DISP-FILE.
           COPY "RETDISP.CPY".

       FD  KIT-WORK-ORDER-FILE.
           COPY "KITWORD.CPY".

       FD  CONSIGNMENT-SETTLE-FILE.
           COPY "CONSETL.CPY".

       FD  RECON-REPORT.
       01  RR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GARC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GOLD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONS-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EXCH-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RDSP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-WO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SETL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-CONS-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-CONS-OPEN            VALUE "Y".
              10 WS-EXCH-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-EXCH-OPEN            VALUE "Y".
              10 WS-POSTED-SW         PIC X(01) VALUE "Y".
                 88 WS-ENTRY-POSTED         VALUE "Y".
              10 WS-ENTRY-COUNT       PIC 9(07) VALUE ZEROS.
              10 WS-EXT-VALUE         PIC 9(09)V99 VALUE ZEROS.
              10 WS-SIGNED-AMOUNT     PIC S9(11)V99 VALUE ZEROS.
              10 WS-SUB-LEDGER-VALUE  PIC S9(11)V99 VALUE ZEROS.
              10 WS-SRC-IX            PIC 9(02) VALUE ZEROS.
              10 WS-SRC-COUNT         PIC 9(02) VALUE ZEROS.

      *    Inventory (103000): the GL side split posted / not yet
      *    posted, and the valuation side split owned / consigned.
              10 WS-INV-GL-POSTED     PIC S9(11)V99 VALUE ZEROS.
              10 WS-INV-GL-UNPOSTED   PIC S9(11)V99 VALUE ZEROS.
              10 WS-INV-GL-BALANCE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-INV-BOOK-VALUE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-INV-DIFFERENCE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-CONS-STOCK-VALUE  PIC S9(11)V99 VALUE ZEROS.

      *    The off-shelf accounts, each against its own sub-ledger.
      *    The consignment payable is a liability, so its balance is
      *    carried credit-positive.
              10 WS-RTN-GL-BALANCE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-RTN-QUEUE-VALUE   PIC S9(11)V99 VALUE ZEROS.
              10 WS-WIP-GL-BALANCE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-WIP-OPEN-VALUE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-CPY-GL-BALANCE    PIC S9(11)V99 VALUE ZEROS.
              10 WS-CPY-UNSETTLED     PIC S9(11)V99 VALUE ZEROS.

      *    One GL entry, whichever file it was read from - the
      *    GL-INTERFACE-REC layout, which GLPostingRun archives
      *    as a plain image in GA-ENTRY.
       01  WS-GL-ENTRY.
           02  WE-ACCOUNT-CODE           PIC X(10).
           02  WE-DR-CR-IND              PIC X(01).
               88  WE-DEBIT                  VALUE "D".
           02  WE-AMOUNT                 PIC 9(09)V99.
           02  WE-REFERENCE              PIC X(20).
           02  WE-TXN-DATE               PIC 9(08).
           02  WE-SOURCE-PROGRAM         PIC X(20).
           02  FILLER                    PIC X(02).

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-RETURNS-HELD     PIC X(10) VALUE SPACES.
           02 GL-ACCT-KIT-WIP          PIC X(10) VALUE SPACES.
           02 GL-ACCT-CONSIGN-PYBL     PIC X(10) VALUE SPACES.

      *    Inventory account activity by the program that wrote it.
       01  WS-SRC-TABLE.
              10 WS-SRC-ENTRY OCCURS 40 TIMES.
                 15 WS-SRC-PROGRAM    PIC X(20).
                 15 WS-SRC-DEBITS     PIC 9(11)V99.
                 15 WS-SRC-CREDITS    PIC 9(11)V99.

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "INVRECON.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "InventoryGLRecon".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(37) VALUE
                 "INVENTORY GL RECONCILIATION AS AT ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(60).

       01  WS-AMOUNT-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 AL-LABEL             PIC X(48).
              10 AL-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SRC-COLUMN-LINE.
              10 FILLER               PIC X(24) VALUE
                 "    SOURCE PROGRAM".
              10 FILLER               PIC X(18) VALUE
                 "            DEBITS".
              10 FILLER               PIC X(18) VALUE
                 "           CREDITS".
              10 FILLER               PIC X(19) VALUE
                 "                NET".

       01  WS-SRC-DETAIL-LINE.
              10 FILLER               PIC X(04) VALUE SPACES.
              10 DL-PROGRAM           PIC X(20).
              10 DL-DEBITS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 DL-CREDITS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
              10 DL-NET               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              MOVE ZERO TO RETURN-CODE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              INITIALIZE WS-SRC-TABLE.
              MOVE ZEROS TO WS-SRC-COUNT.
              PERFORM 1000-VALUE-STOCK THRU 1000-EXIT.
              IF RETURN-CODE NOT = ZERO
                 GOBACK
              END-IF.
              PERFORM 2000-SUM-GL-ENTRIES THRU 2000-EXIT.
              PERFORM 3000-SUM-SUB-LEDGERS THRU 3000-EXIT.
              PERFORM 4000-PRINT-RECONCILIATION THRU 4000-EXIT.
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
              MOVE "GL-RETURNS-HELD" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-RETURNS-HELD.
              MOVE "GL-KIT-WIP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-KIT-WIP.
              MOVE "GL-CONSIGN-PYBL" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-CONSIGN-PYBL.
              IF NOT WS-PARMS-OK
                 DISPLAY "INVENTORY GL RECONCILIATION CANNOT RUN -"
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

      *****************************************************************
      * The valuation side: every STOCK-MASTER item/location at
      * SM-QTY-ON-HAND times SM-UNIT-COST, consigned stock set aside
      * and foreign-currency costs converted through EXCHRATE-FILE -
      * the same book value Reports.cbl's 9800-INVENTORY-VALUATION
      * prints, so the two reports agree to the cent.
      *****************************************************************
       1000-VALUE-STOCK.
              MOVE ZEROS TO WS-INV-BOOK-VALUE WS-CONS-STOCK-VALUE.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCK MASTER NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS " - NO RECONCILIATION"
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT CONSIGNMENT-FLAG-FILE.
              IF WS-CONS-STATUS = "00"
                 SET WS-CONS-OPEN TO TRUE
              END-IF.
              OPEN INPUT EXCHRATE-FILE.
              IF WS-EXCH-STATUS = "00"
                 SET WS-EXCH-OPEN TO TRUE
              END-IF.
              PERFORM UNTIL WS-STOCK-STATUS NOT = "00"
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-STOCK-STATUS
                    NOT AT END
                       PERFORM 1100-VALUE-ONE-ITEM THRU 1100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MASTER-FILE.
              IF WS-CONS-OPEN
                 CLOSE CONSIGNMENT-FLAG-FILE
              END-IF.
              IF WS-EXCH-OPEN
                 CLOSE EXCHRATE-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       1100-VALUE-ONE-ITEM.
              COMPUTE WS-EXT-VALUE = SM-QTY-ON-HAND * SM-UNIT-COST.
              IF WS-CONS-OPEN
                 MOVE SM-ITEM-NUMBER TO CG-ITEM-NUMBER
                 MOVE SM-LOCATION TO CG-LOCATION
                 READ CONSIGNMENT-FLAG-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD WS-EXT-VALUE TO WS-CONS-STOCK-VALUE
                       GO TO 1100-EXIT
                 END-READ
              END-IF.
              IF SM-CURRENCY-CODE NOT = "USD"
                 AND SM-CURRENCY-CODE NOT = SPACES
                 AND WS-EXCH-OPEN
                 MOVE SM-CURRENCY-CODE TO ER-CURRENCY-CODE
                 READ EXCHRATE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       COMPUTE WS-EXT-VALUE ROUNDED =
                               SM-QTY-ON-HAND * SM-UNIT-COST
                               * ER-RATE-TO-HOME
                 END-READ
              END-IF.
              ADD WS-EXT-VALUE TO WS-INV-BOOK-VALUE.
       1100-EXIT.
              EXIT.

      *****************************************************************
      * The GL side: every entry on the year-stamped carry-over, the
      * live archive and the unposted interface file.  A file not yet
      * on disk simply contributes nothing.
      *****************************************************************
       2000-SUM-GL-ENTRIES.
              MOVE "Y" TO WS-POSTED-SW.
              OPEN INPUT GLARC-ARCHIVE-FILE.
              IF WS-GOLD-STATUS = "00"
                 PERFORM UNTIL WS-GOLD-STATUS NOT = "00"
                    READ GLARC-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GOLD-STATUS
                       NOT AT END
                          MOVE GO-ENTRY TO WS-GL-ENTRY
                          PERFORM 2100-APPLY-ENTRY THRU 2100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GLARC-ARCHIVE-FILE
              END-IF.
              OPEN INPUT GL-POSTING-ARCHIVE-FILE.
              IF WS-GARC-STATUS = "00"
                 PERFORM UNTIL WS-GARC-STATUS NOT = "00"
                    READ GL-POSTING-ARCHIVE-FILE
                       AT END MOVE "10" TO WS-GARC-STATUS
                       NOT AT END
                          MOVE GA-ENTRY TO WS-GL-ENTRY
                          PERFORM 2100-APPLY-ENTRY THRU 2100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GL-POSTING-ARCHIVE-FILE
              END-IF.
              MOVE "N" TO WS-POSTED-SW.
              OPEN INPUT GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "00"
                 PERFORM UNTIL WS-GL-STATUS NOT = "00"
                    READ GL-INTERFACE-FILE
                       AT END MOVE "10" TO WS-GL-STATUS
                       NOT AT END
                          MOVE GL-INTERFACE-REC TO WS-GL-ENTRY
                          PERFORM 2100-APPLY-ENTRY THRU 2100-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE GL-INTERFACE-FILE
              END-IF.
              COMPUTE WS-INV-GL-BALANCE =
                      WS-INV-GL-POSTED + WS-INV-GL-UNPOSTED.
              COMPUTE WS-INV-DIFFERENCE =
                      WS-INV-GL-BALANCE - WS-INV-BOOK-VALUE.
       2000-EXIT.
              EXIT.

      * Debits add to an asset account and credits take away; the
      * consignment payable runs the other way round.
       2100-APPLY-ENTRY.
              ADD 1 TO WS-ENTRY-COUNT.
              IF WE-DEBIT
                 MOVE WE-AMOUNT TO WS-SIGNED-AMOUNT
              ELSE
                 COMPUTE WS-SIGNED-AMOUNT = WE-AMOUNT * -1
              END-IF.
              EVALUATE WE-ACCOUNT-CODE
                 WHEN GL-ACCT-INVENTORY
                    IF WS-ENTRY-POSTED
                       ADD WS-SIGNED-AMOUNT TO WS-INV-GL-POSTED
                    ELSE
                       ADD WS-SIGNED-AMOUNT TO WS-INV-GL-UNPOSTED
                    END-IF
                    PERFORM 2200-ADD-TO-SOURCE THRU 2200-EXIT
                 WHEN GL-ACCT-RETURNS-HELD
                    ADD WS-SIGNED-AMOUNT TO WS-RTN-GL-BALANCE
                 WHEN GL-ACCT-KIT-WIP
                    ADD WS-SIGNED-AMOUNT TO WS-WIP-GL-BALANCE
                 WHEN GL-ACCT-CONSIGN-PYBL
                    SUBTRACT WS-SIGNED-AMOUNT FROM WS-CPY-GL-BALANCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       2100-EXIT.
              EXIT.

      * Finds (or adds) the writing program's row; a program past
      * the table's end is folded into the last row.
       2200-ADD-TO-SOURCE.
              MOVE 1 TO WS-SRC-IX.
              PERFORM UNTIL WS-SRC-IX > WS-SRC-COUNT
                    OR WS-SRC-PROGRAM(WS-SRC-IX) = WE-SOURCE-PROGRAM
                 ADD 1 TO WS-SRC-IX
              END-PERFORM.
              IF WS-SRC-IX > WS-SRC-COUNT
                 IF WS-SRC-COUNT < 40
                    ADD 1 TO WS-SRC-COUNT
                    MOVE WS-SRC-COUNT TO WS-SRC-IX
                    MOVE WE-SOURCE-PROGRAM TO WS-SRC-PROGRAM(WS-SRC-IX)
                 ELSE
                    MOVE 40 TO WS-SRC-IX
                    MOVE "(OTHER PROGRAMS)" TO WS-SRC-PROGRAM(WS-SRC-IX)
                 END-IF
              END-IF.
              IF WE-DEBIT
                 ADD WE-AMOUNT TO WS-SRC-DEBITS(WS-SRC-IX)
              ELSE
                 ADD WE-AMOUNT TO WS-SRC-CREDITS(WS-SRC-IX)
              END-IF.
       2200-EXIT.
              EXIT.

      *****************************************************************
      * What each off-shelf account should hold: returns still
      * pending disposition at the cost they were queued at, open
      * kit work orders at their build cost, and consignment sales
      * not yet settled with the supplier.
      *****************************************************************
       3000-SUM-SUB-LEDGERS.
              OPEN INPUT RETURN-DISP-FILE.
              IF WS-RDSP-STATUS = "00"
                 PERFORM UNTIL WS-RDSP-STATUS NOT = "00"
                    READ RETURN-DISP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-RDSP-STATUS
                       NOT AT END
                          IF RN-STATUS-PENDING
                             COMPUTE WS-EXT-VALUE =
                                     RN-QTY * RN-UNIT-COST
                             ADD WS-EXT-VALUE TO WS-RTN-QUEUE-VALUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RETURN-DISP-FILE
              END-IF.
              OPEN INPUT KIT-WORK-ORDER-FILE.
              IF WS-WO-STATUS = "00"
                 PERFORM UNTIL WS-WO-STATUS NOT = "00"
                    READ KIT-WORK-ORDER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-WO-STATUS
                       NOT AT END
                          IF KW-STATUS-OPEN
                             ADD KW-BUILD-COST TO WS-WIP-OPEN-VALUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE KIT-WORK-ORDER-FILE
              END-IF.
              OPEN INPUT CONSIGNMENT-SETTLE-FILE.
              IF WS-SETL-STATUS = "00"
                 PERFORM UNTIL WS-SETL-STATUS NOT = "00"
                    READ CONSIGNMENT-SETTLE-FILE
                       AT END MOVE "10" TO WS-SETL-STATUS
                       NOT AT END
                          IF NOT CQ-SETTLED
                             ADD CQ-SETTLE-VALUE TO WS-CPY-UNSETTLED
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CONSIGNMENT-SETTLE-FILE
              END-IF.
       3000-EXIT.
              EXIT.

      *****************************************************************
      * One block per account - GL balance, sub-ledger value and the
      * difference between them - then the inventory account's
      * activity by source program for chasing a difference down.
      *****************************************************************
       4000-PRINT-RECONCILIATION.
              OPEN OUTPUT RECON-REPORT.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE RR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.

              MOVE "INVENTORY (103000)" TO SL-SECTION-TITLE.
              WRITE RR-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE "GL BALANCE POSTED TO THE LEDGER" TO AL-LABEL.
              MOVE WS-INV-GL-POSTED TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "GL ENTRIES AWAITING THE POSTING RUN" TO AL-LABEL.
              MOVE WS-INV-GL-UNPOSTED TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "GL INVENTORY BALANCE" TO AL-LABEL.
              MOVE WS-INV-GL-BALANCE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "INVENTORY VALUATION - OWNED STOCK AT COST"
                TO AL-LABEL.
              MOVE WS-INV-BOOK-VALUE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "DIFFERENCE (GL LESS VALUATION)" TO AL-LABEL.
              MOVE WS-INV-DIFFERENCE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "CONSIGNED STOCK HELD (IN NEITHER FIGURE)"
                TO AL-LABEL.
              MOVE WS-CONS-STOCK-VALUE TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.

              MOVE "RETURNS PENDING DISPOSITION (103100)"
                TO SL-SECTION-TITLE.
              MOVE WS-RTN-GL-BALANCE TO WS-SIGNED-AMOUNT.
              MOVE "RETURNS QUEUED PENDING, AT QUEUED COST"
                TO AL-LABEL.
              MOVE WS-RTN-QUEUE-VALUE TO WS-SUB-LEDGER-VALUE.
              PERFORM 4100-PRINT-ACCOUNT-BLOCK THRU 4100-EXIT.

              MOVE "KIT ASSEMBLY WORK IN PROCESS (103500)"
                TO SL-SECTION-TITLE.
              MOVE WS-WIP-GL-BALANCE TO WS-SIGNED-AMOUNT.
              MOVE "OPEN KIT WORK ORDERS, AT BUILD COST" TO AL-LABEL.
              MOVE WS-WIP-OPEN-VALUE TO WS-SUB-LEDGER-VALUE.
              PERFORM 4100-PRINT-ACCOUNT-BLOCK THRU 4100-EXIT.

              MOVE "CONSIGNMENT PAYABLE (203000)" TO SL-SECTION-TITLE.
              MOVE WS-CPY-GL-BALANCE TO WS-SIGNED-AMOUNT.
              MOVE "UNSETTLED CONSIGNMENT SALES" TO AL-LABEL.
              MOVE WS-CPY-UNSETTLED TO WS-SUB-LEDGER-VALUE.
              PERFORM 4100-PRINT-ACCOUNT-BLOCK THRU 4100-EXIT.

              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.
              MOVE "INVENTORY ACCOUNT ACTIVITY BY SOURCE PROGRAM"
                TO SL-SECTION-TITLE.
              WRITE RR-PRINT-LINE FROM WS-SECTION-LINE.
              WRITE RR-PRINT-LINE FROM WS-SRC-COLUMN-LINE.
              PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                    UNTIL WS-SRC-IX > WS-SRC-COUNT
                 MOVE WS-SRC-PROGRAM(WS-SRC-IX) TO DL-PROGRAM
                 MOVE WS-SRC-DEBITS(WS-SRC-IX) TO DL-DEBITS
                 MOVE WS-SRC-CREDITS(WS-SRC-IX) TO DL-CREDITS
                 COMPUTE DL-NET = WS-SRC-DEBITS(WS-SRC-IX)
                                - WS-SRC-CREDITS(WS-SRC-IX)
                 WRITE RR-PRINT-LINE FROM WS-SRC-DETAIL-LINE
              END-PERFORM.
              CLOSE RECON-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "GL INVENTORY BALANCE  : " WS-INV-GL-BALANCE.
              DISPLAY "INVENTORY VALUATION   : " WS-INV-BOOK-VALUE.
              DISPLAY "DIFFERENCE            : " WS-INV-DIFFERENCE.
              IF WS-INV-DIFFERENCE NOT = ZEROS
                 DISPLAY "*** GL INVENTORY DOES NOT AGREE TO THE "
                         "VALUATION - SEE INVRECON.RPT ***"
              END-IF.
              DISPLAY "INVENTORY GL RECONCILIATION WRITTEN TO "
                      "INVRECON.RPT".
       4000-EXIT.
              EXIT.

      * Prints one off-shelf account: the caller has put its GL
      * balance in WS-SIGNED-AMOUNT, its sub-ledger value in
      * WS-SUB-LEDGER-VALUE and that value's label in AL-LABEL.
       4100-PRINT-ACCOUNT-BLOCK.
              MOVE WS-SUB-LEDGER-VALUE TO AL-AMOUNT.
              MOVE SPACES TO RR-PRINT-LINE.
              WRITE RR-PRINT-LINE.
              WRITE RR-PRINT-LINE FROM WS-SECTION-LINE.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "GL BALANCE" TO AL-LABEL.
              MOVE WS-SIGNED-AMOUNT TO AL-AMOUNT.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
              MOVE "DIFFERENCE (GL LESS SUB-LEDGER)" TO AL-LABEL.
              COMPUTE AL-AMOUNT =
                      WS-SIGNED-AMOUNT - WS-SUB-LEDGER-VALUE.
              WRITE RR-PRINT-LINE FROM WS-AMOUNT-LINE.
       4100-EXIT.
              EXIT.
