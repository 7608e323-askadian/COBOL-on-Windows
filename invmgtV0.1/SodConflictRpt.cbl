       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodConflictRpt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SEGREGATION OF DUTIES CONFLICT REPORT.                       *
      *                                                               *
      *  Internal audit's quarterly look at whether the two-person    *
      *  controls built into the system are really being worked by   *
      *  two people.  Reports.cbl runs it on demand for a date range, *
      *  which defaults to the last complete calendar quarter; it     *
      *  prints to SODCONF.RPT and the spooler.  Three sections:      *
      *                                                               *
      *  A - every transaction in the range where one operator did    *
      *  both steps that are meant to be split: requested and         *
      *  approved a stock transfer (XFERPEND), raised the             *
      *  requisition behind a PO and signed the PO off (PURCHREQ and  *
      *  POAPPRVL), requested and approved a credit-limit change      *
      *  (CRLIMHST), overrode a hold on their own sale (OVERRIDE.LOG) *
      *  or keyed a supplier invoice and paid it in a payment run     *
      *  (DUTY.LOG).                                                  *
      *                                                               *
      *  B - every operator on file whose roles grant both halves of  *
      *  one of those duties today, whether or not they have used     *
      *  them, asked of PermCheck.cbl one function at a time.         *
      *                                                               *
      *  C - every pair of operators who approved each other's work   *
      *  in the range, each way at least as often as the minimum      *
      *  keyed, counted over the same four approvals as section A     *
      *  (transfers, PO sign-offs, credit limits and overrides).      *
      *                                                               *
      *  Only transfers received, credit limits approved and POs      *
      *  signed off count as approvals - a rejection by the requester *
      *  harms nothing.  A PO raised by the reorder run has no        *
      *  requisition and so no raiser to compare.  Invoices keyed     *
      *  before the duty log was kept have no keyer on file and       *
      *  cannot be paired.                                            *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT STOCK-TRANSFER-FILE
                     ASSIGN TO "xferpend"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS XT-TRANSFER-NUMBER
                     FILE STATUS IS WS-XFER-STATUS.

              SELECT PURCH-REQ-FILE
                     ASSIGN TO "purchreq"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PQ-REQ-NUMBER
                     FILE STATUS IS WS-REQ-STATUS.

              SELECT PO-APPROVAL-FILE
                     ASSIGN TO "poapprvl"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-PO-NUMBER
                     FILE STATUS IS WS-APPRVL-STATUS.

              SELECT CREDIT-LIMIT-HIST-FILE
                     ASSIGN TO "crlimhst"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CH-REQUEST-NUMBER
                     FILE STATUS IS WS-CRLIM-STATUS.

              SELECT OVERRIDE-REGISTER-FILE
                     ASSIGN TO "OVERRIDE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OVRD-STATUS.

              SELECT DUTY-LOG-FILE
                     ASSIGN TO "DUTY.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DUTY-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT SOD-REPORT
                     ASSIGN TO "SODCONF.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-TRANSFER-FILE.
           COPY "XFERPEND.CPY".

       FD  PURCH-REQ-FILE.
           COPY "PURCHREQ.CPY".

       FD  PO-APPROVAL-FILE.
           COPY "POAPPRVL.CPY".

       FD  CREDIT-LIMIT-HIST-FILE.
           COPY "CRLIMHST.CPY".

       FD  OVERRIDE-REGISTER-FILE.
           COPY "OVERRIDE.CPY".

       FD  DUTY-LOG-FILE.
           COPY "DUTYLOG.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  SOD-REPORT.
       01  SD-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-XFER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-REQ-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-APPRVL-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CRLIM-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OVRD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-DUTY-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
                 15 WS-TODAY-YYYY     PIC 9(04).
                 15 WS-TODAY-MM       PIC 9(02).
                 15 WS-TODAY-DD       PIC 9(02).
              10 WS-FROM-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
                 15 WS-FROM-YYYY      PIC 9(04).
                 15 WS-FROM-MM        PIC 9(02).
                 15 WS-FROM-DD        PIC 9(02).
              10 WS-TO-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-TO-PARTS REDEFINES WS-TO-DATE.
                 15 WS-TO-YYYY        PIC 9(04).
                 15 WS-TO-MM          PIC 9(02).
                 15 WS-TO-DD          PIC 9(02).
              10 WS-QUARTER           PIC 9(01) VALUE ZEROS.

      *    Section C lists a pair only when each has approved the
      *    other's work at least this many times in the range.
              10 WS-MIN-RECIPROCAL    PIC 9(03) VALUE 2.

      *    Working fields for the three sections.
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-WORKER-ID         PIC X(08) VALUE SPACES.
              10 WS-PR-IX             PIC 9(04) VALUE ZEROS.
              10 WS-PR-JX             PIC 9(04) VALUE ZEROS.
              10 WS-KY-IX             PIC 9(05) VALUE ZEROS.
              10 WS-KY-JX             PIC 9(05) VALUE ZEROS.
              10 WS-SP-IX             PIC 9(02) VALUE ZEROS.
              10 WS-SP-MAX            PIC 9(02) VALUE 7.
              10 WS-FIRST-HELD-SW     PIC X(01) VALUE "N".
                 88 WS-FIRST-HELD           VALUE "Y".
              10 WS-PAIR-OVERFLOW     PIC 9(05) VALUE ZEROS.
              10 WS-KEY-OVERFLOW      PIC 9(05) VALUE ZEROS.
              10 WS-ROLE-FILE-ERRORS  PIC 9(05) VALUE ZEROS.

      *    Report counts.
              10 WS-XFER-CONFLICTS    PIC 9(05) VALUE ZEROS.
              10 WS-PO-CONFLICTS      PIC 9(05) VALUE ZEROS.
              10 WS-CLM-CONFLICTS     PIC 9(05) VALUE ZEROS.
              10 WS-OVRD-CONFLICTS    PIC 9(05) VALUE ZEROS.
              10 WS-SINV-CONFLICTS    PIC 9(05) VALUE ZEROS.
              10 WS-TXN-CONFLICTS     PIC 9(05) VALUE ZEROS.
              10 WS-PERM-CONFLICTS    PIC 9(05) VALUE ZEROS.
              10 WS-RECIP-PAIRS       PIC 9(05) VALUE ZEROS.
              10 WS-OPERATORS-READ    PIC 9(05) VALUE ZEROS.

      *    Who approved whose work in the range, one entry per
      *    approver/worker pair in the order first met, with the
      *    number of times - filled by sections A and read by C.
       01  WS-PAIR-TABLE.
              10 WS-PR-MAX            PIC 9(04) VALUE 2000.
              10 WS-PR-COUNT          PIC 9(04) VALUE ZEROS.
              10 WS-PR-ENTRY OCCURS 2000 TIMES.
                 15 WS-PR-APPROVER     PIC X(08).
                 15 WS-PR-WORKER       PIC X(08).
                 15 WS-PR-TIMES        PIC 9(05).

      *    Who keyed each supplier invoice, off the duty log, so
      *    each payment in the range can be set against its keyer.
       01  WS-KEYED-TABLE.
              10 WS-KY-MAX            PIC 9(05) VALUE 5000.
              10 WS-KY-COUNT          PIC 9(05) VALUE ZEROS.
              10 WS-KY-ENTRY OCCURS 5000 TIMES.
                 15 WS-KY-TXN-KEY      PIC X(20).
                 15 WS-KY-OPERATOR     PIC X(08).

      *    The functions that must not sit with one operator - the
      *    first of each pair does the work, the second approves or
      *    overrides it.
       01  WS-SOD-PAIR-VALUES.
              10 FILLER               PIC X(16) VALUE
                 "STCK-07 APRV-XFR".
              10 FILLER               PIC X(40) VALUE
                 "REQUEST AND APPROVE STOCK TRANSFERS     ".
              10 FILLER               PIC X(16) VALUE
                 "PURC-06 APRV-POM".
              10 FILLER               PIC X(40) VALUE
                 "RAISE REQUISITIONS AND SIGN OFF POS     ".
              10 FILLER               PIC X(16) VALUE
                 "PURC-09 PURC-10 ".
              10 FILLER               PIC X(40) VALUE
                 "KEY SUPPLIER INVOICES AND PAY THEM      ".
              10 FILLER               PIC X(16) VALUE
                 "CUST-02 APRV-CLM".
              10 FILLER               PIC X(40) VALUE
                 "REQUEST AND APPROVE CREDIT LIMITS       ".
              10 FILLER               PIC X(16) VALUE
                 "SALE-01 OVRD-CRL".
              10 FILLER               PIC X(40) VALUE
                 "SELL AND OVERRIDE CREDIT HOLDS          ".
              10 FILLER               PIC X(16) VALUE
                 "SALE-01 OVRD-TXN".
              10 FILLER               PIC X(40) VALUE
                 "SELL AND OVERRIDE TXN LIMIT HOLDS       ".
              10 FILLER               PIC X(16) VALUE
                 "SALE-01 OVRD-MGN".
              10 FILLER               PIC X(40) VALUE
                 "SELL AND OVERRIDE MARGIN HOLDS          ".
       01  WS-SOD-PAIRS REDEFINES WS-SOD-PAIR-VALUES.
              10 WS-SP-ENTRY OCCURS 7 TIMES.
                 15 WS-SP-FIRST-CODE   PIC X(08).
                 15 WS-SP-SECOND-CODE  PIC X(08).
                 15 WS-SP-DESCRIPTION  PIC X(40).

      *    Asks PermCheck.cbl what each operator on file holds.
           COPY "PERMMSG.CPY".

       01  WS-SPOOL-HANDOFF.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "SODCONF.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "SodConflictRpt".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(37) VALUE
                 "SEGREGATION OF DUTIES CONFLICT REPORT".
              10 FILLER               PIC X(01) VALUE SPACE.
              10 HL-FROM-DATE         PIC 9(08).
              10 FILLER               PIC X(09) VALUE " THROUGH ".
              10 HL-TO-DATE           PIC 9(08).
              10 FILLER               PIC X(10) VALUE "   RUN ON ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-SECTION-LINE.
              10 SL-TEXT              PIC X(80).

       01  WS-TXN-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "DUTY                 TRANSACTION        ".
              10 FILLER               PIC X(40) VALUE
                 "  DATE     OPERATOR DETAIL              ".

       01  WS-TXN-DETAIL-LINE.
              10 TD-DUTY              PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-TXN               PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-DATE              PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-OPERATOR          PIC X(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TD-DETAIL            PIC X(40).

       01  WS-PERM-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "OPERATOR NAME                      FUNCT".
              10 FILLER               PIC X(40) VALUE
                 "IONS HELD         CONFLICT             ".

       01  WS-PERM-DETAIL-LINE.
              10 PD-OPERATOR          PIC X(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 PD-NAME              PIC X(25).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 PD-FIRST-CODE        PIC X(08).
              10 FILLER               PIC X(01) VALUE "+".
              10 PD-SECOND-CODE       PIC X(08).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 PD-DESCRIPTION       PIC X(40).

       01  WS-RECIP-COLUMN-LINE.
              10 FILLER               PIC X(40) VALUE
                 "OPERATOR OPERATOR  A APPROVED B  B APPRO".
              10 FILLER               PIC X(12) VALUE
                 "VED A  TOTAL".

       01  WS-RECIP-DETAIL-LINE.
              10 RD-OPERATOR-A        PIC X(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 RD-OPERATOR-B        PIC X(08).
              10 FILLER               PIC X(03) VALUE SPACES.
              10 RD-A-FOR-B           PIC ZZ,ZZ9.
              10 FILLER               PIC X(06) VALUE SPACES.
              10 RD-B-FOR-A           PIC ZZ,ZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 RD-TOTAL             PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE.
              10 CL-LABEL             PIC X(50).
              10 CL-COUNT             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE THRU 1000-EXIT.
              IF NOT WS-PARMS-OK
                 GOBACK
              END-IF.
              OPEN OUTPUT SOD-REPORT.
              IF WS-RPT-STATUS NOT = "00"
                 DISPLAY "SODCONF.RPT CANNOT BE OPENED - STATUS "
                         WS-RPT-STATUS
                 GOBACK
              END-IF.
              MOVE WS-FROM-DATE TO HL-FROM-DATE.
              MOVE WS-TO-DATE TO HL-TO-DATE.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE SD-PRINT-LINE FROM WS-HEADER-LINE.
              PERFORM 2000-SAME-OPERATOR-TXNS THRU 2000-EXIT.
              PERFORM 3000-CONFLICTING-PERMISSIONS THRU 3000-EXIT.
              PERFORM 4000-RECIPROCAL-APPROVERS THRU 4000-EXIT.
              PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
              CLOSE SOD-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY WS-TXN-CONFLICTS " SAME-OPERATOR TRANSACTION(S), "
                      WS-PERM-CONFLICTS " CONFLICTING PERMISSION(S), "
                      WS-RECIP-PAIRS " RECIPROCAL PAIR(S).".
              DISPLAY "SEGREGATION OF DUTIES REPORT WRITTEN TO "
                      "SODCONF.RPT".
              GOBACK.

      *    Takes the date range - a zero from date means the last
      *    complete calendar quarter - and the reciprocal-approval
      *    minimum.  A bad range stops the run before any file is
      *    opened.
       1000-INITIALIZE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE "N" TO WS-PARMS-OK-SW.
              INITIALIZE WS-PAIR-TABLE WS-KEYED-TABLE.
              MOVE 2000 TO WS-PR-MAX.
              MOVE 5000 TO WS-KY-MAX.
              MOVE ZEROS TO WS-PR-COUNT WS-KY-COUNT
                            WS-PAIR-OVERFLOW WS-KEY-OVERFLOW
                            WS-ROLE-FILE-ERRORS WS-OPERATORS-READ
                            WS-XFER-CONFLICTS WS-PO-CONFLICTS
                            WS-CLM-CONFLICTS WS-OVRD-CONFLICTS
                            WS-SINV-CONFLICTS WS-TXN-CONFLICTS
                            WS-PERM-CONFLICTS WS-RECIP-PAIRS.
              DISPLAY "ENTER FROM DATE (YYYYMMDD) OR 0 FOR LAST "
                      "QUARTER: ".
              MOVE ZEROS TO WS-FROM-DATE.
              ACCEPT WS-FROM-DATE.
              IF WS-FROM-DATE = ZEROS
                 PERFORM 1100-LAST-QUARTER THRU 1100-EXIT
              ELSE
                 DISPLAY "ENTER TO DATE   (YYYYMMDD): "
                 ACCEPT WS-TO-DATE
              END-IF.
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                 DISPLAY "INVALID DATE - REPORT NOT RUN."
                 GO TO 1000-EXIT
              END-IF.
              IF WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "FROM DATE IS AFTER TO DATE - REPORT NOT RUN."
                 GO TO 1000-EXIT
              END-IF.
              DISPLAY "REPORTING " WS-FROM-DATE " THROUGH " WS-TO-DATE.
              DISPLAY "LIST OPERATORS APPROVING EACH OTHER AT LEAST "
                      "HOW MANY TIMES EACH WAY (DEFAULT 2): ".
              MOVE ZEROS TO WS-MIN-RECIPROCAL.
              ACCEPT WS-MIN-RECIPROCAL.
              IF WS-MIN-RECIPROCAL = ZEROS
                 MOVE 2 TO WS-MIN-RECIPROCAL
              END-IF.
              SET WS-PARMS-OK TO TRUE.
       1000-EXIT.
              EXIT.

      *    The calendar quarter before the one today falls in.
       1100-LAST-QUARTER.
              COMPUTE WS-QUARTER = (WS-TODAY-MM + 2) / 3.
              MOVE WS-TODAY-YYYY TO WS-FROM-YYYY WS-TO-YYYY.
              IF WS-QUARTER = 1
                 SUBTRACT 1 FROM WS-FROM-YYYY WS-TO-YYYY
                 MOVE 4 TO WS-QUARTER
              ELSE
                 SUBTRACT 1 FROM WS-QUARTER
              END-IF.
              COMPUTE WS-FROM-MM = WS-QUARTER * 3 - 2.
              MOVE 01 TO WS-FROM-DD.
              COMPUTE WS-TO-MM = WS-QUARTER * 3.
              IF WS-TO-MM = 3 OR WS-TO-MM = 12
                 MOVE 31 TO WS-TO-DD
              ELSE
                 MOVE 30 TO WS-TO-DD
              END-IF.
       1100-EXIT.
              EXIT.

      *****************************************************************
      * Section A - one pass of each source, listing every
      * transaction in the range where the same operator did both
      * steps, and counting every approval into the pair table for
      * section C.
      *****************************************************************
       2000-SAME-OPERATOR-TXNS.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              MOVE "SECTION A - TRANSACTIONS WHERE ONE OPERATOR DID "
                 & "BOTH STEPS" TO SL-TEXT.
              WRITE SD-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              WRITE SD-PRINT-LINE FROM WS-TXN-COLUMN-LINE.
              PERFORM 2100-STOCK-TRANSFERS THRU 2100-EXIT.
              PERFORM 2200-PO-APPROVALS THRU 2200-EXIT.
              PERFORM 2300-CREDIT-LIMITS THRU 2300-EXIT.
              PERFORM 2400-OVERRIDES THRU 2400-EXIT.
              PERFORM 2500-SUPPLIER-INVOICES THRU 2500-EXIT.
              COMPUTE WS-TXN-CONFLICTS = WS-XFER-CONFLICTS
                    + WS-PO-CONFLICTS + WS-CLM-CONFLICTS
                    + WS-OVRD-CONFLICTS + WS-SINV-CONFLICTS.
              IF WS-TXN-CONFLICTS = ZEROS
                 MOVE "  NONE IN THE RANGE" TO SL-TEXT
                 WRITE SD-PRINT-LINE FROM WS-SECTION-LINE
              END-IF.
       2000-EXIT.
              EXIT.

      *    A transfer received into its destination was approved;
      *    one rejected was not, and is left out.
       2100-STOCK-TRANSFERS.
              OPEN INPUT STOCK-TRANSFER-FILE.
              IF WS-XFER-STATUS NOT = "00"
                 DISPLAY "TRANSFER FILE NOT AVAILABLE - STATUS "
                         WS-XFER-STATUS " - TRANSFERS NOT CHECKED"
                 GO TO 2100-EXIT
              END-IF.
              PERFORM UNTIL WS-XFER-STATUS NOT = "00"
                 READ STOCK-TRANSFER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-XFER-STATUS
                    NOT AT END
                       IF XT-STATUS-RECEIVED
                          AND XT-APPROVE-DATE >= WS-FROM-DATE
                          AND XT-APPROVE-DATE <= WS-TO-DATE
                          PERFORM 2150-CHECK-TRANSFER THRU 2150-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-TRANSFER-FILE.
       2100-EXIT.
              EXIT.

       2150-CHECK-TRANSFER.
              MOVE XT-APPROVE-OPERATOR TO WS-APPROVER-ID.
              MOVE XT-REQUEST-OPERATOR TO WS-WORKER-ID.
              PERFORM 2900-COUNT-APPROVAL THRU 2900-EXIT.
              IF XT-APPROVE-OPERATOR NOT = XT-REQUEST-OPERATOR
                 GO TO 2150-EXIT
              END-IF.
              MOVE SPACES TO WS-TXN-DETAIL-LINE.
              MOVE "STOCK TRANSFER" TO TD-DUTY.
              MOVE XT-TRANSFER-NUMBER TO TD-TXN.
              MOVE XT-APPROVE-DATE TO TD-DATE.
              MOVE XT-APPROVE-OPERATOR TO TD-OPERATOR.
              STRING "REQUESTED AND APPROVED ITEM "
                     XT-ITEM-NUMBER
                 DELIMITED BY SIZE INTO TD-DETAIL
              END-STRING.
              WRITE SD-PRINT-LINE FROM WS-TXN-DETAIL-LINE.
              ADD 1 TO WS-XFER-CONFLICTS.
       2150-EXIT.
              EXIT.

      *    The raiser of a PO is whoever entered the requisition it
      *    was converted from, so the requisitions are read in turn
      *    and each one converted is matched to its PO's sign-off.
      *    A PO that took no sign-off has no approval record.
       2200-PO-APPROVALS.
              OPEN INPUT PO-APPROVAL-FILE.
              IF WS-APPRVL-STATUS NOT = "00"
                 DISPLAY "PO APPROVAL FILE NOT AVAILABLE - STATUS "
                         WS-APPRVL-STATUS " - PO SIGN-OFFS NOT CHECKED"
                 GO TO 2200-EXIT
              END-IF.
              OPEN INPUT PURCH-REQ-FILE.
              IF WS-REQ-STATUS NOT = "00"
                 DISPLAY "REQUISITION FILE NOT AVAILABLE - STATUS "
                         WS-REQ-STATUS " - PO SIGN-OFFS NOT CHECKED"
                 CLOSE PO-APPROVAL-FILE
                 GO TO 2200-EXIT
              END-IF.
              PERFORM UNTIL WS-REQ-STATUS NOT = "00"
                 READ PURCH-REQ-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-REQ-STATUS
                    NOT AT END
                       IF PQ-STATUS-ORDERED
                          AND PQ-PO-NUMBER NOT = ZEROS
                          PERFORM 2250-CHECK-PO-SIGNOFF THRU 2250-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PURCH-REQ-FILE.
              CLOSE PO-APPROVAL-FILE.
       2200-EXIT.
              EXIT.

       2250-CHECK-PO-SIGNOFF.
              MOVE PQ-PO-NUMBER TO PA-PO-NUMBER.
              READ PO-APPROVAL-FILE
                 INVALID KEY GO TO 2250-EXIT
              END-READ.
              IF PA-APPROVE-DATE < WS-FROM-DATE
                 OR PA-APPROVE-DATE > WS-TO-DATE
                 GO TO 2250-EXIT
              END-IF.
              MOVE PA-APPROVER-ID TO WS-APPROVER-ID.
              MOVE PQ-REQUESTED-BY TO WS-WORKER-ID.
              PERFORM 2900-COUNT-APPROVAL THRU 2900-EXIT.
              IF PA-APPROVER-ID NOT = PQ-REQUESTED-BY
                 GO TO 2250-EXIT
              END-IF.
              MOVE SPACES TO WS-TXN-DETAIL-LINE.
              MOVE "PO SIGN-OFF" TO TD-DUTY.
              MOVE PA-PO-NUMBER TO TD-TXN.
              MOVE PA-APPROVE-DATE TO TD-DATE.
              MOVE PA-APPROVER-ID TO TD-OPERATOR.
              STRING "RAISED REQUISITION " PQ-REQ-NUMBER
                     " AND SIGNED OFF PO"
                 DELIMITED BY SIZE INTO TD-DETAIL
              END-STRING.
              WRITE SD-PRINT-LINE FROM WS-TXN-DETAIL-LINE.
              ADD 1 TO WS-PO-CONFLICTS.
       2250-EXIT.
              EXIT.

       2300-CREDIT-LIMITS.
              OPEN INPUT CREDIT-LIMIT-HIST-FILE.
              IF WS-CRLIM-STATUS NOT = "00"
                 DISPLAY "CREDIT LIMIT HISTORY NOT AVAILABLE - STATUS "
                         WS-CRLIM-STATUS " - LIMITS NOT CHECKED"
                 GO TO 2300-EXIT
              END-IF.
              PERFORM UNTIL WS-CRLIM-STATUS NOT = "00"
                 READ CREDIT-LIMIT-HIST-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-CRLIM-STATUS
                    NOT AT END
                       IF CH-STATUS-APPROVED
                          AND CH-APPROVE-DATE >= WS-FROM-DATE
                          AND CH-APPROVE-DATE <= WS-TO-DATE
                          PERFORM 2350-CHECK-LIMIT THRU 2350-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE CREDIT-LIMIT-HIST-FILE.
       2300-EXIT.
              EXIT.

       2350-CHECK-LIMIT.
              MOVE CH-APPROVED-BY TO WS-APPROVER-ID.
              MOVE CH-REQUESTED-BY TO WS-WORKER-ID.
              PERFORM 2900-COUNT-APPROVAL THRU 2900-EXIT.
              IF CH-APPROVED-BY NOT = CH-REQUESTED-BY
                 GO TO 2350-EXIT
              END-IF.
              MOVE SPACES TO WS-TXN-DETAIL-LINE.
              MOVE "CREDIT LIMIT CHANGE" TO TD-DUTY.
              MOVE CH-REQUEST-NUMBER TO TD-TXN.
              MOVE CH-APPROVE-DATE TO TD-DATE.
              MOVE CH-APPROVED-BY TO TD-OPERATOR.
              STRING "REQUESTED AND APPROVED CUSTOMER "
                     CH-CUST-ID
                 DELIMITED BY SIZE INTO TD-DETAIL
              END-STRING.
              WRITE SD-PRINT-LINE FROM WS-TXN-DETAIL-LINE.
              ADD 1 TO WS-CLM-CONFLICTS.
       2350-EXIT.
              EXIT.

       2400-OVERRIDES.
              OPEN INPUT OVERRIDE-REGISTER-FILE.
              IF WS-OVRD-STATUS NOT = "00"
                 DISPLAY "OVERRIDE REGISTER NOT AVAILABLE - STATUS "
                         WS-OVRD-STATUS " - OVERRIDES NOT CHECKED"
                 GO TO 2400-EXIT
              END-IF.
              PERFORM UNTIL WS-OVRD-STATUS NOT = "00"
                 READ OVERRIDE-REGISTER-FILE
                    AT END MOVE "10" TO WS-OVRD-STATUS
                    NOT AT END
                       IF OV-DATE >= WS-FROM-DATE
                          AND OV-DATE <= WS-TO-DATE
                          PERFORM 2450-CHECK-OVERRIDE THRU 2450-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE OVERRIDE-REGISTER-FILE.
       2400-EXIT.
              EXIT.

       2450-CHECK-OVERRIDE.
              MOVE OV-MANAGER-ID TO WS-APPROVER-ID.
              MOVE OV-OPERATOR-ID TO WS-WORKER-ID.
              PERFORM 2900-COUNT-APPROVAL THRU 2900-EXIT.
              IF OV-MANAGER-ID NOT = OV-OPERATOR-ID
                 GO TO 2450-EXIT
              END-IF.
              MOVE SPACES TO WS-TXN-DETAIL-LINE.
              MOVE "MANAGER OVERRIDE" TO TD-DUTY.
              STRING OV-TYPE " " OV-TIME
                 DELIMITED BY SIZE INTO TD-TXN
              END-STRING.
              MOVE OV-DATE TO TD-DATE.
              MOVE OV-MANAGER-ID TO TD-OPERATOR.
              STRING "OVERRODE OWN SALE - CUSTOMER " OV-CUST-ID
                 DELIMITED BY SIZE INTO TD-DETAIL
              END-STRING.
              WRITE SD-PRINT-LINE FROM WS-TXN-DETAIL-LINE.
              ADD 1 TO WS-OVRD-CONFLICTS.
       2450-EXIT.
              EXIT.

      *    The duty log is in time order, so an invoice's keying is
      *    always read before its payment: each keying is held in the
      *    keyed table and each payment in the range looked up in it.
       2500-SUPPLIER-INVOICES.
              OPEN INPUT DUTY-LOG-FILE.
              IF WS-DUTY-STATUS NOT = "00"
                 DISPLAY "DUTY LOG NOT AVAILABLE - STATUS "
                         WS-DUTY-STATUS " - INVOICES NOT CHECKED"
                 GO TO 2500-EXIT
              END-IF.
              PERFORM UNTIL WS-DUTY-STATUS NOT = "00"
                 READ DUTY-LOG-FILE
                    AT END MOVE "10" TO WS-DUTY-STATUS
                    NOT AT END
                       IF DY-DUTY-SUPP-INVOICE
                          PERFORM 2550-CHECK-DUTY-STEP THRU 2550-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE DUTY-LOG-FILE.
       2500-EXIT.
              EXIT.

       2550-CHECK-DUTY-STEP.
              IF DY-STEP-KEYED
                 IF WS-KY-COUNT < WS-KY-MAX
                    ADD 1 TO WS-KY-COUNT
                    MOVE DY-TXN-KEY TO WS-KY-TXN-KEY(WS-KY-COUNT)
                    MOVE DY-OPERATOR-ID TO WS-KY-OPERATOR(WS-KY-COUNT)
                 ELSE
                    ADD 1 TO WS-KEY-OVERFLOW
                 END-IF
                 GO TO 2550-EXIT
              END-IF.
              IF NOT DY-STEP-PAID
                 OR DY-DATE < WS-FROM-DATE
                 OR DY-DATE > WS-TO-DATE
                 GO TO 2550-EXIT
              END-IF.
              MOVE ZEROS TO WS-KY-IX.
              PERFORM VARYING WS-KY-JX FROM WS-KY-COUNT BY -1
                    UNTIL WS-KY-JX < 1
                       OR WS-KY-IX NOT = ZEROS
                 IF WS-KY-TXN-KEY(WS-KY-JX) = DY-TXN-KEY
                    MOVE WS-KY-JX TO WS-KY-IX
                 END-IF
              END-PERFORM.
              IF WS-KY-IX = ZEROS
                 GO TO 2550-EXIT
              END-IF.
              IF WS-KY-OPERATOR(WS-KY-IX) NOT = DY-OPERATOR-ID
                 GO TO 2550-EXIT
              END-IF.
              MOVE SPACES TO WS-TXN-DETAIL-LINE.
              MOVE "SUPPLIER INVOICE" TO TD-DUTY.
              MOVE DY-TXN-KEY TO TD-TXN.
              MOVE DY-DATE TO TD-DATE.
              MOVE DY-OPERATOR-ID TO TD-OPERATOR.
              MOVE "KEYED THE INVOICE AND PAID IT" TO TD-DETAIL.
              WRITE SD-PRINT-LINE FROM WS-TXN-DETAIL-LINE.
              ADD 1 TO WS-SINV-CONFLICTS.
       2550-EXIT.
              EXIT.

      *    Adds one to the count of times WS-APPROVER-ID approved
      *    WS-WORKER-ID's work, opening an entry for a pair not met
      *    before.  An approval with either operator unrecorded, or
      *    by the operator of their own work, is not a pair.
       2900-COUNT-APPROVAL.
              IF WS-APPROVER-ID = SPACES
                 OR WS-WORKER-ID = SPACES
                 OR WS-APPROVER-ID = WS-WORKER-ID
                 GO TO 2900-EXIT
              END-IF.
              MOVE ZEROS TO WS-PR-IX.
              PERFORM VARYING WS-PR-JX FROM 1 BY 1
                    UNTIL WS-PR-JX > WS-PR-COUNT
                       OR WS-PR-IX NOT = ZEROS
                 IF WS-PR-APPROVER(WS-PR-JX) = WS-APPROVER-ID
                    AND WS-PR-WORKER(WS-PR-JX) = WS-WORKER-ID
                    MOVE WS-PR-JX TO WS-PR-IX
                 END-IF
              END-PERFORM.
              IF WS-PR-IX = ZEROS
                 IF WS-PR-COUNT NOT < WS-PR-MAX
                    ADD 1 TO WS-PAIR-OVERFLOW
                    GO TO 2900-EXIT
                 END-IF
                 ADD 1 TO WS-PR-COUNT
                 MOVE WS-PR-COUNT TO WS-PR-IX
                 MOVE WS-APPROVER-ID TO WS-PR-APPROVER(WS-PR-IX)
                 MOVE WS-WORKER-ID TO WS-PR-WORKER(WS-PR-IX)
                 MOVE ZEROS TO WS-PR-TIMES(WS-PR-IX)
              END-IF.
              ADD 1 TO WS-PR-TIMES(WS-PR-IX).
       2900-EXIT.
              EXIT.

      *****************************************************************
      * Section B - every operator on file asked of PermCheck.cbl,
      * one function of each conflicting pair at a time.  The "Q"
      * query leaves no DENIED events behind in the operator
      * activity log.
      *****************************************************************
       3000-CONFLICTING-PERMISSIONS.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              MOVE "SECTION B - OPERATORS HOLDING CONFLICTING "
                 & "PERMISSIONS" TO SL-TEXT.
              WRITE SD-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              WRITE SD-PRINT-LINE FROM WS-PERM-COLUMN-LINE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS NOT = "00"
                 DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                         WS-OPER-STATUS " - PERMISSIONS NOT CHECKED"
                 MOVE "  OPERATOR MASTER NOT AVAILABLE" TO SL-TEXT
                 WRITE SD-PRINT-LINE FROM WS-SECTION-LINE
                 GO TO 3000-EXIT
              END-IF.
              PERFORM UNTIL WS-OPER-STATUS NOT = "00"
                 READ OPERATOR-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-OPER-STATUS
                    NOT AT END
                       ADD 1 TO WS-OPERATORS-READ
                       PERFORM 3100-CHECK-OPERATOR THRU 3100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE OPERATOR-MASTER-FILE.
              IF WS-PERM-CONFLICTS = ZEROS
                 MOVE "  NONE" TO SL-TEXT
                 WRITE SD-PRINT-LINE FROM WS-SECTION-LINE
              END-IF.
       3000-EXIT.
              EXIT.

       3100-CHECK-OPERATOR.
              PERFORM VARYING WS-SP-IX FROM 1 BY 1
                    UNTIL WS-SP-IX > WS-SP-MAX
                 PERFORM 3200-CHECK-PAIR THRU 3200-EXIT
              END-PERFORM.
       3100-EXIT.
              EXIT.

       3200-CHECK-PAIR.
              MOVE "N" TO WS-FIRST-HELD-SW.
              SET PC-QUERY-OTHER TO TRUE.
              MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID.
              MOVE WS-SP-FIRST-CODE(WS-SP-IX) TO PC-FUNCTION-CODE.
              MOVE SPACES TO PC-MENU-OPTION.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-FILE-ERROR
                 ADD 1 TO WS-ROLE-FILE-ERRORS
                 GO TO 3200-EXIT
              END-IF.
              IF PC-DENIED
                 GO TO 3200-EXIT
              END-IF.
              SET PC-QUERY-OTHER TO TRUE.
              MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID.
              MOVE WS-SP-SECOND-CODE(WS-SP-IX) TO PC-FUNCTION-CODE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF NOT PC-ALLOWED
                 GO TO 3200-EXIT
              END-IF.
              MOVE OM-OPERATOR-ID TO PD-OPERATOR.
              MOVE OM-OPERATOR-NAME TO PD-NAME.
              MOVE WS-SP-FIRST-CODE(WS-SP-IX) TO PD-FIRST-CODE.
              MOVE WS-SP-SECOND-CODE(WS-SP-IX) TO PD-SECOND-CODE.
              MOVE WS-SP-DESCRIPTION(WS-SP-IX) TO PD-DESCRIPTION.
              WRITE SD-PRINT-LINE FROM WS-PERM-DETAIL-LINE.
              ADD 1 TO WS-PERM-CONFLICTS.
       3200-EXIT.
              EXIT.

      *****************************************************************
      * Section C - each pair in the table is set against its
      * reverse; a pair is listed once, from the entry met first,
      * when both directions reach the minimum.
      *****************************************************************
       4000-RECIPROCAL-APPROVERS.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              MOVE SPACES TO SL-TEXT.
              STRING "SECTION C - OPERATORS APPROVING EACH OTHER'S "
                     "WORK AT LEAST " WS-MIN-RECIPROCAL
                     " TIMES EACH WAY"
                 DELIMITED BY SIZE INTO SL-TEXT
              END-STRING.
              WRITE SD-PRINT-LINE FROM WS-SECTION-LINE.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              WRITE SD-PRINT-LINE FROM WS-RECIP-COLUMN-LINE.
              PERFORM VARYING WS-PR-IX FROM 1 BY 1
                    UNTIL WS-PR-IX > WS-PR-COUNT
                 IF WS-PR-TIMES(WS-PR-IX) NOT < WS-MIN-RECIPROCAL
                    PERFORM 4100-CHECK-REVERSE THRU 4100-EXIT
                 END-IF
              END-PERFORM.
              IF WS-RECIP-PAIRS = ZEROS
                 MOVE "  NONE IN THE RANGE" TO SL-TEXT
                 WRITE SD-PRINT-LINE FROM WS-SECTION-LINE
              END-IF.
       4000-EXIT.
              EXIT.

      *    Only a reverse entry later in the table is looked for, so
      *    that each pair prints once.
       4100-CHECK-REVERSE.
              COMPUTE WS-PR-JX = WS-PR-IX + 1.
              PERFORM UNTIL WS-PR-JX > WS-PR-COUNT
                 IF WS-PR-APPROVER(WS-PR-JX) = WS-PR-WORKER(WS-PR-IX)
                    AND WS-PR-WORKER(WS-PR-JX)
                        = WS-PR-APPROVER(WS-PR-IX)
                    IF WS-PR-TIMES(WS-PR-JX) NOT < WS-MIN-RECIPROCAL
                       PERFORM 4200-PRINT-PAIR THRU 4200-EXIT
                    END-IF
                    MOVE WS-PR-COUNT TO WS-PR-JX
                 END-IF
                 ADD 1 TO WS-PR-JX
              END-PERFORM.
       4100-EXIT.
              EXIT.

       4200-PRINT-PAIR.
              MOVE WS-PR-APPROVER(WS-PR-IX) TO RD-OPERATOR-A.
              MOVE WS-PR-WORKER(WS-PR-IX) TO RD-OPERATOR-B.
              MOVE WS-PR-TIMES(WS-PR-IX) TO RD-A-FOR-B.
              MOVE WS-PR-TIMES(WS-PR-JX) TO RD-B-FOR-A.
              COMPUTE RD-TOTAL = WS-PR-TIMES(WS-PR-IX)
                               + WS-PR-TIMES(WS-PR-JX).
              WRITE SD-PRINT-LINE FROM WS-RECIP-DETAIL-LINE.
              ADD 1 TO WS-RECIP-PAIRS.
       4200-EXIT.
              EXIT.

       5000-PRINT-SUMMARY.
              MOVE SPACES TO SD-PRINT-LINE.
              WRITE SD-PRINT-LINE.
              MOVE "SAME-OPERATOR STOCK TRANSFERS" TO CL-LABEL.
              MOVE WS-XFER-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "SAME-OPERATOR PO SIGN-OFFS" TO CL-LABEL.
              MOVE WS-PO-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "SAME-OPERATOR CREDIT LIMIT CHANGES" TO CL-LABEL.
              MOVE WS-CLM-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "SAME-OPERATOR MANAGER OVERRIDES" TO CL-LABEL.
              MOVE WS-OVRD-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "SAME-OPERATOR SUPPLIER INVOICES" TO CL-LABEL.
              MOVE WS-SINV-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "OPERATORS CHECKED FOR CONFLICTING PERMISSIONS"
                TO CL-LABEL.
              MOVE WS-OPERATORS-READ TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "CONFLICTING PERMISSIONS HELD" TO CL-LABEL.
              MOVE WS-PERM-CONFLICTS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              MOVE "RECIPROCAL APPROVER PAIRS" TO CL-LABEL.
              MOVE WS-RECIP-PAIRS TO CL-COUNT.
              WRITE SD-PRINT-LINE FROM WS-COUNT-LINE.
              IF WS-ROLE-FILE-ERRORS > ZEROS
                 MOVE "*** PERMISSION CHECKS FAILED - ROLE FILES "
                    & "UNAVAILABLE" TO CL-LABEL
                 MOVE WS-ROLE-FILE-ERRORS TO CL-COUNT
                 WRITE SD-PRINT-LINE FROM WS-COUNT-LINE
              END-IF.
              IF WS-PAIR-OVERFLOW > ZEROS
                 MOVE "*** APPROVALS NOT COUNTED - PAIR TABLE FULL"
                   TO CL-LABEL
                 MOVE WS-PAIR-OVERFLOW TO CL-COUNT
                 WRITE SD-PRINT-LINE FROM WS-COUNT-LINE
              END-IF.
              IF WS-KEY-OVERFLOW > ZEROS
                 MOVE "*** INVOICE KEYINGS NOT HELD - TABLE FULL"
                   TO CL-LABEL
                 MOVE WS-KEY-OVERFLOW TO CL-COUNT
                 WRITE SD-PRINT-LINE FROM WS-COUNT-LINE
              END-IF.
       5000-EXIT.
              EXIT.
