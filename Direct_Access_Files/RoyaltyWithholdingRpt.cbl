       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoyaltyWithholdingRpt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  QUARTERLY ROYALTY WITHHOLDING REMITTANCE REPORT.  READS THE  *
      *  ROYPYHST INDEXED FILE (ONE RECORD PER AUTHOR PER QUARTER     *
      *  PAID, WRITTEN BY LibRoyaltyRpt'S 52-WRITE-PAYMENT-HISTORY)   *
      *  AND LISTS EVERY PAYEE THE REQUESTED QUARTER'S RUN WITHHELD   *
      *  TAX FROM - NO TAX ID ON FILE OR FOREIGN STATUS - WITH THE    *
      *  GROSS PAYMENT, THE RATE AND THE AMOUNT WITHHELD, TOTALLED BY *
      *  STATUS AND OVERALL.  THE GRAND TOTAL IS THE AMOUNT TO BE     *
      *  REMITTED TO THE TAX AUTHORITY FOR THE QUARTER AND SHOULD     *
      *  AGREE WITH THE RUN'S CREDIT TO THE ROYALTY WITHHOLDING       *
      *  PAYABLE ACCOUNT.  WRITES WHTREMIT.RPT.  READ-ONLY AGAINST    *
      *  ROYPYHST.                                                    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PAYMENT-HISTORY-FILE
                     ASSIGN TO "roypyhst"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PH-HISTORY-KEY
                     ALTERNATE RECORD KEY IS PH-AGENT-NAME
                                         WITH DUPLICATES
                     FILE STATUS IS WS-PAYHIST-STATUS.

              SELECT WITHHOLDING-REPORT
                     ASSIGN TO "WHTREMIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE.
           COPY "PAYMENT-HIST-REC.CPY".

       FD  WITHHOLDING-REPORT.
       01  WHT-REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
                 88 WS-PAYHIST-FOUND        VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PAYHIST-EOF-SW   PIC X(01) VALUE "N".
                 88 WS-PAYHIST-EOF           VALUE "Y".
              10 WS-REPORT-YEAR      PIC 9(04) VALUE ZEROS.
              10 WS-REPORT-QUARTER   PIC 9(01) VALUE ZEROS.
              10 WS-PAYEE-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-TOTAL-GROSS      PIC 9(11)V99 VALUE ZEROS.
              10 WS-TOTAL-WITHHELD   PIC 9(11)V99 VALUE ZEROS.
              10 WS-NO-TAX-ID-TOTAL  PIC 9(11)V99 VALUE ZEROS.
              10 WS-FOREIGN-TOTAL    PIC 9(11)V99 VALUE ZEROS.

       01  WHT-HEADING-1.
              02 FILLER                 PIC X(30) VALUE SPACES.
              02 FILLER                 PIC X(38) VALUE
                 "ROYALTY WITHHOLDING REMITTANCE REPORT ".
              02 FILLER                 PIC X(02) VALUE "Q ".
              02 WH1-QUARTER            PIC 9(01).
              02 FILLER                 PIC X(01) VALUE "/".
              02 WH1-YEAR               PIC 9(04).

       01  WHT-HEADING-2.
              02 FILLER                 PIC X(08) VALUE "AUTHOR".
              02 FILLER                 PIC X(26) VALUE "AUTHOR NAME".
              02 FILLER                 PIC X(26) VALUE "AGENT NAME".
              02 FILLER                 PIC X(04) VALUE "ST".
              02 FILLER                 PIC X(14) VALUE
                 "         GROSS".
              02 FILLER                 PIC X(08) VALUE "   RATE%".
              02 FILLER                 PIC X(14) VALUE
                 "      WITHHELD".

       01  WHT-DETAIL-LINE.
              02 WD-AUTHOR-NUMBER       PIC 9(07).
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 WD-AUTHOR-NAME         PIC X(25).
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 WD-AGENT-NAME          PIC X(25).
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 WD-STATUS              PIC X(01).
              02 FILLER                 PIC X(03) VALUE SPACES.
              02 WD-GROSS               PIC ZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(02) VALUE SPACES.
              02 WD-RATE                PIC ZZ9.99.
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 WD-WITHHELD            PIC ZZ,ZZZ,ZZ9.99.

       01  WHT-TOTAL-LINE.
              02 FILLER                 PIC X(30) VALUE SPACES.
              02 WT-LABEL               PIC X(30).
              02 WT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.

              DISPLAY "ENTER THE YEAR (YYYY): ".
              ACCEPT WS-REPORT-YEAR.
              DISPLAY "ENTER THE QUARTER (1-4): ".
              ACCEPT WS-REPORT-QUARTER.
              IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4
                     DISPLAY "QUARTER MUST BE 1 TO 4 - NO REPORT"
                     MOVE 1 TO RETURN-CODE
                     GO TO 0000-EXIT
              END-IF.

              OPEN INPUT PAYMENT-HISTORY-FILE.
              IF NOT WS-PAYHIST-FOUND
                     DISPLAY "UNABLE TO OPEN PAYMENT HISTORY FILE - "
                             "STATUS " WS-PAYHIST-STATUS
                     MOVE "Y" TO WS-PAYHIST-EOF-SW
              END-IF.
              OPEN OUTPUT WITHHOLDING-REPORT.

              MOVE WS-REPORT-QUARTER TO WH1-QUARTER.
              MOVE WS-REPORT-YEAR    TO WH1-YEAR.
              WRITE WHT-REPORT-LINE FROM WHT-HEADING-1.
              MOVE SPACES TO WHT-REPORT-LINE.
              WRITE WHT-REPORT-LINE.
              WRITE WHT-REPORT-LINE FROM WHT-HEADING-2.

              PERFORM 1000-START-HISTORY-SCAN
                 THRU 1000-EXIT.

              PERFORM 2000-REPORT-ONE-PAYMENT
                 THRU 2000-EXIT
                    UNTIL WS-PAYHIST-EOF.

              PERFORM 3000-WRITE-TOTALS
                 THRU 3000-EXIT.

              CLOSE PAYMENT-HISTORY-FILE
                    WITHHOLDING-REPORT.

              DISPLAY "WITHHOLDING REPORT COMPLETE FOR Q"
                      WS-REPORT-QUARTER "/" WS-REPORT-YEAR " - "
                      WS-PAYEE-COUNT " PAYEE(S), TOTAL TO REMIT "
                      WS-TOTAL-WITHHELD.

              GO TO 0000-EXIT.
       0000-EXIT.
              STOP RUN.
              EXIT.

      * Position at the first payment-history record in key order;
      * each author's quarters follow one another, and only the
      * requested quarter's records are reported.
       1000-START-HISTORY-SCAN.
              IF WS-PAYHIST-EOF
                     GO TO 1000-EXIT.
              MOVE ZEROS TO PH-AUTHOR-NUMBER, PH-YEAR, PH-QUARTER.
              START PAYMENT-HISTORY-FILE
                     KEY IS NOT LESS THAN PH-HISTORY-KEY
                     INVALID KEY
                            DISPLAY "NO PAYMENT HISTORY ON FILE"
                            MOVE "Y" TO WS-PAYHIST-EOF-SW
              END-START.
              IF WS-PAYHIST-EOF
                     GO TO 1000-EXIT.
              PERFORM 2100-READ-NEXT-HISTORY
                 THRU 2100-EXIT.
       1000-EXIT.
              EXIT.

       2000-REPORT-ONE-PAYMENT.
              IF PH-YEAR EQUAL TO WS-REPORT-YEAR
                 AND PH-QUARTER EQUAL TO WS-REPORT-QUARTER
                 AND PH-WITHHELD-AMOUNT GREATER THAN ZEROS
                     PERFORM 2200-WRITE-DETAIL
                        THRU 2200-EXIT
              END-IF.
              PERFORM 2100-READ-NEXT-HISTORY
                 THRU 2100-EXIT.
       2000-EXIT.
              EXIT.

      * Any read status other than clean ends the scan.
       2100-READ-NEXT-HISTORY.
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                     AT END
                            MOVE "Y" TO WS-PAYHIST-EOF-SW
              END-READ.
              IF NOT WS-PAYHIST-FOUND
                     MOVE "Y" TO WS-PAYHIST-EOF-SW
              END-IF.
       2100-EXIT.
              EXIT.

       2200-WRITE-DETAIL.
              MOVE PH-AUTHOR-NUMBER   TO WD-AUTHOR-NUMBER.
              MOVE PH-AUTHOR-NAME     TO WD-AUTHOR-NAME.
              MOVE PH-AGENT-NAME      TO WD-AGENT-NAME.
              MOVE PH-WHT-STATUS      TO WD-STATUS.
              MOVE PH-GROSS-PAYMENT   TO WD-GROSS.
              MOVE PH-WHT-RATE-PCT    TO WD-RATE.
              MOVE PH-WITHHELD-AMOUNT TO WD-WITHHELD.
              WRITE WHT-REPORT-LINE FROM WHT-DETAIL-LINE.
              ADD 1 TO WS-PAYEE-COUNT.
              ADD PH-GROSS-PAYMENT   TO WS-TOTAL-GROSS.
              ADD PH-WITHHELD-AMOUNT TO WS-TOTAL-WITHHELD.
              IF PH-WHT-STATUS EQUAL TO "F"
                     ADD PH-WITHHELD-AMOUNT TO WS-FOREIGN-TOTAL
              ELSE
                     ADD PH-WITHHELD-AMOUNT TO WS-NO-TAX-ID-TOTAL
              END-IF.
       2200-EXIT.
              EXIT.

       3000-WRITE-TOTALS.
              MOVE SPACES TO WHT-REPORT-LINE.
              WRITE WHT-REPORT-LINE.
              MOVE "GROSS PAYMENTS WITHHELD FROM" TO WT-LABEL.
              MOVE WS-TOTAL-GROSS TO WT-AMOUNT.
              WRITE WHT-REPORT-LINE FROM WHT-TOTAL-LINE.
              MOVE "WITHHELD - NO TAX ID ON FILE" TO WT-LABEL.
              MOVE WS-NO-TAX-ID-TOTAL TO WT-AMOUNT.
              WRITE WHT-REPORT-LINE FROM WHT-TOTAL-LINE.
              MOVE "WITHHELD - FOREIGN PAYEES" TO WT-LABEL.
              MOVE WS-FOREIGN-TOTAL TO WT-AMOUNT.
              WRITE WHT-REPORT-LINE FROM WHT-TOTAL-LINE.
              MOVE "TOTAL TO REMIT" TO WT-LABEL.
              MOVE WS-TOTAL-WITHHELD TO WT-AMOUNT.
              WRITE WHT-REPORT-LINE FROM WHT-TOTAL-LINE.
       3000-EXIT.
              EXIT.
