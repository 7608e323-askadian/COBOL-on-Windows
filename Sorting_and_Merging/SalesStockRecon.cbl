      *  sales is flagged on STOCKRECON.RPT instead of only showing   *
      *  up as a shortfall at the next physical count.                *
      *                                                               *
      *  A SALES.DAT is only taken off Oil-Stock-File once: its       *
      *  fingerprint is looked up on AROMA-RUN-CONTROL (see           *
      *  AROMA-RUN-REC.CPY), and a file already drawn here or by      *
      *  AromaSalesPost is reported against the stock without being   *
      *  subtracted again.                                            *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
                        RELATIVE KEY IS Rel-Rec-Num
                        FILE STATUS IS OSF-Status.

              SELECT Aroma-Run-File ASSIGN TO "aromarun"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RC-RUN-KEY
                        FILE STATUS IS Run-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-File.
           88 End-Of-Sales-File    VALUE HIGH-VALUES.
           02  SF-Cust-Id              PIC X(5).
           02  SF-Cust-Name            PIC X(20).
           02  SF-Cust-Type            PIC X(1).
           02  SF-Oil-Id.
               03  FILLER              PIC X.
                   88 Essential-Oil   VALUE "E".
          88 End-Of-Work-File VALUE HIGH-VALUES.
           02  WF-Cust-Id              PIC X(5).
           02  WF-Cust-Name            PIC X(20).
           02  WF-Cust-Type            PIC X(1).
           02  WF-Oil-Id.
               03 FILLER               PIC X.
               03 WF-Oil-Num           PIC 99.
       01 OSF-Rec.
          02 Oil-Num-OSF		PIC 9(4).
          02 Qty-In-Stock-OSF		PIC 9(5).
          02 Oil-Received-Date-OSF	PIC 9(8).
          02 Oil-Shelf-Life-Days-OSF	PIC 9(4).

       FD Aroma-Run-File.
           COPY "AROMA-RUN-REC.CPY".

       WORKING-STORAGE SECTION.

       01  Status-Codes.
           02 OSF-Status                PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 Run-Status                PIC X(2).
              88 Run-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

      *    This SALES.DAT's fingerprint, built by Select-Essential-Oils
      *    over every row read, essential oil or not.
       01  Run-Fingerprint.
           02 Fp-Rec-Count              PIC 9(7)  VALUE ZEROS.
           02 Fp-Units-Total            PIC 9(9)  VALUE ZEROS.
           02 Fp-Hash-Total             PIC 9(12) VALUE ZEROS.

       01  Run-Switches.
           02 Ws-Run-On-File-Sw         PIC X VALUE "N".
              88 Run-On-File            VALUE "Y".
           02 Ws-Already-Posted-Sw      PIC X VALUE "N".
              88 Osf-Already-Posted     VALUE "Y".

       01  Already-Posted-Line.
           02  FILLER                   PIC X(64) VALUE
               "STOCK ALREADY DRAWN FOR THIS SALES.DAT - REPORTED ONLY".

       01  Report-Heading-Line          PIC X(44)
                   VALUE "          SALES-TO-STOCK RECONCILIATION".
           END-READ.

           PERFORM UNTIL End-Of-Sales-File
               PERFORM Add-To-Fingerprint
               IF Essential-Oil
                   RELEASE Work-Rec FROM Sales-Rec
               END-IF

           CLOSE Sales-File.

       Add-To-Fingerprint.
           ADD 1 TO Fp-Rec-Count.
           IF SF-Oil-Name IS NUMERIC AND SF-Unit-Size IS NUMERIC
              AND SF-Units-Sold IS NUMERIC
               ADD SF-Units-Sold TO Fp-Units-Total
               COMPUTE Fp-Hash-Total = Fp-Hash-Total
                     + (SF-Oil-Name * 100000)
                     + (SF-Unit-Size * 1000)
                     + SF-Units-Sold
           END-IF.

       Post-Sales-To-Stock.
           OPEN OUTPUT Recon-Report.
           OPEN I-O Oil-Stock-File.
           PERFORM Check-Run-Control.

           WRITE Print-Line
              FROM Report-Heading-Line
              FROM Topic-Heading-Line
              AFTER ADVANCING 3 LINES.

           IF Osf-Already-Posted
               WRITE Print-Line
                  FROM Already-Posted-Line
                  AFTER ADVANCING 2 LINES
           END-IF.

           RETURN Work-File
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN.

           PERFORM Post-One-Oil UNTIL End-Of-Work-File.

           PERFORM Update-Run-Control.
           CLOSE Recon-Report, Oil-Stock-File, Aroma-Run-File.

      *    Looks this SALES.DAT up on AROMA-RUN-CONTROL by its
      *    fingerprint - a file whose stock has already come off
      *    Oil-Stock-File is reconciled but not subtracted again.
       Check-Run-Control.
           OPEN I-O Aroma-Run-File.
           IF Run-File-Missing
               OPEN OUTPUT Aroma-Run-File
               CLOSE Aroma-Run-File
               OPEN I-O Aroma-Run-File
           END-IF.
           MOVE Fp-Rec-Count TO RC-REC-COUNT.
           MOVE Fp-Units-Total TO RC-UNITS-TOTAL.
           MOVE Fp-Hash-Total TO RC-HASH-TOTAL.
           READ Aroma-Run-File
               INVALID KEY
                   INITIALIZE AROMA-RUN-REC
                   MOVE Fp-Rec-Count TO RC-REC-COUNT
                   MOVE Fp-Units-Total TO RC-UNITS-TOTAL
                   MOVE Fp-Hash-Total TO RC-HASH-TOTAL
                   ACCEPT RC-FIRST-SEEN-DATE FROM DATE YYYYMMDD
                   MOVE "N" TO RC-OSF-POSTED-SW
                   MOVE "N" TO RC-RPT-GL-REVERSED-SW
                   MOVE "N" TO RC-SALES-POSTED-SW
               NOT INVALID KEY
                   SET Run-On-File TO TRUE
           END-READ.
           IF RC-OSF-POSTED
               SET Osf-Already-Posted TO TRUE
           END-IF.

      *    Marks the file as drawn from Oil-Stock-File so no later
      *    run here, or by AromaSalesPost, takes its sales off again.
       Update-Run-Control.
           IF NOT Osf-Already-Posted AND Fp-Rec-Count > ZEROS
               SET RC-OSF-POSTED TO TRUE
               MOVE "SalesStockRecon" TO RC-OSF-POSTED-BY
               ACCEPT RC-OSF-POSTED-DATE FROM DATE YYYYMMDD
               IF Run-On-File
                   REWRITE AROMA-RUN-REC
                      INVALID KEY
                         DISPLAY "RUN CONTROL NOT UPDATED - STATUS "
                                 Run-Status
                   END-REWRITE
               ELSE
                   WRITE AROMA-RUN-REC
                      INVALID KEY
                         DISPLAY "RUN CONTROL NOT WRITTEN - STATUS "
                                 Run-Status
                   END-WRITE
               END-IF
           END-IF.

       Post-One-Oil.
           MOVE ZEROS TO Ws-Oil-Qty-Sold.
           MOVE Prev-Oil-Num TO Prn-Oil-Num.
           MOVE Ws-Oil-Qty-Sold TO Prn-Qty-Sold.

           EVALUATE TRUE
               WHEN NOT Target-Record-Found
                   MOVE ZEROS TO Prn-Qty-In-Stock
                   MOVE "OIL NOT ON STOCK FILE" TO Prn-Result
               WHEN Osf-Already-Posted
                   MOVE Qty-In-Stock-OSF TO Prn-Qty-In-Stock
                   MOVE "ALREADY POSTED" TO Prn-Result
               WHEN OTHER
                   MOVE Qty-In-Stock-OSF TO Prn-Qty-In-Stock
                   IF Qty-In-Stock-OSF < Ws-Oil-Qty-Sold
                       MOVE "** SHORTFALL **" TO Prn-Result
                   ELSE
                       SUBTRACT Ws-Oil-Qty-Sold FROM Qty-In-Stock-OSF
                       REWRITE OSF-Rec
                          INVALID KEY
                             MOVE "REWRITE FAILED" TO Prn-Result
                          NOT INVALID KEY
                             MOVE "OK" TO Prn-Result
                       END-REWRITE
                   END-IF
           END-EVALUATE.

           WRITE Print-Line
              FROM Recon-Line
           MOVE 0 TO Ws-Stock-Found-Sw.
           MOVE 0 TO Ws-Stock-Scan-Sw.
           MOVE 1 TO Rel-Rec-Num.
           START Oil-Stock-File KEY IS NOT LESS THAN Rel-Rec-Num
              INVALID KEY SET End-Of-Stock-Scan TO TRUE
           END-START.
           IF NOT End-Of-Stock-Scan
              READ Oil-Stock-File NEXT RECORD
                 AT END SET End-Of-Stock-Scan TO TRUE
              END-READ
           END-IF.
           PERFORM UNTIL End-Of-Stock-Scan OR Target-Record-Found
              IF Oil-Num-OSF = Prev-Oil-Num
                 SET Target-Record-Found TO TRUE
