                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Gl-Status.

      *      One record per distinct SALES.DAT, keyed by its
      *      fingerprint (see AROMA-RUN-REC.CPY) - stops the same
      *      file's sales reaching GL.INT twice, whether from a
      *      second run of this report or from AromaSalesPost.
              SELECT Aroma-Run-File ASSIGN TO "aromarun"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-RUN-KEY
                     FILE STATUS IS Run-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-File.
       FD Gl-Interface-File.
           COPY "GL-INTERFACE-REC.CPY".

       FD Aroma-Run-File.
           COPY "AROMA-RUN-REC.CPY".



       WORKING-STORAGE SECTION.
           02 Gl-Status                PIC X(2).
              88 Gl-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Run-Status               PIC X(2).
              88 Run-File-Missing      VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

      *    This SALES.DAT's fingerprint, built by Select-Essential-Oils
      *    over every row read, essential oil or not.
       01  Run-Fingerprint.
           02 Fp-Rec-Count             PIC 9(7)  VALUE ZEROS.
           02 Fp-Units-Total           PIC 9(9)  VALUE ZEROS.
           02 Fp-Hash-Total            PIC 9(12) VALUE ZEROS.

       01  Ws-Run-On-File-Sw           PIC X(01) VALUE "N".
           88 Ws-Run-On-File           VALUE "Y".

       01  Gl-Note-Line.
           02  FILLER                  PIC X(33) VALUE SPACES.
           02  Prn-Gl-Note             PIC X(47).

       01  Ws-Accum-Option             PIC X(01) VALUE "N".
           88 Ws-Accumulate-Ytd        VALUE "Y" "y".

      *    Both accounts are fetched from the system parameter file
      *    by Load-System-Parms before anything else is done.
       01  Gl-Account-Codes.
           02 Gl-Acct-Sales-Revenue    PIC X(10) VALUE SPACES.
           02 Gl-Acct-Accounts-Rcvbl   PIC X(10) VALUE SPACES.

       01  Ws-Parms-Ok-Sw              PIC X(01) VALUE "N".
           88 Ws-Parms-Ok              VALUE "Y".

           COPY "SYSPRMSG.CPY".

       01  Ws-Ytd-Totals.
           02 Ws-Ytd-Total-Qty-Sold    PIC 9(7)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Produce-Summary-Report.
           PERFORM Load-System-Parms.
           IF NOT Ws-Parms-Ok
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ACCUMULATE TO YEAR-TO-DATE TOTALS (Y/N): ".
           ACCEPT Ws-Accum-Option.


           STOP RUN.

      *    The receivables and sales revenue accounts posted by
      *    Write-Gl-Entries are kept on the system parameter file
      *    maintained from the inventory system's Utilities menu.  A
      *    missing parameter, or an account no longer active on the
      *    chart, stops the run before the sales file is read.
       Load-System-Parms.
           SET Ws-Parms-Ok TO TRUE.
           MOVE "GL-AR" TO PG-PARM-KEY.
           PERFORM Get-System-Parm.
           MOVE PG-PARM-VALUE TO Gl-Acct-Accounts-Rcvbl.
           MOVE "GL-SALES-REVENUE" TO PG-PARM-KEY.
           PERFORM Get-System-Parm.
           MOVE PG-PARM-VALUE TO Gl-Acct-Sales-Revenue.
           IF NOT Ws-Parms-Ok
               DISPLAY "RUN ABORTED - CORRECT THE SYSTEM PARAMETERS "
                       "ABOVE AND RERUN."
           END-IF.

       Get-System-Parm.
           CALL "SysParmGet" USING SYS-PARM-MSG.
           IF NOT PG-RESULT-OK
               DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - " PG-REASON
               MOVE "N" TO Ws-Parms-Ok-Sw
           END-IF.

      *    Carries Total-Qty-Sold and Total-Sales-Value forward
      *    across runs.  A missing YTD file (first run of the year)
      *    simply starts the accumulation from zero.
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

       Print-Summary-Report.
           OPEN OUTPUT Summary-Report.
           OPEN OUTPUT Sorted-File.
              AFTER ADVANCING 1 LINE.

           IF Total-Sales-Value-Home > ZEROS
               PERFORM Post-Gl-Once-Per-File
           END-IF.

           IF Ws-Accumulate-Ytd
           CLOSE Summary-Report, Sorted-File, Exchange-Rate-File,
                 Sales-Exceptions-File, Gl-Interface-File.

      *    The summary GL posting is made once per SALES.DAT.  A file
      *    already posted line by line through AromaSalesPost carries
      *    its revenue on the individual invoices, and a file whose
      *    summary this report has already sent is not sent again;
      *    either way the report says so in place of the posting.
       Post-Gl-Once-Per-File.
           MOVE "N" TO Ws-Run-On-File-Sw.
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
                   SET Ws-Run-On-File TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN RC-SALES-POSTED
                   MOVE "GL NOT POSTED - SALES POSTED BY AromaSalesPost"
                     TO Prn-Gl-Note
                   WRITE Print-Line
                      FROM Gl-Note-Line
                      AFTER ADVANCING 2 LINES
               WHEN RC-RPT-GL-AMOUNT > ZEROS
                   MOVE "GL NOT POSTED - ALREADY POSTED FOR THIS FILE"
                     TO Prn-Gl-Note
                   WRITE Print-Line
                      FROM Gl-Note-Line
                      AFTER ADVANCING 2 LINES
               WHEN OTHER
                   PERFORM Write-Gl-Entries
                   MOVE Total-Sales-Value-Home TO RC-RPT-GL-AMOUNT
                   MOVE GL-TXN-DATE TO RC-RPT-GL-DATE
                   IF Ws-Run-On-File
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
           END-EVALUATE.
           CLOSE Aroma-Run-File.

      *    Posts this run's home-currency sales total to the general
      *    ledger interface file as a debit to accounts receivable and
      *    an offsetting credit to sales revenue.
