      *$ SET SOURCEFORMAT "FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookSellThroughRpt.
       AUTHOR.  AMRESH KADIAN.
      *Sell-through of the lecturers' textbook adoptions.  Every
      *decided-on requisition (approved, ordered or arrived) on
      *PRFILE.DAT is printed by Pr-Module-Code and Pr-Lecturer-Name
      *with the copies the lecturer asked for, the copies received
      *against it and the copies the bookshop counter has sold for
      *that module and term (BKSALES.DAT, net of refunds).  A book's
      *received-to-date on BOOKONH.DAT is shared out over its
      *requisitions in requisition order, each taking up to the
      *copies it asked for and the last taking any over-shipment.
      *An adoption whose copies have all sold is flagged TOP-UP - it
      *wants a further order mid-term - and one that has sold less
      *than half what was asked for is flagged OVER-ORDERED.  Sales
      *for a module, book and term no requisition asked for are
      *listed at the end so they are not lost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Purchase-Req-File ASSIGN TO "PRFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Pr-Number
                  ALTERNATE RECORD KEY IS Pr-Lecturer-Name
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS Pr-Book-Num
                                WITH DUPLICATES
                  FILE STATUS IS Pr-File-Status.

           SELECT Book-File ASSIGN TO "BOOKFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Bf-Book-Num
                  ALTERNATE RECORD KEY IS Bf-Publisher-Num
                                WITH DUPLICATES
                  FILE STATUS IS Bf-Status.

           SELECT Book-OnHand-File ASSIGN TO "BOOKONH.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Bo-Book-Num
                  FILE STATUS IS Bo-Status.

           SELECT Bookshop-Sales-File ASSIGN TO "BKSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Bs-Status.

           SELECT Sell-Work-File ASSIGN TO "STW.TMP".

           SELECT Sell-Through-Report ASSIGN TO "SELLTHRU.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Purchase-Req-File.
       01  Pr-Rec.
           02 Pr-Number                PIC 9(4).
           02 Pr-Lecturer-Name         PIC X(20).
           02 Pr-Book-Num              PIC 9(4).
           02 Pr-Module-Code           PIC X(5).
           02 Pr-Copies-Required       PIC 9(3).
           02 Pr-Term                  PIC 9.
           02 Pr-Req-Status            PIC X(8).
              88 Pr-Req-Approved       VALUE "APPROVED".
              88 Pr-Req-Ordered        VALUE "ORDERED ".
              88 Pr-Req-Arrived        VALUE "ARRIVED ".

       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       FD  Book-OnHand-File.
       01  Bo-Rec.
           02 Bo-Book-Num              PIC 9(4).
           02 Bo-On-Hand               PIC 9(5).
           02 Bo-Received-To-Date      PIC 9(6).

       FD  Bookshop-Sales-File.
           COPY "BOOKSHOP-SALE-REC.CPY".

       SD  Sell-Work-File.
       01  Sw-Rec.
           02 Sw-Module-Code           PIC X(5).
           02 Sw-Lecturer-Name         PIC X(20).
           02 Sw-Book-Num              PIC 9(4).
           02 Sw-Term                  PIC 9.
           02 Sw-Pr-Number             PIC 9(4).
           02 Sw-Required              PIC 9(3).
           02 Sw-Received              PIC 9(6).
           02 Sw-Sold                  PIC 9(6).
           02 Sw-Sold-On-Req           PIC 9(4).

       FD  Sell-Through-Report.
       01  Report-Line                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  Status-Codes.
           02 Pr-File-Status           PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 Bf-Status                PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 Bo-Status                PIC X(2).
              88 Bo-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Bs-Status                PIC X(2).
              88 Bs-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  Scan-Switches.
           02 FILLER                   PIC 9 VALUE 0.
              88 End-Of-Sales          VALUE 1.
           02 FILLER                   PIC 9 VALUE 0.
              88 End-Of-Pr-File        VALUE 1.
           02 FILLER                   PIC 9 VALUE 0.
              88 End-Of-Swf            VALUE 1.
           02 Ws-Stock-Open-Sw         PIC X(1) VALUE "N".
              88 Ws-Stock-Open         VALUE "Y".
           02 Ws-Held-Sw               PIC X(1) VALUE "N".
              88 Ws-Req-Held           VALUE "Y".
           02 Ws-Last-Of-Book-Sw       PIC X(1) VALUE "N".
              88 Ws-Last-Of-Book       VALUE "Y".
           02 Ws-Entry-Found-Sw        PIC X(1) VALUE "N".
              88 Ws-Entry-Found        VALUE "Y".

      *    Net copies sold per module, book and term off BKSALES.DAT,
      *    built before the requisitions are read.  St-First-Pr-Number
      *    is the requisition the sales were reported against, so a
      *    second requisition for the same module, book and term does
      *    not count them twice.
       01  Sold-Table.
           02 Ws-Sold-Count            PIC 9(4) VALUE ZEROS.
           02 Ws-Sales-Not-Tabled      PIC 9(5) VALUE ZEROS.
           02 Ws-Sold-Entry OCCURS 500 TIMES.
              03 St-Module-Code        PIC X(5).
              03 St-Book-Num           PIC 9(4).
              03 St-Term               PIC 9.
              03 St-Net-Sold           PIC S9(6).
              03 St-First-Pr-Number    PIC 9(4).

       01  Allocation-Work.
           02 Ws-Sub                   PIC 9(4) VALUE ZEROS.
           02 Ws-Found-Sub             PIC 9(4) VALUE ZEROS.
           02 Ws-Find-Module           PIC X(5).
           02 Ws-Find-Book             PIC 9(4).
           02 Ws-Find-Term             PIC 9.
           02 Ws-Current-Book          PIC 9(4) VALUE ZEROS.
           02 Ws-Book-Remaining        PIC 9(6) VALUE ZEROS.

      *    An adoption that has sold under this percentage of the
      *    copies asked for is reported as over-ordered.
       01  Ws-Over-Order-Pct           PIC 9(3) VALUE 50.

       01  Report-Totals.
           02 Ws-Prev-Module           PIC X(5).
           02 Ws-Module-Required       PIC 9(6).
           02 Ws-Module-Received       PIC 9(7).
           02 Ws-Module-Sold           PIC 9(7).
           02 Ws-Grand-Required        PIC 9(7) VALUE ZEROS.
           02 Ws-Grand-Received        PIC 9(7) VALUE ZEROS.
           02 Ws-Grand-Sold            PIC 9(7) VALUE ZEROS.
           02 Ws-Top-Up-Count          PIC 9(5) VALUE ZEROS.
           02 Ws-Over-Order-Count      PIC 9(5) VALUE ZEROS.
           02 Ws-Unmatched-Count       PIC 9(5) VALUE ZEROS.
           02 Ws-Pct-Required          PIC 9(7) VALUE ZEROS.
           02 Ws-Pct-Received          PIC 9(7) VALUE ZEROS.
           02 Ws-Pct-Sold              PIC 9(7) VALUE ZEROS.
           02 Ws-Sell-Through          PIC 9(3) VALUE ZEROS.
           02 Ws-Run-Date              PIC 9(8) VALUE ZEROS.

       01  Report-Heading-1.
           02 FILLER                   PIC X(50) VALUE
              "CAMPUS BOOKSHOP SELL-THROUGH BY MODULE/LECTURER".
           02 FILLER                   PIC X(6) VALUE "DATE ".
           02 Prn-Run-Date             PIC 9(8).

       01  Report-Heading-2.
           02 FILLER                   PIC X(27) VALUE
              "MODULE LECTURER".
           02 FILLER                   PIC X(32) VALUE
              "BOOK TITLE".
           02 FILLER                   PIC X(41) VALUE
              "TERM  REQD  RCVD  SOLD SELL%".

       01  Sell-Detail-Line.
           02 Prn-Module-Code          PIC X(5).
           02 FILLER                   PIC X(2) VALUE SPACES.
           02 Prn-Lecturer-Name        PIC X(20).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 Prn-Book-Num             PIC 9(4).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 Prn-Book-Title           PIC X(25).
           02 FILLER                   PIC X(3) VALUE SPACES.
           02 Prn-Term                 PIC 9.
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 Prn-Required             PIC ZZZZ9.
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 Prn-Received             PIC ZZZZ9.
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 Prn-Sold                 PIC ZZZZ9.
           02 FILLER                   PIC X(2) VALUE SPACES.
           02 Prn-Sell-Through         PIC ZZ9.
           02 FILLER                   PIC X(2) VALUE SPACES.
           02 Prn-Flag                 PIC X(14).

       01  Sell-Total-Line.
           02 FILLER                   PIC X(7) VALUE SPACES.
           02 Prn-Total-Label          PIC X(56).
           02 Prn-Total-Required       PIC ZZZZZZ9.
           02 Prn-Total-Received       PIC ZZZZZ9.
           02 Prn-Total-Sold           PIC ZZZZZ9.
           02 FILLER                   PIC X(2) VALUE SPACES.
           02 Prn-Total-Sell-Through   PIC ZZ9.

       01  Unmatched-Heading-Line      PIC X(60) VALUE
              "SALES WITH NO REQUISITION FOR THE MODULE, BOOK AND TERM".

       01  Unmatched-Detail-Line.
           02 Prn-Um-Module-Code       PIC X(5).
           02 FILLER                   PIC X(23) VALUE SPACES.
           02 Prn-Um-Book-Num          PIC 9(4).
           02 FILLER                   PIC X(29) VALUE SPACES.
           02 Prn-Um-Term              PIC 9.
           02 FILLER                   PIC X(13) VALUE SPACES.
           02 Prn-Um-Sold              PIC -----9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Ws-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1000-Load-Sales THRU 1000-Exit.

           SORT Sell-Work-File ON ASCENDING Sw-Module-Code
                                            Sw-Lecturer-Name
                                            Sw-Book-Num
                                            Sw-Term
                INPUT PROCEDURE IS 2000-Build-Sell-Records
                                 THRU 2000-Exit
                OUTPUT PROCEDURE IS 3000-Print-Sell-Through
                                 THRU 3000-Exit.

           DISPLAY "SELL-THROUGH REPORT WRITTEN TO SELLTHRU.RPT - "
                   Ws-Top-Up-Count " TO TOP UP, "
                   Ws-Over-Order-Count " OVER-ORDERED".
           STOP RUN.

      *    Nets every sale and refund on BKSALES.DAT into the sold
      *    table.  A table too full to take another module, book and
      *    term is reported rather than silently short.
       1000-Load-Sales.
           OPEN INPUT Bookshop-Sales-File.
           IF Bs-File-Missing
               DISPLAY "NO BOOKSHOP SALES ON FILE (BKSALES.DAT) - "
                       "COPIES SOLD SHOW AS ZERO"
               GO TO 1000-Exit
           END-IF.
           READ Bookshop-Sales-File
               AT END SET End-Of-Sales TO TRUE
           END-READ.
           PERFORM 1100-Add-One-Sale THRU 1100-Exit
               UNTIL End-Of-Sales.
           CLOSE Bookshop-Sales-File.
           IF Ws-Sales-Not-Tabled > ZEROS
               DISPLAY "** SOLD TABLE FULL - " Ws-Sales-Not-Tabled
                       " SALES RECORDS NOT COUNTED **"
           END-IF.
       1000-Exit.
           EXIT.

       1100-Add-One-Sale.
           MOVE Bs-Module-Code TO Ws-Find-Module.
           MOVE Bs-Book-Num TO Ws-Find-Book.
           MOVE Bs-Term TO Ws-Find-Term.
           PERFORM 1500-Find-Sold-Entry THRU 1500-Exit.
           IF NOT Ws-Entry-Found
               IF Ws-Sold-Count < 500
                   ADD 1 TO Ws-Sold-Count
                   MOVE Ws-Sold-Count TO Ws-Found-Sub
                   MOVE Bs-Module-Code TO St-Module-Code(Ws-Found-Sub)
                   MOVE Bs-Book-Num TO St-Book-Num(Ws-Found-Sub)
                   MOVE Bs-Term TO St-Term(Ws-Found-Sub)
                   MOVE ZEROS TO St-Net-Sold(Ws-Found-Sub)
                   MOVE ZEROS TO St-First-Pr-Number(Ws-Found-Sub)
               ELSE
                   ADD 1 TO Ws-Sales-Not-Tabled
                   GO TO 1100-Read-Next
               END-IF
           END-IF.
           IF Bs-Refund
               SUBTRACT Bs-Quantity FROM St-Net-Sold(Ws-Found-Sub)
           ELSE
               ADD Bs-Quantity TO St-Net-Sold(Ws-Found-Sub)
           END-IF.
       1100-Read-Next.
           READ Bookshop-Sales-File
               AT END SET End-Of-Sales TO TRUE
           END-READ.
       1100-Exit.
           EXIT.

      *    Looks up Ws-Find-Module/Book/Term in the sold table; sets
      *    Ws-Entry-Found and Ws-Found-Sub when it is there.
       1500-Find-Sold-Entry.
           MOVE "N" TO Ws-Entry-Found-Sw.
           MOVE ZEROS TO Ws-Found-Sub.
           PERFORM 1550-Test-One-Entry THRU 1550-Exit
               VARYING Ws-Sub FROM 1 BY 1
               UNTIL Ws-Sub > Ws-Sold-Count OR Ws-Entry-Found.
       1500-Exit.
           EXIT.

       1550-Test-One-Entry.
           IF St-Module-Code(Ws-Sub) = Ws-Find-Module
               AND St-Book-Num(Ws-Sub) = Ws-Find-Book
               AND St-Term(Ws-Sub) = Ws-Find-Term
               MOVE "Y" TO Ws-Entry-Found-Sw
               MOVE Ws-Sub TO Ws-Found-Sub
           END-IF.
       1550-Exit.
           EXIT.

      *    Walks Purchase-Req-File in Pr-Book-Num order so each
      *    book's received copies can be shared out over its
      *    requisitions.  Each requisition is held back until the
      *    next one is read, so the last of a book's requisitions is
      *    known when it is released and can take the over-shipment.
       2000-Build-Sell-Records.
           OPEN INPUT Purchase-Req-File.
           OPEN INPUT Book-OnHand-File.
           IF NOT Bo-File-Missing
               MOVE "Y" TO Ws-Stock-Open-Sw
           END-IF.
           MOVE ZEROS TO Pr-Book-Num.
           START Purchase-Req-File KEY IS NOT LESS THAN Pr-Book-Num
               INVALID KEY SET End-Of-Pr-File TO TRUE
           END-START.
           IF NOT End-Of-Pr-File
               READ Purchase-Req-File NEXT RECORD
                   AT END SET End-Of-Pr-File TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-Allocate-One-Req THRU 2100-Exit
               UNTIL End-Of-Pr-File.
           MOVE "Y" TO Ws-Last-Of-Book-Sw.
           PERFORM 2300-Release-Held-Req THRU 2300-Exit.
           CLOSE Purchase-Req-File.
           IF Ws-Stock-Open
               CLOSE Book-OnHand-File
           END-IF.
       2000-Exit.
           EXIT.

       2100-Allocate-One-Req.
           IF NOT (Pr-Req-Approved OR Pr-Req-Ordered OR Pr-Req-Arrived)
               GO TO 2100-Read-Next
           END-IF.
           IF Pr-Book-Num NOT = Ws-Current-Book
               MOVE "Y" TO Ws-Last-Of-Book-Sw
               PERFORM 2300-Release-Held-Req THRU 2300-Exit
               PERFORM 2200-Start-New-Book THRU 2200-Exit
           ELSE
               MOVE "N" TO Ws-Last-Of-Book-Sw
               PERFORM 2300-Release-Held-Req THRU 2300-Exit
           END-IF.

           MOVE Pr-Module-Code TO Sw-Module-Code.
           MOVE Pr-Lecturer-Name TO Sw-Lecturer-Name.
           MOVE Pr-Book-Num TO Sw-Book-Num.
           MOVE Pr-Term TO Sw-Term.
           MOVE Pr-Number TO Sw-Pr-Number.
           MOVE Pr-Copies-Required TO Sw-Required.
           IF Pr-Copies-Required < Ws-Book-Remaining
               MOVE Pr-Copies-Required TO Sw-Received
           ELSE
               MOVE Ws-Book-Remaining TO Sw-Received
           END-IF.
           SUBTRACT Sw-Received FROM Ws-Book-Remaining.

           MOVE ZEROS TO Sw-Sold, Sw-Sold-On-Req.
           MOVE Pr-Module-Code TO Ws-Find-Module.
           MOVE Pr-Book-Num TO Ws-Find-Book.
           MOVE Pr-Term TO Ws-Find-Term.
           PERFORM 1500-Find-Sold-Entry THRU 1500-Exit.
           IF Ws-Entry-Found
               IF St-First-Pr-Number(Ws-Found-Sub) = ZEROS
                   MOVE Pr-Number TO St-First-Pr-Number(Ws-Found-Sub)
                   IF St-Net-Sold(Ws-Found-Sub) > ZEROS
                       MOVE St-Net-Sold(Ws-Found-Sub) TO Sw-Sold
                   END-IF
               ELSE
                   MOVE St-First-Pr-Number(Ws-Found-Sub)
                       TO Sw-Sold-On-Req
               END-IF
           END-IF.
           MOVE "Y" TO Ws-Held-Sw.
       2100-Read-Next.
           READ Purchase-Req-File NEXT RECORD
               AT END SET End-Of-Pr-File TO TRUE
           END-READ.
       2100-Exit.
           EXIT.

       2200-Start-New-Book.
           MOVE Pr-Book-Num TO Ws-Current-Book.
           MOVE ZEROS TO Ws-Book-Remaining.
           IF NOT Ws-Stock-Open
               GO TO 2200-Exit
           END-IF.
           MOVE Pr-Book-Num TO Bo-Book-Num.
           READ Book-OnHand-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Bo-Received-To-Date TO Ws-Book-Remaining
           END-READ.
       2200-Exit.
           EXIT.

      *    Releases the requisition held back, giving it whatever the
      *    book received beyond its share when it was the book's
      *    last.
       2300-Release-Held-Req.
           IF NOT Ws-Req-Held
               GO TO 2300-Exit
           END-IF.
           IF Ws-Last-Of-Book
               ADD Ws-Book-Remaining TO Sw-Received
               MOVE ZEROS TO Ws-Book-Remaining
           END-IF.
           RELEASE Sw-Rec.
           MOVE "N" TO Ws-Held-Sw.
       2300-Exit.
           EXIT.

      *    Control break on module; the lecturers' adoptions print
      *    under it in lecturer order.
       3000-Print-Sell-Through.
           OPEN OUTPUT Sell-Through-Report.
           OPEN INPUT Book-File.
           MOVE Ws-Run-Date TO Prn-Run-Date.
           WRITE Report-Line FROM Report-Heading-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Line FROM Report-Heading-2
               AFTER ADVANCING 1 LINE.

           RETURN Sell-Work-File
               AT END SET End-Of-Swf TO TRUE
           END-RETURN.
           PERFORM 3100-Print-One-Module THRU 3100-Exit
               UNTIL End-Of-Swf.

           MOVE "ALL MODULES" TO Prn-Total-Label.
           MOVE Ws-Grand-Required TO Ws-Pct-Required.
           MOVE Ws-Grand-Received TO Ws-Pct-Received.
           MOVE Ws-Grand-Sold TO Ws-Pct-Sold.
           PERFORM 3400-Write-Total-Line THRU 3400-Exit.

           PERFORM 3500-Print-Unmatched-Sales THRU 3500-Exit.
           CLOSE Sell-Through-Report, Book-File.
       3000-Exit.
           EXIT.

       3100-Print-One-Module.
           MOVE Sw-Module-Code TO Ws-Prev-Module.
           MOVE ZEROS TO Ws-Module-Required, Ws-Module-Received,
                         Ws-Module-Sold.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line AFTER ADVANCING 1 LINE.
           PERFORM 3200-Print-One-Adoption THRU 3200-Exit
               UNTIL End-Of-Swf
                  OR Sw-Module-Code NOT = Ws-Prev-Module.
           MOVE SPACES TO Prn-Total-Label.
           STRING "MODULE " DELIMITED BY SIZE
                  Ws-Prev-Module DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
               INTO Prn-Total-Label.
           MOVE Ws-Module-Required TO Ws-Pct-Required.
           MOVE Ws-Module-Received TO Ws-Pct-Received.
           MOVE Ws-Module-Sold TO Ws-Pct-Sold.
           PERFORM 3400-Write-Total-Line THRU 3400-Exit.
       3100-Exit.
           EXIT.

       3200-Print-One-Adoption.
           MOVE Sw-Book-Num TO Bf-Book-Num.
           READ Book-File KEY IS Bf-Book-Num
               INVALID KEY
                   MOVE "UNKNOWN BOOK TITLE" TO Bf-Book-Title
           END-READ.
           MOVE Sw-Module-Code TO Prn-Module-Code.
           MOVE Sw-Lecturer-Name TO Prn-Lecturer-Name.
           MOVE Sw-Book-Num TO Prn-Book-Num.
           MOVE Bf-Book-Title TO Prn-Book-Title.
           MOVE Sw-Term TO Prn-Term.
           MOVE Sw-Required TO Prn-Required.
           MOVE Sw-Received TO Prn-Received.
           MOVE Sw-Sold TO Prn-Sold.
           MOVE ZEROS TO Ws-Sell-Through.
           IF Sw-Received > ZEROS
               COMPUTE Ws-Sell-Through ROUNDED =
                   Sw-Sold * 100 / Sw-Received
                   ON SIZE ERROR MOVE 999 TO Ws-Sell-Through
               END-COMPUTE
           END-IF.
           MOVE Ws-Sell-Through TO Prn-Sell-Through.
           MOVE SPACES TO Prn-Flag.
           EVALUATE TRUE
               WHEN Sw-Sold-On-Req > ZEROS
                   STRING "SOLD ON REQ " DELIMITED BY SIZE
                          Sw-Sold-On-Req DELIMITED BY SIZE
                       INTO Prn-Flag
               WHEN Sw-Sold > ZEROS AND Sw-Sold NOT < Sw-Received
                   MOVE "TOP-UP" TO Prn-Flag
                   ADD 1 TO Ws-Top-Up-Count
               WHEN Sw-Sold * 100 < Sw-Required * Ws-Over-Order-Pct
                   MOVE "OVER-ORDERED" TO Prn-Flag
                   ADD 1 TO Ws-Over-Order-Count
           END-EVALUATE.
           WRITE Report-Line FROM Sell-Detail-Line
               AFTER ADVANCING 1 LINE.
           ADD Sw-Required TO Ws-Module-Required, Ws-Grand-Required.
           ADD Sw-Received TO Ws-Module-Received, Ws-Grand-Received.
           ADD Sw-Sold TO Ws-Module-Sold, Ws-Grand-Sold.
           RETURN Sell-Work-File
               AT END SET End-Of-Swf TO TRUE
           END-RETURN.
       3200-Exit.
           EXIT.

       3400-Write-Total-Line.
           MOVE Ws-Pct-Required TO Prn-Total-Required.
           MOVE Ws-Pct-Received TO Prn-Total-Received.
           MOVE Ws-Pct-Sold TO Prn-Total-Sold.
           MOVE ZEROS TO Ws-Sell-Through.
           IF Ws-Pct-Received > ZEROS
               COMPUTE Ws-Sell-Through ROUNDED =
                   Ws-Pct-Sold * 100 / Ws-Pct-Received
                   ON SIZE ERROR MOVE 999 TO Ws-Sell-Through
               END-COMPUTE
           END-IF.
           MOVE Ws-Sell-Through TO Prn-Total-Sell-Through.
           WRITE Report-Line FROM Sell-Total-Line
               AFTER ADVANCING 1 LINE.
       3400-Exit.
           EXIT.

      *    Sales no requisition claimed - a module buying a book its
      *    lecturer never asked for, or a module code keyed wrongly
      *    at the counter.
       3500-Print-Unmatched-Sales.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Line FROM Unmatched-Heading-Line
               AFTER ADVANCING 1 LINE.
           PERFORM 3550-Print-One-Unmatched THRU 3550-Exit
               VARYING Ws-Sub FROM 1 BY 1
               UNTIL Ws-Sub > Ws-Sold-Count.
           IF Ws-Unmatched-Count = ZEROS
               MOVE "NONE" TO Report-Line
               WRITE Report-Line AFTER ADVANCING 1 LINE
           END-IF.
       3500-Exit.
           EXIT.

       3550-Print-One-Unmatched.
           IF St-First-Pr-Number(Ws-Sub) NOT = ZEROS
               OR St-Net-Sold(Ws-Sub) = ZEROS
               GO TO 3550-Exit
           END-IF.
           ADD 1 TO Ws-Unmatched-Count.
           MOVE St-Module-Code(Ws-Sub) TO Prn-Um-Module-Code.
           MOVE St-Book-Num(Ws-Sub) TO Prn-Um-Book-Num.
           MOVE St-Term(Ws-Sub) TO Prn-Um-Term.
           MOVE St-Net-Sold(Ws-Sub) TO Prn-Um-Sold.
           WRITE Report-Line FROM Unmatched-Detail-Line
               AFTER ADVANCING 1 LINE.
       3550-Exit.
           EXIT.
