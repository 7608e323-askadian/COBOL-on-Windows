      *$ SET SOURCEFORMAT "FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookshopSales.
       AUTHOR.  AMRESH KADIAN.
      *BookGoodsReceiving puts copies into BOOKONH.DAT as they
      *arrive, but nothing took them out again when a student bought
      *one, so Bo-On-Hand only ever went up and nobody could say
      *which lecturers' requisitions actually sold.  This is the
      *bookshop counter: a sale prices the book at Bf-List-Price off
      *BOOKFILE.DAT, takes the copies off Bo-On-Hand, and appends
      *the sale to BKSALES.DAT with the module and term the student
      *is buying for; a refund puts the copies back and is recorded
      *the same way.  BookSellThroughRpt reads BKSALES.DAT to set
      *copies sold against each requisition.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Course-File ASSIGN TO "COURSES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Cr-Course-Code
                  FILE STATUS IS Cr-Status.

           SELECT Bookshop-Sales-File ASSIGN TO "BKSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS Bs-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       FD  Book-OnHand-File.
       01  Bo-Rec.
           02 Bo-Book-Num              PIC 9(4).
           02 Bo-On-Hand               PIC 9(5).
           02 Bo-Received-To-Date      PIC 9(6).

       FD  Course-File.
       01  Course-Rec.
           02 Cr-Course-Code           PIC X(5).
           02 Cr-Course-Name           PIC X(25).
           02 Cr-Enrollment            PIC 9(4).

       FD  Bookshop-Sales-File.
           COPY "BOOKSHOP-SALE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  Status-Codes.
           02 Bf-Status                PIC X(2).
              COPY "FS-STATUS-CODES.CPY".
           02 Bo-Status                PIC X(2).
              88 Bo-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Cr-Status                PIC X(2).
              88 Cr-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Bs-Status                PIC X(2).
              88 Bs-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  Menu-Control.
           02 Menu-Option              PIC X(1) VALUE SPACE.
           02 Exit-Option              PIC X(1) VALUE "3".
           02 Ws-Courses-Open-Sw       PIC X(1) VALUE "N".
              88 Ws-Courses-Open       VALUE "Y".
           02 Ws-Line-Ok-Sw            PIC X(1) VALUE "N".
              88 Ws-Line-Ok            VALUE "Y".
           02 Ws-Confirm               PIC X(1) VALUE SPACE.
              88 Ws-Confirmed          VALUE "Y" "y".

       01  Counter-Work.
           02 Ws-Book-Num              PIC 9(4) VALUE ZEROS.
           02 Ws-Module-Code           PIC X(5) VALUE SPACES.
           02 Ws-Term                  PIC 9 VALUE ZERO.
           02 Ws-Quantity              PIC 9(3) VALUE ZEROS.
           02 Ws-Amount                PIC 9(6)V99 VALUE ZEROS.
           02 Ws-Copies-Out            PIC 9(6) VALUE ZEROS.
           02 Ws-Price-Prn             PIC Z,ZZ9.99.
           02 Ws-Amount-Prn            PIC ZZZ,ZZ9.99.

       01  Session-Totals.
           02 Ws-Sales-Count           PIC 9(5) VALUE ZEROS.
           02 Ws-Refund-Count          PIC 9(5) VALUE ZEROS.
           02 Ws-Sales-Value           PIC 9(7)V99 VALUE ZEROS.
           02 Ws-Refund-Value          PIC 9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT Book-File.
           OPEN I-O Book-OnHand-File.
           IF Bo-File-Missing
               DISPLAY "NO BOOKSHOP STOCK ON FILE (BOOKONH.DAT) - "
                       "RECEIVE SOME COPIES FIRST."
               CLOSE Book-File
               STOP RUN
           END-IF.
           OPEN INPUT Course-File.
           IF NOT Cr-File-Missing
               MOVE "Y" TO Ws-Courses-Open-Sw
           ELSE
               DISPLAY "NO COURSE FILE ON DISK - MODULE CODES "
                       "CANNOT BE CHECKED"
           END-IF.
           OPEN EXTEND Bookshop-Sales-File.
           IF Bs-File-Missing
               OPEN OUTPUT Bookshop-Sales-File
           END-IF.

           PERFORM Display-Menu
               UNTIL Menu-Option EQUAL TO Exit-Option.

           MOVE Ws-Sales-Value TO Ws-Amount-Prn.
           DISPLAY "SALES THIS SESSION  : " Ws-Sales-Count
                   " VALUE " Ws-Amount-Prn.
           MOVE Ws-Refund-Value TO Ws-Amount-Prn.
           DISPLAY "REFUNDS THIS SESSION: " Ws-Refund-Count
                   " VALUE " Ws-Amount-Prn.
           CLOSE Book-File, Book-OnHand-File, Bookshop-Sales-File.
           IF Ws-Courses-Open
               CLOSE Course-File
           END-IF.
           STOP RUN.

       Display-Menu.
           DISPLAY " ".
           DISPLAY "Bookshop Counter".
           DISPLAY "----------------".
           DISPLAY "1. Sell Copies".
           DISPLAY "2. Refund Copies".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Menu-Option.
           EVALUATE Menu-Option
               WHEN "1" PERFORM 1000-Sell-Copies THRU 1000-Exit
               WHEN "2" PERFORM 2000-Refund-Copies THRU 2000-Exit
               WHEN Exit-Option CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    Rings up one book: priced off the book file, never more
      *    copies than are on the shelf.
       1000-Sell-Copies.
           PERFORM 3000-Enter-Counter-Line THRU 3000-Exit.
           IF NOT Ws-Line-Ok
               GO TO 1000-Exit
           END-IF.
           IF Ws-Quantity > Bo-On-Hand
               DISPLAY "ONLY " Bo-On-Hand " COPIES ON HAND - "
                       "NOTHING SOLD."
               GO TO 1000-Exit
           END-IF.
           COMPUTE Ws-Amount = Ws-Quantity * Bf-List-Price.
           MOVE Ws-Amount TO Ws-Amount-Prn.
           DISPLAY Ws-Quantity " X " Bf-Book-Title.
           DISPLAY "TO PAY: " Ws-Amount-Prn "  CONFIRM SALE (Y/N)? ".
           ACCEPT Ws-Confirm.
           IF NOT Ws-Confirmed
               DISPLAY "SALE CANCELLED."
               GO TO 1000-Exit
           END-IF.
           SUBTRACT Ws-Quantity FROM Bo-On-Hand.
           REWRITE Bo-Rec
               INVALID KEY
                   DISPLAY "STOCK RECORD NOT UPDATED - STATUS "
                           Bo-Status " - NOTHING SOLD."
                   GO TO 1000-Exit
           END-REWRITE.
           SET Bs-Sale TO TRUE.
           PERFORM 3500-Write-Sale-Record THRU 3500-Exit.
           ADD 1 TO Ws-Sales-Count.
           ADD Ws-Amount TO Ws-Sales-Value.
           DISPLAY "SOLD - ON-HAND COPIES NOW: " Bo-On-Hand.
       1000-Exit.
           EXIT.

      *    Takes copies back at today's price.  No more can come back
      *    than have gone out - received to date less on hand.
       2000-Refund-Copies.
           PERFORM 3000-Enter-Counter-Line THRU 3000-Exit.
           IF NOT Ws-Line-Ok
               GO TO 2000-Exit
           END-IF.
           COMPUTE Ws-Copies-Out = Bo-Received-To-Date - Bo-On-Hand.
           IF Ws-Quantity > Ws-Copies-Out
               DISPLAY "ONLY " Ws-Copies-Out " COPIES HAVE BEEN SOLD - "
                       "NOTHING REFUNDED."
               GO TO 2000-Exit
           END-IF.
           COMPUTE Ws-Amount = Ws-Quantity * Bf-List-Price.
           MOVE Ws-Amount TO Ws-Amount-Prn.
           DISPLAY Ws-Quantity " X " Bf-Book-Title.
           DISPLAY "TO REFUND: " Ws-Amount-Prn
                   "  CONFIRM REFUND (Y/N)? ".
           ACCEPT Ws-Confirm.
           IF NOT Ws-Confirmed
               DISPLAY "REFUND CANCELLED."
               GO TO 2000-Exit
           END-IF.
           ADD Ws-Quantity TO Bo-On-Hand.
           REWRITE Bo-Rec
               INVALID KEY
                   DISPLAY "STOCK RECORD NOT UPDATED - STATUS "
                           Bo-Status " - NOTHING REFUNDED."
                   GO TO 2000-Exit
           END-REWRITE.
           SET Bs-Refund TO TRUE.
           PERFORM 3500-Write-Sale-Record THRU 3500-Exit.
           ADD 1 TO Ws-Refund-Count.
           ADD Ws-Amount TO Ws-Refund-Value.
           DISPLAY "REFUNDED - ON-HAND COPIES NOW: " Bo-On-Hand.
       2000-Exit.
           EXIT.

      *    The book, module, term and quantity common to a sale and a
      *    refund.  Leaves the book and its stock record read and
      *    Ws-Line-Ok set when everything checks out.
       3000-Enter-Counter-Line.
           MOVE "N" TO Ws-Line-Ok-Sw.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT Ws-Book-Num.
           MOVE Ws-Book-Num TO Bf-Book-Num.
           READ Book-File KEY IS Bf-Book-Num
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE."
                   GO TO 3000-Exit
           END-READ.
           MOVE Bf-List-Price TO Ws-Price-Prn.
           DISPLAY "BOOK: " Bf-Book-Title "  PRICE " Ws-Price-Prn.
           IF Bf-List-Price = ZEROS
               DISPLAY "NO LIST PRICE ON FILE FOR THIS BOOK - "
                       "IT CANNOT BE SOLD."
               GO TO 3000-Exit
           END-IF.
           MOVE Ws-Book-Num TO Bo-Book-Num.
           READ Book-OnHand-File
               INVALID KEY
                   DISPLAY "NO COPIES OF THIS BOOK HAVE BEEN RECEIVED."
                   GO TO 3000-Exit
           END-READ.
           DISPLAY "ENTER MODULE CODE: ".
           ACCEPT Ws-Module-Code.
           IF Ws-Courses-Open
               MOVE Ws-Module-Code TO Cr-Course-Code
               READ Course-File KEY IS Cr-Course-Code
                   INVALID KEY
                       DISPLAY "MODULE " Ws-Module-Code
                               " NOT ON THE COURSE FILE."
                       GO TO 3000-Exit
               END-READ
           END-IF.
           DISPLAY "ENTER TERM: ".
           ACCEPT Ws-Term.
           IF Ws-Term = ZERO
               DISPLAY "TERM MUST BE GIVEN."
               GO TO 3000-Exit
           END-IF.
           DISPLAY "ENTER NUMBER OF COPIES: ".
           ACCEPT Ws-Quantity.
           IF Ws-Quantity = ZEROS
               DISPLAY "NO COPIES ENTERED."
               GO TO 3000-Exit
           END-IF.
           MOVE "Y" TO Ws-Line-Ok-Sw.
       3000-Exit.
           EXIT.

       3500-Write-Sale-Record.
           ACCEPT Bs-Sale-Date FROM DATE YYYYMMDD.
           ACCEPT Bs-Sale-Time FROM TIME.
           MOVE Ws-Book-Num TO Bs-Book-Num.
           MOVE Ws-Module-Code TO Bs-Module-Code.
           MOVE Ws-Term TO Bs-Term.
           MOVE Ws-Quantity TO Bs-Quantity.
           MOVE Bf-List-Price TO Bs-Unit-Price.
           MOVE Ws-Amount TO Bs-Amount.
           WRITE Bookshop-Sale-Rec.
       3500-Exit.
           EXIT.
