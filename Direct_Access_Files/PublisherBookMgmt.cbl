      *$ SET SOURCEFORMAT "FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PublisherBookMgmt.
       AUTHOR.  AMRESH KADIAN.
      *PUBFILE.DAT and BOOKFILE.DAT could only be reloaded wholesale
      *by SetUpInxFiles from IN-PUB.DAT and IN-BOOK.DAT, and the two
      *publisher fields it zeros - Pf-Min-Order-Qty and
      *Pf-Discount-Rate - had nowhere to be keyed.  This is the
      *bookshop's catalogue maintenance: publishers and books are
      *added, changed and inquired on one at a time, books can be
      *looked up by ISBN or by the start of their title, and a
      *record is only deleted once nothing still depends on it - a
      *publisher with books on file or a discount tier on PUBDISCT.DAT,
      *a book with a requisition still open on PRFILE.DAT.  Every
      *add, change and delete writes its before and after images to
      *AUDIT.TRL the way the other master-file programs do.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Publisher-File ASSIGN TO "PUBFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Pf-Publisher-Num
                  ALTERNATE RECORD KEY IS Pf-Publisher-Name
                  FILE STATUS IS Pf-Status.

           SELECT Book-File ASSIGN TO "BOOKFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Bf-Book-Num
                  ALTERNATE RECORD KEY IS Bf-Publisher-Num
                                WITH DUPLICATES
                  FILE STATUS IS Bf-Status.

           SELECT Purchase-Req-File ASSIGN TO "PRFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Pr-Number
                  ALTERNATE RECORD KEY IS Pr-Lecturer-Name
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS Pr-Book-Num
                                WITH DUPLICATES
                  FILE STATUS IS Pr-Status.

           SELECT Publisher-Disc-Tier-File ASSIGN TO "PUBDISCT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Pd-Tier-Key
                  FILE STATUS IS Pd-Status.

           SELECT Audit-Trail-File ASSIGN TO "AUDIT.TRL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS At-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Publisher-File.
           COPY "PUBFILE-REC.CPY".

       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       FD  Purchase-Req-File.
       01  Pr-Rec.
           02 Pr-Number                PIC 9(4).
           02 Pr-Lecturer-Name         PIC X(20).
           02 Pr-Book-Num              PIC 9(4).
           02 Pr-Module-Code           PIC X(5).
           02 Pr-Copies-Required       PIC 9(3).
           02 Pr-Term                  PIC 9.
           02 Pr-Req-Status            PIC X(8).
              88 Pr-Req-Open           VALUE "PENDING " "APPROVED"
                                             "ORDERED ".

       FD  Publisher-Disc-Tier-File.
           COPY "PUB-DISC-TIER.CPY".

       FD  Audit-Trail-File.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  Status-Codes.
           02 Pf-Status                PIC X(2).
              88 Pf-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Bf-Status                PIC X(2).
              88 Bf-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Pr-Status                PIC X(2).
              88 Pr-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 Pd-Status                PIC X(2).
              88 Pd-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 At-Status                PIC X(2).
              88 At-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  Menu-Control.
           02 Menu-Option              PIC X(2) VALUE SPACES.
           02 Exit-Option              PIC X(2) VALUE "10".
           02 Ws-Prs-Open-Sw           PIC X(1) VALUE "N".
              88 Ws-Prs-Open           VALUE "Y".
           02 Ws-Tiers-Open-Sw         PIC X(1) VALUE "N".
              88 Ws-Tiers-Open         VALUE "Y".
           02 Ws-Scan-More-Sw          PIC X(1) VALUE "N".
              88 Ws-Scan-More          VALUE "Y".
           02 Ws-In-Use-Sw             PIC X(1) VALUE "N".
              88 Ws-In-Use             VALUE "Y".
           02 Ws-Confirm               PIC X(1) VALUE SPACE.
              88 Ws-Confirmed          VALUE "Y" "y".

      *    Keyed replacements for a change.  A blank (or zero, for
      *    the numeric fields) entry keeps the value already on file.
       01  Entry-Work.
           02 Ws-New-Name              PIC X(20) VALUE SPACES.
           02 Ws-New-Address           PIC X(40) VALUE SPACES.
           02 Ws-New-Min-Qty           PIC 9(5) VALUE ZEROS.
           02 Ws-New-Disc-Pct          PIC 9(2)V9 VALUE ZEROS.
           02 Ws-New-Publisher         PIC 9(4) VALUE ZEROS.
           02 Ws-New-Title             PIC X(30) VALUE SPACES.
           02 Ws-New-Price             PIC 9(4)V99 VALUE ZEROS.
           02 Ws-New-ISBN              PIC X(13) VALUE SPACES.
           02 Ws-New-Edition           PIC 9(2) VALUE ZEROS.
           02 Ws-Keep-Publisher        PIC 9(4) VALUE ZEROS.
           02 Ws-Keep-Book             PIC 9(4) VALUE ZEROS.
           02 Ws-Ref-Count             PIC 9(5) VALUE ZEROS.

       01  Lookup-Work.
           02 Ws-Search-Text           PIC X(30) VALUE SPACES.
           02 Ws-Search-Len            PIC 9(2) VALUE ZEROS.
           02 Ws-Match-Count           PIC 9(5) VALUE ZEROS.

       01  Display-Work.
           02 Ws-Disc-Pct              PIC 9(2)V9 VALUE ZEROS.
           02 Ws-Disc-Prn              PIC Z9.9.
           02 Ws-Price-Prn             PIC Z,ZZ9.99.

       01  Audit-Work.
           02 Ws-Audit-Before-Rec      PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           OPEN I-O Publisher-File.
           IF Pf-File-Missing
               DISPLAY "NO PUBLISHER FILE ON DISK (PUBFILE.DAT) - "
                       "RUN SetUpInxFiles FIRST."
               STOP RUN
           END-IF.
           OPEN I-O Book-File.
           IF Bf-File-Missing
               DISPLAY "NO BOOK FILE ON DISK (BOOKFILE.DAT) - "
                       "RUN SetUpInxFiles FIRST."
               CLOSE Publisher-File
               STOP RUN
           END-IF.
           OPEN INPUT Purchase-Req-File.
           IF NOT Pr-File-Missing
               MOVE "Y" TO Ws-Prs-Open-Sw
           END-IF.
           OPEN INPUT Publisher-Disc-Tier-File.
           IF NOT Pd-File-Missing
               MOVE "Y" TO Ws-Tiers-Open-Sw
           END-IF.
           OPEN EXTEND Audit-Trail-File.
           IF At-File-Missing
               OPEN OUTPUT Audit-Trail-File
           END-IF.

           PERFORM Display-Menu
               UNTIL Menu-Option EQUAL TO Exit-Option.

           CLOSE Publisher-File, Book-File, Audit-Trail-File.
           IF Ws-Prs-Open
               CLOSE Purchase-Req-File
           END-IF.
           IF Ws-Tiers-Open
               CLOSE Publisher-Disc-Tier-File
           END-IF.
           STOP RUN.

       Display-Menu.
           DISPLAY " ".
           DISPLAY "Bookshop Publisher And Book Catalogue".
           DISPLAY "-------------------------------------".
           DISPLAY " 1. Add Publisher".
           DISPLAY " 2. Change Publisher".
           DISPLAY " 3. Inquire On Publisher".
           DISPLAY " 4. Delete Publisher".
           DISPLAY " 5. Add Book".
           DISPLAY " 6. Change Book".
           DISPLAY " 7. Inquire On Book".
           DISPLAY " 8. Delete Book".
           DISPLAY " 9. Find Book By Title Or ISBN".
           DISPLAY "10. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT Menu-Option.
           IF Menu-Option (2:1) EQUAL TO SPACE
               MOVE Menu-Option (1:1) TO Menu-Option (2:1)
               MOVE SPACE TO Menu-Option (1:1)
           END-IF.
           EVALUATE Menu-Option
               WHEN " 1" PERFORM 1000-Add-Publisher THRU 1000-Exit
               WHEN " 2" PERFORM 1100-Change-Publisher THRU 1100-Exit
               WHEN " 3" PERFORM 1200-Inquire-Publisher THRU 1200-Exit
               WHEN " 4" PERFORM 1300-Delete-Publisher THRU 1300-Exit
               WHEN " 5" PERFORM 2000-Add-Book THRU 2000-Exit
               WHEN " 6" PERFORM 2100-Change-Book THRU 2100-Exit
               WHEN " 7" PERFORM 2200-Inquire-Book THRU 2200-Exit
               WHEN " 8" PERFORM 2300-Delete-Book THRU 2300-Exit
               WHEN " 9" PERFORM 2400-Find-Book THRU 2400-Exit
               WHEN Exit-Option CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    A new publisher.  The name is the file's alternate key
      *    without duplicates, so two publishers cannot share one.
      *    The discount is keyed as a percentage (15.0) and held as
      *    the fraction AggregateBookOrders prices with (.150).
       1000-Add-Publisher.
           DISPLAY "ENTER NEW PUBLISHER NUMBER: ".
           ACCEPT Pf-Publisher-Num.
           IF Pf-Publisher-Num EQUAL TO ZEROS
               DISPLAY "PUBLISHER NUMBER CANNOT BE ZERO."
               GO TO 1000-Exit
           END-IF.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "PUBLISHER ALREADY ON FILE: "
                           Pf-Publisher-Name
                   GO TO 1000-Exit
           END-READ.
           DISPLAY "ENTER PUBLISHER NAME: ".
           ACCEPT Pf-Publisher-Name.
           IF Pf-Publisher-Name EQUAL TO SPACES
               DISPLAY "A PUBLISHER NEEDS A NAME - NOT ADDED."
               GO TO 1000-Exit
           END-IF.
           DISPLAY "ENTER PUBLISHER ADDRESS: ".
           ACCEPT Pf-Publisher-Address.
           DISPLAY "ENTER MINIMUM ORDER QUANTITY (0 = NONE): ".
           ACCEPT Pf-Min-Order-Qty.
           DISPLAY "ENTER DISCOUNT % (NN.N, 0 = NONE): ".
           ACCEPT Ws-New-Disc-Pct.
           COMPUTE Pf-Discount-Rate = Ws-New-Disc-Pct / 100.
           WRITE Publisher-Rec
               INVALID KEY
                   DISPLAY "PUBLISHER NOT ADDED - NUMBER OR NAME "
                           "ALREADY ON FILE, STATUS " Pf-Status
                   GO TO 1000-Exit
           END-WRITE.
           MOVE SPACES TO Ws-Audit-Before-Rec.
           MOVE Pf-Publisher-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE Publisher-Rec TO At-After-Image.
           SET At-Op-Add TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "PUBLISHER ADDED.".
       1000-Exit.
           EXIT.

       1100-Change-Publisher.
           DISPLAY "ENTER PUBLISHER NUMBER: ".
           ACCEPT Pf-Publisher-Num.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY
                   DISPLAY "PUBLISHER NOT ON FILE."
                   GO TO 1100-Exit
           END-READ.
           PERFORM 1250-Show-Publisher THRU 1250-Exit.
           MOVE Publisher-Rec TO Ws-Audit-Before-Rec.
           DISPLAY "NEW NAME (BLANK = KEEP): ".
           ACCEPT Ws-New-Name.
           DISPLAY "NEW ADDRESS (BLANK = KEEP): ".
           ACCEPT Ws-New-Address.
           DISPLAY "NEW MINIMUM ORDER QUANTITY (0 = KEEP): ".
           ACCEPT Ws-New-Min-Qty.
           DISPLAY "NEW DISCOUNT % (NN.N, 0 = KEEP, 99.9 = NONE): ".
           ACCEPT Ws-New-Disc-Pct.
           IF Ws-New-Name NOT EQUAL TO SPACES
               MOVE Ws-New-Name TO Pf-Publisher-Name
           END-IF.
           IF Ws-New-Address NOT EQUAL TO SPACES
               MOVE Ws-New-Address TO Pf-Publisher-Address
           END-IF.
           IF Ws-New-Min-Qty NOT EQUAL TO ZEROS
               MOVE Ws-New-Min-Qty TO Pf-Min-Order-Qty
           END-IF.
           EVALUATE TRUE
               WHEN Ws-New-Disc-Pct EQUAL TO 99.9
                   MOVE ZEROS TO Pf-Discount-Rate
               WHEN Ws-New-Disc-Pct NOT EQUAL TO ZEROS
                   COMPUTE Pf-Discount-Rate = Ws-New-Disc-Pct / 100
           END-EVALUATE.
           IF Publisher-Rec EQUAL TO Ws-Audit-Before-Rec (1:72)
               DISPLAY "NOTHING CHANGED."
               GO TO 1100-Exit
           END-IF.
           REWRITE Publisher-Rec
               INVALID KEY
                   DISPLAY "PUBLISHER NOT CHANGED - NAME ALREADY "
                           "USED, STATUS " Pf-Status
                   GO TO 1100-Exit
           END-REWRITE.
           MOVE Pf-Publisher-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE Publisher-Rec TO At-After-Image.
           SET At-Op-Change TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "PUBLISHER CHANGED.".
       1100-Exit.
           EXIT.

      *    Shows the publisher and every title on file from them,
      *    read together on the book file's Bf-Publisher-Num key.
       1200-Inquire-Publisher.
           DISPLAY "ENTER PUBLISHER NUMBER: ".
           ACCEPT Pf-Publisher-Num.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY
                   DISPLAY "PUBLISHER NOT ON FILE."
                   GO TO 1200-Exit
           END-READ.
           PERFORM 1250-Show-Publisher THRU 1250-Exit.
           MOVE ZEROS TO Ws-Ref-Count.
           MOVE Pf-Publisher-Num TO Bf-Publisher-Num.
           MOVE "Y" TO Ws-Scan-More-Sw.
           START Book-File
               KEY IS EQUAL TO Bf-Publisher-Num
               INVALID KEY MOVE "N" TO Ws-Scan-More-Sw
           END-START.
           PERFORM UNTIL NOT Ws-Scan-More
               READ Book-File NEXT RECORD
                   AT END MOVE "N" TO Ws-Scan-More-Sw
                   NOT AT END
                       IF Bf-Publisher-Num NOT EQUAL TO
                          Pf-Publisher-Num
                           MOVE "N" TO Ws-Scan-More-Sw
                       ELSE
                           ADD 1 TO Ws-Ref-Count
                           PERFORM 2260-Show-Book-Line THRU 2260-Exit
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "TITLES ON FILE: " Ws-Ref-Count.
       1200-Exit.
           EXIT.

       1250-Show-Publisher.
           COMPUTE Ws-Disc-Pct = Pf-Discount-Rate * 100.
           MOVE Ws-Disc-Pct TO Ws-Disc-Prn.
           DISPLAY "PUBLISHER NUMBER : " Pf-Publisher-Num.
           DISPLAY "NAME             : " Pf-Publisher-Name.
           DISPLAY "ADDRESS          : " Pf-Publisher-Address.
           DISPLAY "MIN ORDER QTY    : " Pf-Min-Order-Qty.
           DISPLAY "DISCOUNT %       : " Ws-Disc-Prn.
       1250-Exit.
           EXIT.

      *    A publisher is only deleted when no book on file names
      *    them and no discount tier is held for them - otherwise
      *    the book file and AggregateBookOrders would be left
      *    pointing at nothing.
       1300-Delete-Publisher.
           DISPLAY "ENTER PUBLISHER NUMBER: ".
           ACCEPT Pf-Publisher-Num.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY
                   DISPLAY "PUBLISHER NOT ON FILE."
                   GO TO 1300-Exit
           END-READ.
           PERFORM 1250-Show-Publisher THRU 1250-Exit.
           MOVE Pf-Publisher-Num TO Bf-Publisher-Num.
           READ Book-File
               KEY IS Bf-Publisher-Num
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "BOOK " Bf-Book-Num " IS FROM THIS "
                           "PUBLISHER - NOT DELETED."
                   GO TO 1300-Exit
           END-READ.
           IF Ws-Tiers-Open
               MOVE Pf-Publisher-Num TO Pd-Publisher-Num
               MOVE ZEROS TO Pd-Min-Qty
               START Publisher-Disc-Tier-File
                   KEY IS NOT LESS THAN Pd-Tier-Key
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ Publisher-Disc-Tier-File NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF Pd-Publisher-Num EQUAL TO
                                  Pf-Publisher-Num
                                   DISPLAY "DISCOUNT TIERS ARE HELD "
                                       "FOR THIS PUBLISHER - NOT "
                                       "DELETED."
                                   GO TO 1300-Exit
                               END-IF
                       END-READ
               END-START
           END-IF.
           DISPLAY "DELETE THIS PUBLISHER (Y/N)? ".
           ACCEPT Ws-Confirm.
           IF NOT Ws-Confirmed
               DISPLAY "PUBLISHER NOT DELETED."
               GO TO 1300-Exit
           END-IF.
           MOVE Publisher-Rec TO Ws-Audit-Before-Rec.
           DELETE Publisher-File
               INVALID KEY
                   DISPLAY "PUBLISHER NOT DELETED - STATUS " Pf-Status
                   GO TO 1300-Exit
           END-DELETE.
           MOVE Pf-Publisher-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE SPACES TO At-After-Image.
           SET At-Op-Delete TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "PUBLISHER DELETED.".
       1300-Exit.
           EXIT.

      *    A new book.  Its publisher must already be on file, and
      *    an ISBN, where one is keyed, must not belong to another
      *    book.
       2000-Add-Book.
           DISPLAY "ENTER NEW BOOK NUMBER: ".
           ACCEPT Bf-Book-Num.
           IF Bf-Book-Num EQUAL TO ZEROS
               DISPLAY "BOOK NUMBER CANNOT BE ZERO."
               GO TO 2000-Exit
           END-IF.
           MOVE Bf-Book-Num TO Ws-Keep-Book.
           READ Book-File
               KEY IS Bf-Book-Num
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "BOOK ALREADY ON FILE: " Bf-Book-Title
                   GO TO 2000-Exit
           END-READ.
           DISPLAY "ENTER PUBLISHER NUMBER: ".
           ACCEPT Ws-New-Publisher.
           MOVE Ws-New-Publisher TO Pf-Publisher-Num.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY
                   DISPLAY "PUBLISHER NOT ON FILE - BOOK NOT ADDED."
                   GO TO 2000-Exit
           END-READ.
           DISPLAY "PUBLISHER: " Pf-Publisher-Name.
           DISPLAY "ENTER TITLE: ".
           ACCEPT Ws-New-Title.
           IF Ws-New-Title EQUAL TO SPACES
               DISPLAY "A BOOK NEEDS A TITLE - NOT ADDED."
               GO TO 2000-Exit
           END-IF.
           DISPLAY "ENTER ISBN (BLANK IF NONE): ".
           ACCEPT Ws-New-ISBN.
           DISPLAY "ENTER EDITION (0 IF NOT KNOWN): ".
           ACCEPT Ws-New-Edition.
           DISPLAY "ENTER LIST PRICE (NNNN.NN): ".
           ACCEPT Ws-New-Price.
           IF Ws-New-ISBN NOT EQUAL TO SPACES
               PERFORM 2500-Check-ISBN-Unused THRU 2500-Exit
               IF Ws-In-Use
                   GO TO 2000-Exit
               END-IF
           END-IF.
           MOVE Ws-Keep-Book TO Bf-Book-Num.
           MOVE Ws-New-Publisher TO Bf-Publisher-Num.
           MOVE Ws-New-Title TO Bf-Book-Title.
           MOVE Ws-New-Price TO Bf-List-Price.
           MOVE Ws-New-ISBN TO Bf-ISBN.
           MOVE Ws-New-Edition TO Bf-Edition.
           WRITE Book-Rec
               INVALID KEY
                   DISPLAY "BOOK NOT ADDED - STATUS " Bf-Status
                   GO TO 2000-Exit
           END-WRITE.
           MOVE SPACES TO Ws-Audit-Before-Rec.
           MOVE Bf-Book-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE Book-Rec TO At-After-Image.
           SET At-Op-Add TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "BOOK ADDED.".
       2000-Exit.
           EXIT.

       2100-Change-Book.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT Bf-Book-Num.
           READ Book-File
               KEY IS Bf-Book-Num
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE."
                   GO TO 2100-Exit
           END-READ.
           MOVE Bf-Book-Num TO Ws-Keep-Book.
           PERFORM 2250-Show-Book THRU 2250-Exit.
           MOVE Book-Rec TO Ws-Audit-Before-Rec.
           DISPLAY "NEW PUBLISHER NUMBER (0 = KEEP): ".
           ACCEPT Ws-New-Publisher.
           DISPLAY "NEW TITLE (BLANK = KEEP): ".
           ACCEPT Ws-New-Title.
           DISPLAY "NEW ISBN (BLANK = KEEP): ".
           ACCEPT Ws-New-ISBN.
           DISPLAY "NEW EDITION (0 = KEEP): ".
           ACCEPT Ws-New-Edition.
           DISPLAY "NEW LIST PRICE (NNNN.NN, 0 = KEEP): ".
           ACCEPT Ws-New-Price.
           IF Ws-New-Publisher NOT EQUAL TO ZEROS
               MOVE Ws-New-Publisher TO Pf-Publisher-Num
               READ Publisher-File
                   KEY IS Pf-Publisher-Num
                   INVALID KEY
                       DISPLAY "PUBLISHER NOT ON FILE - BOOK NOT "
                               "CHANGED."
                       GO TO 2100-Exit
               END-READ
           END-IF.
           IF Ws-New-ISBN NOT EQUAL TO SPACES
              AND Ws-New-ISBN NOT EQUAL TO Bf-ISBN
               PERFORM 2500-Check-ISBN-Unused THRU 2500-Exit
               IF Ws-In-Use
                   GO TO 2100-Exit
               END-IF
           END-IF.
           MOVE Ws-Audit-Before-Rec TO Book-Rec.
           IF Ws-New-Publisher NOT EQUAL TO ZEROS
               MOVE Ws-New-Publisher TO Bf-Publisher-Num
           END-IF.
           IF Ws-New-Title NOT EQUAL TO SPACES
               MOVE Ws-New-Title TO Bf-Book-Title
           END-IF.
           IF Ws-New-ISBN NOT EQUAL TO SPACES
               MOVE Ws-New-ISBN TO Bf-ISBN
           END-IF.
           IF Ws-New-Edition NOT EQUAL TO ZEROS
               MOVE Ws-New-Edition TO Bf-Edition
           END-IF.
           IF Ws-New-Price NOT EQUAL TO ZEROS
               MOVE Ws-New-Price TO Bf-List-Price
           END-IF.
           IF Book-Rec EQUAL TO Ws-Audit-Before-Rec (1:59)
               DISPLAY "NOTHING CHANGED."
               GO TO 2100-Exit
           END-IF.
           REWRITE Book-Rec
               INVALID KEY
                   DISPLAY "BOOK NOT CHANGED - STATUS " Bf-Status
                   GO TO 2100-Exit
           END-REWRITE.
           MOVE Bf-Book-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE Book-Rec TO At-After-Image.
           SET At-Op-Change TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "BOOK CHANGED.".
       2100-Exit.
           EXIT.

       2200-Inquire-Book.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT Bf-Book-Num.
           READ Book-File
               KEY IS Bf-Book-Num
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE."
                   GO TO 2200-Exit
           END-READ.
           PERFORM 2250-Show-Book THRU 2250-Exit.
       2200-Exit.
           EXIT.

       2250-Show-Book.
           MOVE Bf-List-Price TO Ws-Price-Prn.
           DISPLAY "BOOK NUMBER      : " Bf-Book-Num.
           DISPLAY "TITLE            : " Bf-Book-Title.
           DISPLAY "ISBN             : " Bf-ISBN.
           DISPLAY "EDITION          : " Bf-Edition.
           DISPLAY "LIST PRICE       : " Ws-Price-Prn.
           MOVE Bf-Publisher-Num TO Pf-Publisher-Num.
           READ Publisher-File
               KEY IS Pf-Publisher-Num
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO Pf-Publisher-Name
           END-READ.
           DISPLAY "PUBLISHER        : " Bf-Publisher-Num " "
                   Pf-Publisher-Name.
       2250-Exit.
           EXIT.

      *    One line per book for the publisher and lookup lists.
       2260-Show-Book-Line.
           MOVE Bf-List-Price TO Ws-Price-Prn.
           DISPLAY Bf-Book-Num " " Bf-Book-Title " " Bf-ISBN
                   " ED " Bf-Edition " " Ws-Price-Prn.
       2260-Exit.
           EXIT.

      *    A book is only deleted when no requisition on PRFILE.DAT
      *    is still open against it - pending, approved or on order.
      *    Rejected and arrived requisitions are history and do not
      *    hold the book on file.
       2300-Delete-Book.
           DISPLAY "ENTER BOOK NUMBER: ".
           ACCEPT Bf-Book-Num.
           READ Book-File
               KEY IS Bf-Book-Num
               INVALID KEY
                   DISPLAY "BOOK NOT ON FILE."
                   GO TO 2300-Exit
           END-READ.
           PERFORM 2250-Show-Book THRU 2250-Exit.
           MOVE ZEROS TO Ws-Ref-Count.
           IF Ws-Prs-Open
               PERFORM 2350-Count-Open-Reqs THRU 2350-Exit
           END-IF.
           IF Ws-Ref-Count NOT EQUAL TO ZEROS
               DISPLAY Ws-Ref-Count " OPEN REQUISITION(S) REFERENCE "
                       "THIS BOOK - NOT DELETED."
               GO TO 2300-Exit
           END-IF.
           DISPLAY "DELETE THIS BOOK (Y/N)? ".
           ACCEPT Ws-Confirm.
           IF NOT Ws-Confirmed
               DISPLAY "BOOK NOT DELETED."
               GO TO 2300-Exit
           END-IF.
           MOVE Book-Rec TO Ws-Audit-Before-Rec.
           DELETE Book-File
               INVALID KEY
                   DISPLAY "BOOK NOT DELETED - STATUS " Bf-Status
                   GO TO 2300-Exit
           END-DELETE.
           MOVE Bf-Book-Num TO At-Key-Value.
           MOVE Ws-Audit-Before-Rec TO At-Before-Image.
           MOVE SPACES TO At-After-Image.
           SET At-Op-Delete TO TRUE.
           PERFORM 5000-Write-Audit-Record THRU 5000-Exit.
           DISPLAY "BOOK DELETED.".
       2300-Exit.
           EXIT.

      *    Counts the open requisitions for Bf-Book-Num, read
      *    together on the requisition file's Pr-Book-Num key.
       2350-Count-Open-Reqs.
           MOVE Bf-Book-Num TO Pr-Book-Num.
           MOVE "Y" TO Ws-Scan-More-Sw.
           START Purchase-Req-File
               KEY IS EQUAL TO Pr-Book-Num
               INVALID KEY MOVE "N" TO Ws-Scan-More-Sw
           END-START.
           PERFORM UNTIL NOT Ws-Scan-More
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "N" TO Ws-Scan-More-Sw
                   NOT AT END
                       IF Pr-Book-Num NOT EQUAL TO Bf-Book-Num
                           MOVE "N" TO Ws-Scan-More-Sw
                       ELSE
                           IF Pr-Req-Open
                               ADD 1 TO Ws-Ref-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2350-Exit.
           EXIT.

      *    Neither the title nor the ISBN is a key, so the lookup
      *    reads the book file through.  A title matches when it
      *    begins with what was keyed; an ISBN must match in full.
       2400-Find-Book.
           DISPLAY "ENTER ISBN, OR THE START OF THE TITLE: ".
           ACCEPT Ws-Search-Text.
           IF Ws-Search-Text EQUAL TO SPACES
               GO TO 2400-Exit
           END-IF.
           MOVE ZEROS TO Ws-Search-Len.
           INSPECT Ws-Search-Text TALLYING Ws-Search-Len
               FOR CHARACTERS BEFORE INITIAL "  ".
           MOVE ZEROS TO Ws-Match-Count.
           MOVE ZEROS TO Bf-Book-Num.
           MOVE "Y" TO Ws-Scan-More-Sw.
           START Book-File
               KEY IS NOT LESS THAN Bf-Book-Num
               INVALID KEY MOVE "N" TO Ws-Scan-More-Sw
           END-START.
           PERFORM UNTIL NOT Ws-Scan-More
               READ Book-File NEXT RECORD
                   AT END MOVE "N" TO Ws-Scan-More-Sw
                   NOT AT END
                       IF Bf-ISBN EQUAL TO Ws-Search-Text (1:13)
                          OR Bf-Book-Title (1:Ws-Search-Len) EQUAL TO
                             Ws-Search-Text (1:Ws-Search-Len)
                           ADD 1 TO Ws-Match-Count
                           PERFORM 2260-Show-Book-Line THRU 2260-Exit
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "BOOKS FOUND: " Ws-Match-Count.
       2400-Exit.
           EXIT.

      *    Sets Ws-In-Use when Ws-New-ISBN already belongs to a book
      *    other than Ws-Keep-Book.  Leaves the book file positioned
      *    elsewhere, so callers re-read or rebuild Book-Rec after.
       2500-Check-ISBN-Unused.
           MOVE "N" TO Ws-In-Use-Sw.
           MOVE ZEROS TO Bf-Book-Num.
           MOVE "Y" TO Ws-Scan-More-Sw.
           START Book-File
               KEY IS NOT LESS THAN Bf-Book-Num
               INVALID KEY MOVE "N" TO Ws-Scan-More-Sw
           END-START.
           PERFORM UNTIL NOT Ws-Scan-More
               READ Book-File NEXT RECORD
                   AT END MOVE "N" TO Ws-Scan-More-Sw
                   NOT AT END
                       IF Bf-ISBN EQUAL TO Ws-New-ISBN
                          AND Bf-Book-Num NOT EQUAL TO Ws-Keep-Book
                           MOVE "Y" TO Ws-In-Use-Sw
                           MOVE "N" TO Ws-Scan-More-Sw
                       END-IF
               END-READ
           END-PERFORM.
           IF Ws-In-Use
               DISPLAY "ISBN ALREADY ON FILE FOR BOOK " Bf-Book-Num
                       " - NOT SAVED."
           END-IF.
       2500-Exit.
           EXIT.

      *    Common audit-trail append, called once At-Key-Value,
      *    At-Operation, and the before/after images have been set.
       5000-Write-Audit-Record.
           ACCEPT At-Ts-Date FROM DATE YYYYMMDD.
           ACCEPT At-Ts-Time FROM TIME.
           MOVE "PublisherBookMgmt" TO At-Program-Id.
           CALL "AuditChain" USING Audit-Trail-Rec.
           WRITE Audit-Trail-Rec.
           MOVE SPACES TO At-File-Name.
       5000-Exit.
           EXIT.
