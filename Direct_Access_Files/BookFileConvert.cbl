       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookFileConvert.
       AUTHOR.  AMRESH KADIAN.
      *The one-time run that carries BOOKFILE.DAT into the wider
      *BOOKFILE-REC.CPY record that added the list price, ISBN and
      *edition.  A file loaded before then holds the shorter record
      *and cannot be opened through the current FD.  Reloading it
      *with SetUpInxFiles would also reload PRFILE.DAT and put every
      *requisition back to Pending, so the book file is copied on its
      *own instead.  Run it by itself, not from a menu, with nobody
      *in the bookshop programs.
      *
      *Before the run the existing BOOKFILE.DAT is renamed
      *BOOKOLD.DAT.  Every book on it is read in book-number order
      *and moved field by field onto a new BOOKFILE.DAT with a zero
      *list price and edition and no ISBN, the same as SetUpInxFiles
      *loads a line of IN-BOOK.DAT that stops short; they are keyed
      *afterward through PublisherBookMgmt.  The new file is then read
      *back in book-number order and along Bf-Publisher-Num, counting
      *the books each reaches.  The run is good only when all three
      *counts agree and no book failed to write; anything else sets
      *RETURN-CODE 1, and the new BOOKFILE.DAT must be removed and
      *BOOKOLD.DAT renamed back before any other program runs.  The
      *run refuses to start while a BOOKFILE.DAT is still present.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Book-File ASSIGN TO "BOOKOLD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Ob-Book-Num
                  ALTERNATE RECORD KEY IS Ob-Publisher-Num
                                WITH DUPLICATES
                  FILE STATUS IS Ob-Status.

           SELECT Book-File ASSIGN TO "BOOKFILE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Bf-Book-Num
                  ALTERNATE RECORD KEY IS Bf-Publisher-Num
                                WITH DUPLICATES
                  FILE STATUS IS Bf-Status.

       DATA DIVISION.
       FILE SECTION.
      *    The book record as SetUpInxFiles first loaded it - 38 bytes.
       FD  Old-Book-File.
       01  Old-Book-Rec.
           02 Ob-Book-Num              PIC 9(4).
           02 Ob-Publisher-Num         PIC 9(4).
           02 Ob-Book-Title            PIC X(30).

       FD  Book-File.
           COPY "BOOKFILE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  Status-Codes.
           02 Ob-Status                PIC X(2).
              88 Ob-Ok                 VALUE "00".
              COPY "FS-STATUS-CODES.CPY".
           02 Bf-Status                PIC X(2).
              88 Bf-Ok                 VALUE "00".
              88 Bf-Dup-Alt-Key        VALUE "02".
              88 Bf-File-Missing       VALUE "35".
              COPY "FS-STATUS-CODES.CPY".

       01  Run-Control.
           02 Ws-Eof-Sw                PIC X(1) VALUE "N".
              88 Ws-Eof                VALUE "Y".
           02 Ws-Verify-Ok-Sw          PIC X(1) VALUE "Y".
              88 Ws-Verify-Ok          VALUE "Y".
           02 Ws-Before-Count          PIC 9(7) VALUE ZEROS.
           02 Ws-After-Count           PIC 9(7) VALUE ZEROS.
           02 Ws-Publisher-Count       PIC 9(7) VALUE ZEROS.
           02 Ws-Failed-Count          PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT Old-Book-File.
           IF NOT Ob-Ok
               DISPLAY "BOOKOLD.DAT NOT AVAILABLE - STATUS "
                       Ob-Status " - NOTHING CONVERTED."
               DISPLAY "RENAME BOOKFILE.DAT TO BOOKOLD.DAT BEFORE "
                       "THE RUN."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Book-File.
           IF NOT Bf-File-Missing
               IF Bf-Ok
                   CLOSE Book-File
               END-IF
               DISPLAY "BOOKFILE.DAT STILL PRESENT - STATUS "
                       Bf-Status " - NOTHING CONVERTED."
               CLOSE Old-Book-File
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Book-File.
           IF NOT Bf-Ok
               DISPLAY "NEW BOOKFILE.DAT NOT CREATED - STATUS "
                       Bf-Status " - NOTHING CONVERTED."
               CLOSE Old-Book-File
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO Ob-Book-Num.
           START Old-Book-File KEY IS NOT LESS THAN Ob-Book-Num
               INVALID KEY SET Ws-Eof TO TRUE
           END-START.
           PERFORM Copy-One-Book UNTIL Ws-Eof.
           CLOSE Old-Book-File, Book-File.

           PERFORM Verify-New-File.
           PERFORM Print-Totals.
           STOP RUN.

      *    A book whose publisher is already on file comes back "02"
      *    off the WRITE, which NOT INVALID KEY treats as written.
       Copy-One-Book.
           READ Old-Book-File NEXT RECORD
               AT END
                   SET Ws-Eof TO TRUE
               NOT AT END
                   IF Ob-Ok
                       ADD 1 TO Ws-Before-Count
                       PERFORM Write-New-Book
                   ELSE
                       DISPLAY "BOOKOLD.DAT READ FAILED - STATUS "
                               Ob-Status
                       ADD 1 TO Ws-Failed-Count
                       SET Ws-Eof TO TRUE
                   END-IF
           END-READ.

       Write-New-Book.
           INITIALIZE Book-Rec.
           MOVE Ob-Book-Num      TO Bf-Book-Num.
           MOVE Ob-Publisher-Num TO Bf-Publisher-Num.
           MOVE Ob-Book-Title    TO Bf-Book-Title.
           MOVE ZEROS            TO Bf-List-Price.
           MOVE SPACES           TO Bf-ISBN.
           MOVE ZEROS            TO Bf-Edition.
           WRITE Book-Rec
               INVALID KEY
                   DISPLAY "BOOK " Bf-Book-Num
                           " NOT WRITTEN - STATUS " Bf-Status
                   ADD 1 TO Ws-Failed-Count
           END-WRITE.

      *    Counts the new file in book-number order and again along
      *    the publisher key - a book missing from that index would
      *    be left out of every publisher's order.
       Verify-New-File.
           OPEN INPUT Book-File.
           IF NOT Bf-Ok
               DISPLAY "NEW BOOKFILE.DAT NOT READABLE - STATUS "
                       Bf-Status
               MOVE "N" TO Ws-Verify-Ok-Sw
           ELSE
               MOVE "N" TO Ws-Eof-Sw
               MOVE ZEROS TO Bf-Book-Num
               START Book-File KEY IS NOT LESS THAN Bf-Book-Num
                   INVALID KEY SET Ws-Eof TO TRUE
               END-START
               PERFORM Count-By-Book UNTIL Ws-Eof
               MOVE "N" TO Ws-Eof-Sw
               MOVE ZEROS TO Bf-Publisher-Num
               START Book-File KEY IS NOT LESS THAN Bf-Publisher-Num
                   INVALID KEY SET Ws-Eof TO TRUE
               END-START
               PERFORM Count-By-Publisher UNTIL Ws-Eof
               CLOSE Book-File
           END-IF.

       Count-By-Book.
           READ Book-File NEXT RECORD
               AT END
                   SET Ws-Eof TO TRUE
               NOT AT END
                   IF Bf-Ok
                       ADD 1 TO Ws-After-Count
                   ELSE
                       DISPLAY "NEW BOOKFILE.DAT READ FAILED - STATUS "
                               Bf-Status
                       MOVE "N" TO Ws-Verify-Ok-Sw
                       SET Ws-Eof TO TRUE
                   END-IF
           END-READ.

      *    "02" is an ordinary read along the publisher key - more
      *    books share this one's publisher.
       Count-By-Publisher.
           READ Book-File NEXT RECORD
               AT END
                   SET Ws-Eof TO TRUE
               NOT AT END
                   IF Bf-Ok OR Bf-Dup-Alt-Key
                       ADD 1 TO Ws-Publisher-Count
                   ELSE
                       DISPLAY "NEW BOOKFILE.DAT PUBLISHER READ "
                               "FAILED - STATUS " Bf-Status
                       MOVE "N" TO Ws-Verify-Ok-Sw
                       SET Ws-Eof TO TRUE
                   END-IF
           END-READ.

       Print-Totals.
           DISPLAY "BOOK FILE CONVERSION COMPLETE".
           DISPLAY "  BOOKS READ FROM BOOKOLD.DAT  " Ws-Before-Count.
           DISPLAY "  BOOKS ON NEW BOOKFILE.DAT    " Ws-After-Count.
           DISPLAY "    REACHED BY PUBLISHER KEY   " Ws-Publisher-Count.
           DISPLAY "  BOOKS NOT WRITTEN            " Ws-Failed-Count.
           IF Ws-Failed-Count > ZERO
              OR Ws-After-Count NOT = Ws-Before-Count
              OR Ws-Publisher-Count NOT = Ws-Before-Count
               MOVE "N" TO Ws-Verify-Ok-Sw
           END-IF.
           IF Ws-Verify-Ok
               DISPLAY "COUNTS AGREE - KEEP BOOKOLD.DAT WITH THE "
                       "BACKUPS UNTIL THE NEW FILE HAS BEEN IN USE"
               DISPLAY "FOR A TERM."
           ELSE
               DISPLAY "COUNTS DO NOT AGREE - REMOVE THE NEW "
                       "BOOKFILE.DAT AND RENAME BOOKOLD.DAT BACK"
               DISPLAY "BEFORE ANY OTHER RUN."
               MOVE 1 TO RETURN-CODE
           END-IF.
