      *  off the QTR-BORROWINGS-FA counts on BOOKS.DAT, but nothing   *
      *  in the system ever posted a borrowing - the counts were      *
      *  maintained outside and simply trusted.  This program reads   *
      *  the dated transaction feed (BORROWTX.DAT) that LibBorrowFeed *
      *  generates at quarter end from the circulation loans on       *
      *  LIBLOAN.DAT, validates each book number against BOOKS.DAT,   *
      *  posts the good counts into QTR-BORROWINGS-FA with an         *
      *  audit-trail image per update, and writes the unknowns to an  *
      *  exception report instead of losing them.  The feed ends with *
      *  a trailer carrying the generator's own record count and      *
      *  borrowing total; the run is balanced against it and flagged  *
      *  loudly when the control totals do not prove out, so the      *
      *  quarterly royalty run sits on an auditable feed instead of   *
      *  hand-edited masters.                                         *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
           02 QTR-BORROWINGS-FA         PIC 999.
           02 BOOK-CURRENCY-FA          PIC X(3).

      *    One record per book borrowed in the quarter; the final
      *    record is the feed's own control trailer.
       FD  BORROW-TXN-FILE.
           COPY "BORROW-TXN-REC.CPY".

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE               PIC X(80).
                   MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                   MOVE BOOK-REC-FA TO AT-AFTER-IMAGE
                   SET AT-OP-CHANGE TO TRUE
                   MOVE "BOOKS.DAT" TO AT-FILE-NAME
                   PERFORM 55-WRITE-AUDIT-RECORD THRU 55-EXIT
           END-REWRITE.
       30-EXIT.
           ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AT-TS-TIME FROM TIME.
           MOVE "BorrowingIntake" TO AT-PROGRAM-ID.
           CALL "AuditChain" USING AUDIT-TRAIL-REC.
           WRITE AUDIT-TRAIL-REC.
           MOVE SPACES TO AT-FILE-NAME.
       55-EXIT.
           EXIT.

