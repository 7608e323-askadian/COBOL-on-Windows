      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AuthorAdvanceMgmt.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  AUTHOR ADVANCE MAINTENANCE.  Some authors are paid an        *
      *  advance on signing and contractually receive no royalty      *
      *  until it has been earned back.  This program maintains the   *
      *  advance ledger AUTHADV.DAT (AUTHOR-ADVANCE-REC.CPY), one     *
      *  record per author keyed on the AUTHOR.DAT author number:     *
      *  the advance paid, the date paid and the amount recouped to   *
      *  date.  LibRoyaltyRpt applies each quarter's earned royalty   *
      *  against the unrecouped balance before paying the agent and   *
      *  keeps the recouped-to-date figure current; this program      *
      *  only records and corrects the advance itself.                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHOR-ADVANCE-FILE ASSIGN TO "AUTHADV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AV-AUTHOR-NUMBER
                   FILE STATUS IS ADVANCE-ERROR-STATUS.

           SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AUTHOR-NUM-FB
                   ALTERNATE RECORD KEY IS AGENT-NAME-FB
                                       WITH DUPLICATES
                   FILE STATUS IS AUTHOR-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTHOR-ADVANCE-FILE.
           COPY "AUTHOR-ADVANCE-REC.CPY".

       FD  AUTHOR-FILE.
       01  AUTHOR-REC-FB.
           02 AUTHOR-NUM-FB             PIC 9(7).
           02 AUTHOR-NAME-FB            PIC X(25).
           02 AGENT-NAME-FB             PIC X(25).
           02 AGENT-PAYMENT-METHOD-FB   PIC X(05).
           02 AGENT-BANK-DETAILS-FB.
              03 AGENT-ROUTING-NUM-FB   PIC X(09).
              03 AGENT-ACCOUNT-NUM-FB   PIC X(17).

       WORKING-STORAGE SECTION.
       01  ERROR-STATES.
           02 ADVANCE-ERROR-STATUS      PIC X(2).
              88 ADVANCE-FILE-MISSING   VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 AUTHOR-ERROR-STATUS       PIC X(2).
              COPY "FS-STATUS-CODES.CPY".

       01  MENU-CONTROL.
           02 MENU-OPTION               PIC X(1) VALUE SPACE.
           02 EXIT-OPTION               PIC X(1) VALUE "5".
           02 LIST-MORE-SW              PIC X(1) VALUE "N".
              88 LIST-MORE              VALUE "Y".
           02 WS-CONFIRM                PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED           VALUE "Y" "y".

       01  ADVANCE-ENTRY.
           02 WS-NEW-ADVANCE-AMOUNT     PIC 9(7)V99 VALUE ZEROS.
           02 WS-NEW-ADVANCE-DATE       PIC 9(8) VALUE ZEROS.
           02 WS-UNRECOUPED             PIC 9(7)V99 VALUE ZEROS.
           02 WS-AMOUNT-PRN             PIC Z,ZZZ,ZZ9.99.
           02 WS-RECOUPED-PRN           PIC Z,ZZZ,ZZ9.99.
           02 WS-UNRECOUPED-PRN         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       10-BEGIN.
           OPEN I-O AUTHOR-ADVANCE-FILE.
           IF ADVANCE-FILE-MISSING
               CLOSE AUTHOR-ADVANCE-FILE
               OPEN OUTPUT AUTHOR-ADVANCE-FILE
               CLOSE AUTHOR-ADVANCE-FILE
               OPEN I-O AUTHOR-ADVANCE-FILE
           END-IF.
           OPEN INPUT AUTHOR-FILE.
           PERFORM 20-DISPLAY-MENU
               UNTIL MENU-OPTION EQUAL TO EXIT-OPTION.
           CLOSE AUTHOR-ADVANCE-FILE.
           CLOSE AUTHOR-FILE.
           STOP RUN.

       20-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Author Advance Maintenance".
           DISPLAY "--------------------------".
           DISPLAY "1. Record Advance Paid".
           DISPLAY "2. Correct Advance".
           DISPLAY "3. Show Advance For An Author".
           DISPLAY "4. List Advances Not Yet Recouped".
           DISPLAY "5. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1" PERFORM 30-ADD-ADVANCE THRU 30-EXIT
               WHEN "2" PERFORM 40-CORRECT-ADVANCE THRU 40-EXIT
               WHEN "3" PERFORM 50-SHOW-ADVANCE THRU 50-EXIT
               WHEN "4" PERFORM 60-LIST-UNRECOUPED THRU 60-EXIT
               WHEN EXIT-OPTION CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    Records an advance paid on signing.  The author must be on
      *    AUTHOR.DAT.  A second advance to an author already on the
      *    ledger is added to the amount still being recouped, with
      *    the new date paid, once the operator confirms it.
       30-ADD-ADVANCE.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT AUTHOR-NUM-FB.
           READ AUTHOR-FILE
               KEY IS AUTHOR-NUM-FB
               INVALID KEY
                   DISPLAY "AUTHOR NOT ON FILE - ADVANCE NOT ADDED."
                   GO TO 30-EXIT
           END-READ.
           DISPLAY "AUTHOR: " AUTHOR-NAME-FB.
           DISPLAY "ENTER ADVANCE AMOUNT (NNNNNNN.NN): ".
           ACCEPT WS-NEW-ADVANCE-AMOUNT.
           IF WS-NEW-ADVANCE-AMOUNT EQUAL TO ZEROS
               DISPLAY "ADVANCE AMOUNT MUST BE GREATER THAN ZERO."
               GO TO 30-EXIT
           END-IF.
           DISPLAY "ENTER DATE PAID (YYYYMMDD): ".
           ACCEPT WS-NEW-ADVANCE-DATE.
           MOVE AUTHOR-NUM-FB TO AV-AUTHOR-NUMBER.
           READ AUTHOR-ADVANCE-FILE
               KEY IS AV-AUTHOR-NUMBER
               INVALID KEY
                   MOVE AUTHOR-NUM-FB TO AV-AUTHOR-NUMBER
                   MOVE WS-NEW-ADVANCE-AMOUNT TO AV-ADVANCE-AMOUNT
                   MOVE WS-NEW-ADVANCE-DATE TO AV-ADVANCE-DATE
                   MOVE ZEROS TO AV-RECOUPED-TO-DATE
                   MOVE ZEROS TO AV-LAST-RECOUP-YEAR
                                 AV-LAST-RECOUP-QUARTER
                                 AV-LAST-RECOUP-AMOUNT
                   WRITE AUTHOR-ADVANCE-REC
                       INVALID KEY
                           DISPLAY "ADVANCE NOT SAVED - STATUS "
                                   ADVANCE-ERROR-STATUS
                       NOT INVALID KEY
                           DISPLAY "ADVANCE ADDED."
                   END-WRITE
                   GO TO 30-EXIT
           END-READ.
           PERFORM 70-DISPLAY-ADVANCE THRU 70-EXIT.
           DISPLAY "AUTHOR ALREADY HAS AN ADVANCE - ADD THIS ONE TO "
                   "IT (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "ADVANCE NOT ADDED."
               GO TO 30-EXIT
           END-IF.
           ADD WS-NEW-ADVANCE-AMOUNT TO AV-ADVANCE-AMOUNT
               ON SIZE ERROR
                   DISPLAY "ADVANCE TOTAL TOO LARGE - NOT ADDED."
                   GO TO 30-EXIT
           END-ADD.
           MOVE WS-NEW-ADVANCE-DATE TO AV-ADVANCE-DATE.
           REWRITE AUTHOR-ADVANCE-REC
               INVALID KEY
                   DISPLAY "ADVANCE NOT SAVED - STATUS "
                           ADVANCE-ERROR-STATUS
               NOT INVALID KEY
                   DISPLAY "ADVANCE ADDED TO EXISTING BALANCE."
           END-REWRITE.
       30-EXIT.
           EXIT.

      *    Corrects a mis-keyed advance amount or date paid.  The
      *    amount recouped to date belongs to LibRoyaltyRpt and is not
      *    changed here, so the advance cannot be corrected below
      *    what the royalty runs have already recouped against it.
       40-CORRECT-ADVANCE.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT AV-AUTHOR-NUMBER.
           READ AUTHOR-ADVANCE-FILE
               KEY IS AV-AUTHOR-NUMBER
               INVALID KEY
                   DISPLAY "NO ADVANCE ON FILE FOR THIS AUTHOR."
                   GO TO 40-EXIT
           END-READ.
           PERFORM 70-DISPLAY-ADVANCE THRU 70-EXIT.
           DISPLAY "ENTER CORRECT ADVANCE AMOUNT (NNNNNNN.NN): ".
           ACCEPT WS-NEW-ADVANCE-AMOUNT.
           IF WS-NEW-ADVANCE-AMOUNT LESS THAN AV-RECOUPED-TO-DATE
               DISPLAY "AMOUNT IS LESS THAN ALREADY RECOUPED - "
                       "NOT CORRECTED."
               GO TO 40-EXIT
           END-IF.
           DISPLAY "ENTER CORRECT DATE PAID (YYYYMMDD): ".
           ACCEPT WS-NEW-ADVANCE-DATE.
           MOVE WS-NEW-ADVANCE-AMOUNT TO AV-ADVANCE-AMOUNT.
           MOVE WS-NEW-ADVANCE-DATE TO AV-ADVANCE-DATE.
           REWRITE AUTHOR-ADVANCE-REC
               INVALID KEY
                   DISPLAY "ADVANCE NOT SAVED - STATUS "
                           ADVANCE-ERROR-STATUS
               NOT INVALID KEY
                   DISPLAY "ADVANCE CORRECTED."
           END-REWRITE.
       40-EXIT.
           EXIT.

       50-SHOW-ADVANCE.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT AV-AUTHOR-NUMBER.
           READ AUTHOR-ADVANCE-FILE
               KEY IS AV-AUTHOR-NUMBER
               INVALID KEY
                   DISPLAY "NO ADVANCE ON FILE FOR THIS AUTHOR."
                   GO TO 50-EXIT
           END-READ.
           PERFORM 70-DISPLAY-ADVANCE THRU 70-EXIT.
       50-EXIT.
           EXIT.

      *    Every author whose advance has not yet been earned back in
      *    full, in author-number order.
       60-LIST-UNRECOUPED.
           MOVE ZEROS TO AV-AUTHOR-NUMBER.
           DISPLAY "AUTHOR  DATE PAID       ADVANCE      RECOUPED"
                   "   UNRECOUPED".
           MOVE "Y" TO LIST-MORE-SW.
           START AUTHOR-ADVANCE-FILE
               KEY IS NOT LESS THAN AV-AUTHOR-NUMBER
               INVALID KEY MOVE "N" TO LIST-MORE-SW
           END-START.
           PERFORM UNTIL NOT LIST-MORE
               READ AUTHOR-ADVANCE-FILE NEXT RECORD
                   AT END MOVE "N" TO LIST-MORE-SW
                   NOT AT END
                       IF AV-RECOUPED-TO-DATE LESS THAN
                               AV-ADVANCE-AMOUNT
                           SUBTRACT AV-RECOUPED-TO-DATE
                               FROM AV-ADVANCE-AMOUNT
                               GIVING WS-UNRECOUPED
                           MOVE AV-ADVANCE-AMOUNT TO WS-AMOUNT-PRN
                           MOVE AV-RECOUPED-TO-DATE
                             TO WS-RECOUPED-PRN
                           MOVE WS-UNRECOUPED TO WS-UNRECOUPED-PRN
                           DISPLAY AV-AUTHOR-NUMBER " "
                                   AV-ADVANCE-DATE " "
                                   WS-AMOUNT-PRN " "
                                   WS-RECOUPED-PRN " "
                                   WS-UNRECOUPED-PRN
                       END-IF
               END-READ
           END-PERFORM.
       60-EXIT.
           EXIT.

       70-DISPLAY-ADVANCE.
           MOVE ZEROS TO WS-UNRECOUPED.
           IF AV-RECOUPED-TO-DATE LESS THAN AV-ADVANCE-AMOUNT
               SUBTRACT AV-RECOUPED-TO-DATE FROM AV-ADVANCE-AMOUNT
                   GIVING WS-UNRECOUPED
           END-IF.
           MOVE AV-ADVANCE-AMOUNT TO WS-AMOUNT-PRN.
           MOVE AV-RECOUPED-TO-DATE TO WS-RECOUPED-PRN.
           MOVE WS-UNRECOUPED TO WS-UNRECOUPED-PRN.
           DISPLAY "AUTHOR NUMBER   : " AV-AUTHOR-NUMBER.
           DISPLAY "ADVANCE PAID    : " WS-AMOUNT-PRN.
           DISPLAY "DATE PAID       : " AV-ADVANCE-DATE.
           DISPLAY "RECOUPED TO DATE: " WS-RECOUPED-PRN.
           DISPLAY "UNRECOUPED      : " WS-UNRECOUPED-PRN.
           IF AV-LAST-RECOUP-AMOUNT GREATER THAN ZEROS
               DISPLAY "LAST RECOUPED   : Q" AV-LAST-RECOUP-QUARTER
                       "/" AV-LAST-RECOUP-YEAR
           END-IF.
       70-EXIT.
           EXIT.
