      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PayeeTaxMgmt.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  ROYALTY PAYEE TAX DETAILS MAINTENANCE.  Tax must be withheld *
      *  at payment time from a royalty payee with no tax id on file  *
      *  or with foreign status.  This program maintains PAYEETAX.DAT *
      *  (PAYEE-TAX-REC.CPY), one record per author/agent payee       *
      *  keyed on the AUTHOR.DAT author number: the tax id, the       *
      *  withholding status (V valid tax id, N no tax id, F foreign)  *
      *  and the rate to withhold.  LibRoyaltyRpt withholds from      *
      *  every payee not recorded here as V, so an author with no     *
      *  record is treated as having no tax id on file.               *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-TAX-FILE ASSIGN TO "PAYEETAX.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WH-AUTHOR-NUMBER
                   FILE STATUS IS PAYEE-ERROR-STATUS.

           SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AUTHOR-NUM-FB
                   ALTERNATE RECORD KEY IS AGENT-NAME-FB
                                       WITH DUPLICATES
                   FILE STATUS IS AUTHOR-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYEE-TAX-FILE.
           COPY "PAYEE-TAX-REC.CPY".

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
           02 PAYEE-ERROR-STATUS        PIC X(2).
              88 PAYEE-FILE-MISSING     VALUE "35".
              88 PAYEE-RECORD-FOUND     VALUE "00".
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

       01  PAYEE-ENTRY.
           02 WS-NEW-TAX-ID             PIC X(11) VALUE SPACES.
           02 WS-NEW-STATUS             PIC X(1) VALUE SPACE.
              88 WS-NEW-STATUS-VALID    VALUE "V".
              88 WS-NEW-STATUS-KNOWN    VALUE "V" "N" "F".
           02 WS-NEW-RATE-PCT           PIC 9(3)V99 VALUE ZEROS.
           02 WS-TODAY                  PIC 9(8) VALUE ZEROS.
           02 WS-RATE-PRN               PIC ZZ9.99.

       PROCEDURE DIVISION.
       10-BEGIN.
           OPEN I-O PAYEE-TAX-FILE.
           IF PAYEE-FILE-MISSING
               CLOSE PAYEE-TAX-FILE
               OPEN OUTPUT PAYEE-TAX-FILE
               CLOSE PAYEE-TAX-FILE
               OPEN I-O PAYEE-TAX-FILE
           END-IF.
           OPEN INPUT AUTHOR-FILE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 20-DISPLAY-MENU
               UNTIL MENU-OPTION EQUAL TO EXIT-OPTION.
           CLOSE PAYEE-TAX-FILE.
           CLOSE AUTHOR-FILE.
           STOP RUN.

       20-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "Royalty Payee Tax Details".
           DISPLAY "-------------------------".
           DISPLAY "1. Enter/Correct Tax Details".
           DISPLAY "2. Show Tax Details For An Author".
           DISPLAY "3. Delete Tax Details".
           DISPLAY "4. List Payees Subject To Withholding".
           DISPLAY "5. Exit".
           DISPLAY "Enter your choice:".
           ACCEPT MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1" PERFORM 30-ENTER-DETAILS THRU 30-EXIT
               WHEN "2" PERFORM 40-SHOW-DETAILS THRU 40-EXIT
               WHEN "3" PERFORM 50-DELETE-DETAILS THRU 50-EXIT
               WHEN "4" PERFORM 60-LIST-WITHHELD THRU 60-EXIT
               WHEN EXIT-OPTION CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.

      *    Adds or corrects an author's tax details.  A valid status
      *    needs a tax id; a withheld status may leave the rate at
      *    zero to take the ROY-WHT-PCT system parameter.
       30-ENTER-DETAILS.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT AUTHOR-NUM-FB.
           READ AUTHOR-FILE
               KEY IS AUTHOR-NUM-FB
               INVALID KEY
                   DISPLAY "AUTHOR NOT ON FILE - DETAILS NOT SAVED."
                   GO TO 30-EXIT
           END-READ.
           DISPLAY "AUTHOR: " AUTHOR-NAME-FB "  AGENT: " AGENT-NAME-FB.
           DISPLAY "ENTER TAX ID (BLANK IF NONE ON FILE): ".
           ACCEPT WS-NEW-TAX-ID.
           DISPLAY "ENTER STATUS (V=VALID TAX ID, N=NO TAX ID, "
                   "F=FOREIGN): ".
           ACCEPT WS-NEW-STATUS.
           IF NOT WS-NEW-STATUS-KNOWN
               DISPLAY "STATUS MUST BE V, N OR F - DETAILS NOT SAVED."
               GO TO 30-EXIT
           END-IF.
           IF WS-NEW-STATUS-VALID
               AND WS-NEW-TAX-ID EQUAL TO SPACES
               DISPLAY "A VALID STATUS NEEDS A TAX ID - DETAILS NOT "
                       "SAVED."
               GO TO 30-EXIT
           END-IF.
           MOVE ZEROS TO WS-NEW-RATE-PCT.
           IF NOT WS-NEW-STATUS-VALID
               DISPLAY "ENTER WITHHOLDING RATE % (NNN.NN, 0 = "
                       "STANDARD RATE): "
               ACCEPT WS-NEW-RATE-PCT
               IF WS-NEW-RATE-PCT GREATER THAN 100
                   DISPLAY "RATE CANNOT EXCEED 100% - DETAILS NOT "
                           "SAVED."
                   GO TO 30-EXIT
               END-IF
           END-IF.
           MOVE AUTHOR-NUM-FB TO WH-AUTHOR-NUMBER.
           MOVE WS-NEW-TAX-ID TO WH-TAX-ID.
           MOVE WS-NEW-STATUS TO WH-STATUS.
           MOVE WS-NEW-RATE-PCT TO WH-RATE-PCT.
           MOVE WS-TODAY TO WH-LAST-CHANGED.
           WRITE PAYEE-TAX-REC
               INVALID KEY
                   REWRITE PAYEE-TAX-REC
                       INVALID KEY
                           DISPLAY "DETAILS NOT SAVED - STATUS "
                                   PAYEE-ERROR-STATUS
                       NOT INVALID KEY
                           DISPLAY "TAX DETAILS CORRECTED."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "TAX DETAILS ADDED."
           END-WRITE.
       30-EXIT.
           EXIT.

       40-SHOW-DETAILS.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT WH-AUTHOR-NUMBER.
           READ PAYEE-TAX-FILE
               KEY IS WH-AUTHOR-NUMBER
               INVALID KEY
                   DISPLAY "NO TAX DETAILS ON FILE - PAYMENTS ARE "
                           "WITHHELD AT THE STANDARD RATE."
                   GO TO 40-EXIT
           END-READ.
           MOVE WH-RATE-PCT TO WS-RATE-PRN.
           DISPLAY "AUTHOR NUMBER: " WH-AUTHOR-NUMBER.
           DISPLAY "TAX ID       : " WH-TAX-ID.
           DISPLAY "STATUS       : " WH-STATUS.
           DISPLAY "RATE %       : " WS-RATE-PRN.
           DISPLAY "LAST CHANGED : " WH-LAST-CHANGED.
       40-EXIT.
           EXIT.

       50-DELETE-DETAILS.
           DISPLAY "ENTER AUTHOR NUMBER: ".
           ACCEPT WH-AUTHOR-NUMBER.
           DISPLAY "DELETING LEAVES THE AUTHOR WITH NO TAX ID ON FILE "
                   "- CONTINUE (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "DETAILS NOT DELETED."
               GO TO 50-EXIT
           END-IF.
           DELETE PAYEE-TAX-FILE
               INVALID KEY
                   DISPLAY "DETAILS NOT FOUND - STATUS "
                           PAYEE-ERROR-STATUS
               NOT INVALID KEY
                   DISPLAY "TAX DETAILS DELETED."
           END-DELETE.
       50-EXIT.
           EXIT.

      *    Every payee on file whose payments are withheld.  Authors
      *    with no record at all are withheld too but, having no
      *    record, cannot be listed from this file.
       60-LIST-WITHHELD.
           MOVE ZEROS TO WH-AUTHOR-NUMBER.
           DISPLAY "AUTHOR  TAX ID      ST  RATE%".
           MOVE "Y" TO LIST-MORE-SW.
           START PAYEE-TAX-FILE
               KEY IS NOT LESS THAN WH-AUTHOR-NUMBER
               INVALID KEY MOVE "N" TO LIST-MORE-SW
           END-START.
           PERFORM UNTIL NOT LIST-MORE
               READ PAYEE-TAX-FILE NEXT RECORD
                   AT END MOVE "N" TO LIST-MORE-SW
                   NOT AT END
                       IF NOT WH-TAX-ID-VALID
                           MOVE WH-RATE-PCT TO WS-RATE-PRN
                           DISPLAY WH-AUTHOR-NUMBER " " WH-TAX-ID " "
                                   WH-STATUS "  " WS-RATE-PRN
                       END-IF
               END-READ
           END-PERFORM.
       60-EXIT.
           EXIT.
