       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoyaltyHistConvert.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  ROYALTY PAYMENT HISTORY CONVERSION - THE ONE-TIME RUN THAT   *
      *  CARRIES ROYPYHST INTO THE WIDER PAYMENT-HIST-REC.CPY RECORD  *
      *  THAT ADDED THE ADVANCE RECOUPMENT AND WITHHOLDING FIGURES.   *
      *  A FILE WRITTEN BEFORE THEM HOLDS THE SHORTER RECORD AND      *
      *  CANNOT BE OPENED THROUGH THE CURRENT FD, SO IT HAS TO BE     *
      *  COPIED INTO A FRESH ONE.  IT IS RUN ON ITS OWN, NOT FROM A   *
      *  MENU, WITH NO ROYALTY RUN IN PROGRESS.                       *
      *                                                               *
      *  BEFORE THE RUN THE EXISTING roypyhst IS RENAMED roypyold.    *
      *  EVERY ROW ON roypyold IS READ IN HISTORY-KEY ORDER AND MOVED *
      *  FIELD BY FIELD ONTO A NEW roypyhst.  NO ADVANCE WAS RECOUPED *
      *  AND NOTHING WAS WITHHELD FROM A QUARTER PAID BEFORE THE      *
      *  RECORD CARRIED THEM, SO PH-ROYALTY-EARNED AND                *
      *  PH-GROSS-PAYMENT ARE BOTH SET TO THE PH-ROYALTY-AMOUNT PAID, *
      *  THE RECOUPED, UNRECOUPED, WITHHELD AND RATE FIGURES ARE      *
      *  ZERO, AND PH-WHT-STATUS IS LEFT SPACE - NO TAX STATUS WAS    *
      *  LOOKED UP FOR THAT PAYMENT.  THE RECORD COUNT AND THE        *
      *  PH-ROYALTY-AMOUNT TOTAL ARE FOOTED AS EACH ROW IS COPIED.    *
      *  THE NEW FILE IS THEN CLOSED, OPENED AGAIN AND READ BACK IN   *
      *  KEY ORDER AND ALONG THE PH-AGENT-NAME KEY, COUNTING THE ROWS *
      *  EACH REACHES.                                                *
      *                                                               *
      *  THE RUN IS GOOD ONLY WHEN EVERY COUNT AND THE TOTAL AGREE    *
      *  BEFORE AND AFTER AND NO ROW FAILED TO WRITE.  ANYTHING ELSE  *
      *  SETS RETURN-CODE 1, AND THE NEW roypyhst MUST BE REMOVED AND *
      *  roypyold RENAMED BACK BEFORE ANY OTHER PROGRAM RUNS.  THE    *
      *  RUN REFUSES TO START WHILE A roypyhst IS STILL PRESENT, SO   *
      *  IT CAN NEVER WRITE OVER THE LIVE FILE.                       *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The file as it stood before the wider record - the same
      *    keys, the shorter layout.
              SELECT OLD-HISTORY-FILE
                     ASSIGN TO "roypyold"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OH-HISTORY-KEY
                     ALTERNATE RECORD KEY IS OH-AGENT-NAME
                                         WITH DUPLICATES
                     FILE STATUS IS WS-OLDHIST-STATUS.

              SELECT PAYMENT-HISTORY-FILE
                     ASSIGN TO "roypyhst"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PH-HISTORY-KEY
                     ALTERNATE RECORD KEY IS PH-AGENT-NAME
                                         WITH DUPLICATES
                     FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    PAYMENT-HIST-REC.CPY as it stood before the recoupment and
      *    withholding figures were added - 95 bytes.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC.
           02  OH-HISTORY-KEY.
               03  OH-AUTHOR-NUMBER        PIC 9(07).
               03  OH-YEAR                 PIC 9(04).
               03  OH-QUARTER              PIC 9(01).
           02  OH-PAYMENT-DATE             PIC 9(08).
           02  OH-AUTHOR-NAME              PIC X(25).
           02  OH-AGENT-NAME               PIC X(25).
           02  OH-QTR-BORROWINGS           PIC 9(09).
           02  OH-ROYALTY-AMOUNT           PIC 9(09)V99.
           02  OH-PAYMENT-METHOD           PIC X(05).

       FD  PAYMENT-HISTORY-FILE.
           COPY "PAYMENT-HIST-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OLDHIST-STATUS   PIC X(02) VALUE "00".
                 88 WS-OLDHIST-FOUND        VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
                 88 WS-PAYHIST-FOUND        VALUE "00".
                 88 WS-PAYHIST-DUP-ALT      VALUE "02".
                 88 WS-PAYHIST-MISSING      VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EOF-SW           PIC X(01) VALUE "N".
                 88 WS-EOF                  VALUE "Y".
              10 WS-VERIFY-OK-SW     PIC X(01) VALUE "Y".
                 88 WS-VERIFY-OK            VALUE "Y".
              10 WS-FAILED-COUNT     PIC 9(09) VALUE ZEROS.
              10 WS-BEFORE-COUNT     PIC 9(09) VALUE ZEROS.
              10 WS-BEFORE-PAID      PIC 9(13)V99 VALUE ZEROS.
              10 WS-AFTER-COUNT      PIC 9(09) VALUE ZEROS.
              10 WS-AFTER-PAID       PIC 9(13)V99 VALUE ZEROS.
              10 WS-AGENT-KEY-COUNT  PIC 9(09) VALUE ZEROS.
              10 WS-DISPLAY-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
              MOVE ZERO TO RETURN-CODE.
              OPEN INPUT OLD-HISTORY-FILE.
              IF NOT WS-OLDHIST-FOUND
                     DISPLAY "ROYPYOLD NOT AVAILABLE - STATUS "
                             WS-OLDHIST-STATUS " - NOTHING CONVERTED."
                     DISPLAY "RENAME ROYPYHST TO ROYPYOLD BEFORE THE "
                             "RUN."
                     MOVE 1 TO RETURN-CODE
                     GO TO 0000-EXIT
              END-IF.
              OPEN INPUT PAYMENT-HISTORY-FILE.
              IF NOT WS-PAYHIST-MISSING
                     IF WS-PAYHIST-FOUND
                            CLOSE PAYMENT-HISTORY-FILE
                     END-IF
                     DISPLAY "ROYPYHST STILL PRESENT - STATUS "
                             WS-PAYHIST-STATUS " - NOTHING CONVERTED."
                     CLOSE OLD-HISTORY-FILE
                     MOVE 1 TO RETURN-CODE
                     GO TO 0000-EXIT
              END-IF.
              OPEN OUTPUT PAYMENT-HISTORY-FILE.
              IF NOT WS-PAYHIST-FOUND
                     DISPLAY "NEW ROYPYHST NOT CREATED - STATUS "
                             WS-PAYHIST-STATUS " - NOTHING CONVERTED."
                     CLOSE OLD-HISTORY-FILE
                     MOVE 1 TO RETURN-CODE
                     GO TO 0000-EXIT
              END-IF.

              MOVE ZEROS TO OH-AUTHOR-NUMBER, OH-YEAR, OH-QUARTER.
              START OLD-HISTORY-FILE
                     KEY IS NOT LESS THAN OH-HISTORY-KEY
                     INVALID KEY
                            MOVE "Y" TO WS-EOF-SW
              END-START.
              PERFORM 1000-COPY-ONE-PAYMENT
                 THRU 1000-EXIT
                    UNTIL WS-EOF.
              CLOSE OLD-HISTORY-FILE
                    PAYMENT-HISTORY-FILE.

              PERFORM 2000-VERIFY-NEW-FILE
                 THRU 2000-EXIT.
              PERFORM 3000-PRINT-TOTALS
                 THRU 3000-EXIT.
              GO TO 0000-EXIT.
       0000-EXIT.
              STOP RUN.
              EXIT.

      * Copies one roypyold row to the new roypyhst.  A WRITE whose
      * agent name is already on file comes back "02", which NOT
      * INVALID KEY treats as written.
       1000-COPY-ONE-PAYMENT.
              READ OLD-HISTORY-FILE NEXT RECORD
                     AT END
                            MOVE "Y" TO WS-EOF-SW
                            GO TO 1000-EXIT
              END-READ.
              IF NOT WS-OLDHIST-FOUND
                     DISPLAY "ROYPYOLD READ FAILED - STATUS "
                             WS-OLDHIST-STATUS
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE "Y" TO WS-EOF-SW
                     GO TO 1000-EXIT
              END-IF.
              ADD 1 TO WS-BEFORE-COUNT.
              ADD OH-ROYALTY-AMOUNT TO WS-BEFORE-PAID.

              INITIALIZE PAYMENT-HISTORY-REC.
              MOVE OH-AUTHOR-NUMBER     TO PH-AUTHOR-NUMBER.
              MOVE OH-YEAR              TO PH-YEAR.
              MOVE OH-QUARTER           TO PH-QUARTER.
              MOVE OH-PAYMENT-DATE      TO PH-PAYMENT-DATE.
              MOVE OH-AUTHOR-NAME       TO PH-AUTHOR-NAME.
              MOVE OH-AGENT-NAME        TO PH-AGENT-NAME.
              MOVE OH-QTR-BORROWINGS    TO PH-QTR-BORROWINGS.
              MOVE OH-ROYALTY-AMOUNT    TO PH-ROYALTY-AMOUNT.
              MOVE OH-PAYMENT-METHOD    TO PH-PAYMENT-METHOD.
              MOVE OH-ROYALTY-AMOUNT    TO PH-ROYALTY-EARNED.
              MOVE ZEROS                TO PH-RECOUPED-AMOUNT.
              MOVE ZEROS                TO PH-UNRECOUPED-BALANCE.
              MOVE OH-ROYALTY-AMOUNT    TO PH-GROSS-PAYMENT.
              MOVE ZEROS                TO PH-WITHHELD-AMOUNT.
              MOVE SPACE                TO PH-WHT-STATUS.
              MOVE ZEROS                TO PH-WHT-RATE-PCT.

              WRITE PAYMENT-HISTORY-REC
                     INVALID KEY
                            DISPLAY "AUTHOR " PH-AUTHOR-NUMBER
                                    " Q" PH-QUARTER "/" PH-YEAR
                                    " NOT WRITTEN - STATUS "
                                    WS-PAYHIST-STATUS
                            ADD 1 TO WS-FAILED-COUNT
              END-WRITE.
       1000-EXIT.
              EXIT.

      * Reads the new roypyhst back in history-key order for the
      * after footings, then along PH-AGENT-NAME - a row missing from
      * that index would be left out of every agent's scan.
       2000-VERIFY-NEW-FILE.
              OPEN INPUT PAYMENT-HISTORY-FILE.
              IF NOT WS-PAYHIST-FOUND
                     DISPLAY "NEW ROYPYHST NOT READABLE - STATUS "
                             WS-PAYHIST-STATUS
                     MOVE "N" TO WS-VERIFY-OK-SW
                     GO TO 2000-EXIT
              END-IF.
              MOVE "N" TO WS-EOF-SW.
              MOVE ZEROS TO PH-AUTHOR-NUMBER, PH-YEAR, PH-QUARTER.
              START PAYMENT-HISTORY-FILE
                     KEY IS NOT LESS THAN PH-HISTORY-KEY
                     INVALID KEY
                            MOVE "Y" TO WS-EOF-SW
              END-START.
              PERFORM 2100-FOOT-ONE-PAYMENT
                 THRU 2100-EXIT
                    UNTIL WS-EOF.

              MOVE "N" TO WS-EOF-SW.
              MOVE LOW-VALUES TO PH-AGENT-NAME.
              START PAYMENT-HISTORY-FILE
                     KEY IS NOT LESS THAN PH-AGENT-NAME
                     INVALID KEY
                            MOVE "Y" TO WS-EOF-SW
              END-START.
              PERFORM 2200-COUNT-BY-AGENT
                 THRU 2200-EXIT
                    UNTIL WS-EOF.
              CLOSE PAYMENT-HISTORY-FILE.
       2000-EXIT.
              EXIT.

       2100-FOOT-ONE-PAYMENT.
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                     AT END
                            MOVE "Y" TO WS-EOF-SW
                            GO TO 2100-EXIT
              END-READ.
              IF NOT WS-PAYHIST-FOUND
                     DISPLAY "NEW ROYPYHST READ FAILED - STATUS "
                             WS-PAYHIST-STATUS
                     MOVE "N" TO WS-VERIFY-OK-SW
                     MOVE "Y" TO WS-EOF-SW
                     GO TO 2100-EXIT
              END-IF.
              ADD 1 TO WS-AFTER-COUNT.
              ADD PH-ROYALTY-AMOUNT TO WS-AFTER-PAID.
       2100-EXIT.
              EXIT.

      * "02" is an ordinary read along the agent key - more rows
      * share this one's agent name.
       2200-COUNT-BY-AGENT.
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                     AT END
                            MOVE "Y" TO WS-EOF-SW
                            GO TO 2200-EXIT
              END-READ.
              IF NOT WS-PAYHIST-FOUND AND NOT WS-PAYHIST-DUP-ALT
                     DISPLAY "NEW ROYPYHST AGENT READ FAILED - STATUS "
                             WS-PAYHIST-STATUS
                     MOVE "N" TO WS-VERIFY-OK-SW
                     MOVE "Y" TO WS-EOF-SW
                     GO TO 2200-EXIT
              END-IF.
              ADD 1 TO WS-AGENT-KEY-COUNT.
       2200-EXIT.
              EXIT.

       3000-PRINT-TOTALS.
              DISPLAY "ROYALTY PAYMENT HISTORY CONVERSION COMPLETE".
              DISPLAY "  ROWS READ FROM ROYPYOLD   " WS-BEFORE-COUNT.
              DISPLAY "  ROWS ON NEW ROYPYHST      " WS-AFTER-COUNT.
              DISPLAY "    REACHED BY AGENT KEY    " WS-AGENT-KEY-COUNT.
              DISPLAY "  ROWS NOT WRITTEN          " WS-FAILED-COUNT.
              MOVE WS-BEFORE-PAID TO WS-DISPLAY-AMOUNT.
              DISPLAY "  ROYALTY PAID BEFORE " WS-DISPLAY-AMOUNT.
              MOVE WS-AFTER-PAID TO WS-DISPLAY-AMOUNT.
              DISPLAY "  ROYALTY PAID AFTER  " WS-DISPLAY-AMOUNT.
              IF WS-FAILED-COUNT > ZERO
                 OR WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-AGENT-KEY-COUNT NOT = WS-BEFORE-COUNT
                 OR WS-AFTER-PAID NOT = WS-BEFORE-PAID
                     MOVE "N" TO WS-VERIFY-OK-SW
              END-IF.
              IF WS-VERIFY-OK
                     DISPLAY "COUNTS AND TOTALS AGREE - KEEP ROYPYOLD "
                             "WITH THE BACKUPS UNTIL THE NEW FILE"
                     DISPLAY "HAS BEEN THROUGH A QUARTER'S ROYALTY RUN."
              ELSE
                     DISPLAY "COUNTS OR TOTALS DO NOT AGREE - REMOVE "
                             "THE NEW ROYPYHST AND RENAME ROYPYOLD"
                     DISPLAY "BACK TO ROYPYHST BEFORE ANY OTHER RUN."
                     MOVE 1 TO RETURN-CODE
              END-IF.
       3000-EXIT.
              EXIT.
