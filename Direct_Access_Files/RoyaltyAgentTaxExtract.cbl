      *  SCREEN AND A GRAND TOTAL AT THE END.  AUTHORS WITH NO AGENT  *
      *  ON FILE (BLANK AGENT NAME) ARE PAID DIRECT AND ARE SKIPPED   *
      *  HERE - THEIR PAYMENTS ARE NOT AN AGENT'S REPORTABLE INCOME.  *
      *  GROSS PAYMENTS ARE THE ROYALTY PAYABLE BEFORE ANY TAX        *
      *  WITHHELD (PH-GROSS-PAYMENT), AND THE TAX WITHHELD FROM THEM  *
      *  (PH-WITHHELD-AMOUNT) IS TOTALLED ALONGSIDE, SO AN AGENT'S    *
      *  YEAR-END FIGURES SHOW BOTH WHAT WAS EARNED AND WHAT WAS      *
      *  ALREADY PAID OVER TO THE TAX AUTHORITY ON THEIR BEHALF.      *
      *  READ-ONLY AGAINST ROYPYHST.                                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           COPY "PAYMENT-HIST-REC.CPY".

       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-LINE              PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-TAX-YEAR         PIC 9(04) VALUE ZEROS.
              10 WS-PREV-AGENT       PIC X(25) VALUE SPACES.
              10 WS-AGENT-TOTAL      PIC 9(09)V99 VALUE ZEROS.
              10 WS-AGENT-WITHHELD   PIC 9(09)V99 VALUE ZEROS.
              10 WS-GRAND-WITHHELD   PIC 9(11)V99 VALUE ZEROS.
              10 WS-AGENT-QTRS       PIC 9(03) VALUE ZEROS.
              10 WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZEROS.
              10 WS-AGENT-COUNT      PIC 9(05) VALUE ZEROS.
              02 TX-QTRS-PAID           PIC 9(03).
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 TX-TOTAL-PAID          PIC 9(09)V99.
              02 FILLER                 PIC X(01) VALUE SPACE.
              02 TX-TOTAL-WITHHELD      PIC 9(09)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.

              DISPLAY "AGENT TAX EXTRACT COMPLETE FOR " WS-TAX-YEAR
                      " - " WS-AGENT-COUNT " AGENT(S), TOTAL PAID "
                      WS-GRAND-TOTAL " GROSS, " WS-GRAND-WITHHELD
                      " WITHHELD".

              GO TO 0000-EXIT.
       0000-EXIT.
      * then write the agent's extract line if anything was paid.
       2000-TOTAL-ONE-AGENT.
              MOVE PH-AGENT-NAME TO WS-PREV-AGENT.
              MOVE ZEROS TO WS-AGENT-TOTAL, WS-AGENT-QTRS,
                            WS-AGENT-WITHHELD.

              PERFORM 2200-ACCUMULATE-QUARTER
                 THRU 2200-EXIT

       2200-ACCUMULATE-QUARTER.
              IF PH-YEAR EQUAL TO WS-TAX-YEAR
                     ADD PH-GROSS-PAYMENT TO WS-AGENT-TOTAL
                     ADD PH-WITHHELD-AMOUNT TO WS-AGENT-WITHHELD
                     ADD 1 TO WS-AGENT-QTRS
              END-IF.
              PERFORM 2100-READ-NEXT-HISTORY
              MOVE WS-TAX-YEAR    TO TX-TAX-YEAR.
              MOVE WS-AGENT-QTRS  TO TX-QTRS-PAID.
              MOVE WS-AGENT-TOTAL TO TX-TOTAL-PAID.
              MOVE WS-AGENT-WITHHELD TO TX-TOTAL-WITHHELD.
              WRITE TAX-EXTRACT-LINE FROM TAX-EXTRACT-REC.

              DISPLAY "AGENT " WS-PREV-AGENT
                      " PAID " WS-AGENT-TOTAL
                      " WITHHELD " WS-AGENT-WITHHELD
                      " OVER " WS-AGENT-QTRS " QUARTER(S)".

              ADD WS-AGENT-TOTAL TO WS-GRAND-TOTAL.
              ADD WS-AGENT-WITHHELD TO WS-GRAND-WITHHELD.
              ADD 1 TO WS-AGENT-COUNT.
       3000-EXIT.
              EXIT.
