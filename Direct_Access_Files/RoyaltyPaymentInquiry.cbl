       2000-EXIT.
              EXIT.

      * Show the current payment-history record to the operator -
      * the author's statement for the quarter, from the royalty
      * earned through any advance recouped and tax withheld to the
      * net paid.
       5000-DISPLAY-CURRENT.
              DISPLAY "AUTHOR NUMBER : " PH-AUTHOR-NUMBER.
              DISPLAY "AUTHOR NAME   : " PH-AUTHOR-NAME.
              DISPLAY "YEAR/QUARTER  : " PH-YEAR "/" PH-QUARTER.
              DISPLAY "PAYMENT DATE  : " PH-PAYMENT-DATE.
              DISPLAY "QTR BORROWINGS: " PH-QTR-BORROWINGS.
              DISPLAY "ROYALTY EARNED: " PH-ROYALTY-EARNED.
              DISPLAY "ADV RECOUPED  : " PH-RECOUPED-AMOUNT.
              DISPLAY "ADV UNRECOUPED: " PH-UNRECOUPED-BALANCE.
              DISPLAY "GROSS PAYMENT : " PH-GROSS-PAYMENT.
              DISPLAY "TAX WITHHELD  : " PH-WITHHELD-AMOUNT
                      " (STATUS " PH-WHT-STATUS
                      " AT " PH-WHT-RATE-PCT "%)".
              DISPLAY "NET PAID      : " PH-ROYALTY-AMOUNT.
              DISPLAY "PAYMENT METHOD: " PH-PAYMENT-METHOD.
              DISPLAY " ".
       5000-EXIT.
