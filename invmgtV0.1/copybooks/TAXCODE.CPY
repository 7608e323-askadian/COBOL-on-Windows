      *  jurisdiction each code's collected total is owed to.  A      *
      *  customer's tax code rides on CUST-TAX-FILE (CUSTTAX.CPY);    *
      *  a customer with no entry there is taxed at the standard      *
      *  code "STD".  The same codes are billed on supplier invoices  *
      *  and landed charges, where TC-RECOVERABLE-PCT says how much   *
      *  of the tax paid can be reclaimed as input tax.  COPY this    *
      *  member into the FILE SECTION of any program that opens       *
      *  TAX-CODE-FILE so every program shares one definition of the  *
      *  record.                                                      *
      *****************************************************************
       01  TAX-CODE-REC.
           02  TC-TAX-CODE              PIC X(04).
      *    Percentage rate applied to the extended amount, e.g.
      *    08.2500 for 8.25%.
           02  TC-TAX-RATE              PIC 9(02)V9(04).
      *    Percentage of the tax paid on purchases under this code
      *    that can be reclaimed as input tax - 100.00 fully
      *    recoverable, 000.00 none (the tax is part of the cost).
           02  TC-RECOVERABLE-PCT       PIC 9(03)V99.
