      *****************************************************************
      *  AROMA-RUN-REC.CPY                                            *
      *  Record layout for the AROMA-RUN-CONTROL indexed file         *
      *  ("aromarun") - one record for every distinct SALES.DAT the   *
      *  Aromamora programs have worked on, keyed by the file's       *
      *  fingerprint: its record count, the total of SF-Units-Sold    *
      *  and a hash total of (oil number x 100000) + (unit size x     *
      *  1000) + units sold, summed over every row with numeric oil,  *
      *  size and units.  Each program that reads SALES.DAT works     *
      *  the fingerprint out the same way as it reads, so a file is   *
      *  recognised again whichever program sees it first.            *
      *                                                               *
      *  The record says which postings that file has already had:    *
      *  RC-OSF-POSTED once its sales have come off OSF.DAT (by       *
      *  SalesStockRecon or AromaSalesPost, named in RC-OSF-POSTED-   *
      *  BY); RC-RPT-GL-AMOUNT the receivable/revenue total           *
      *  AromaSalesRpt sent to GL.INT for it, reversed again by       *
      *  AromaSalesPost when the file is posted line by line; and     *
      *  RC-SALES-POSTED once AromaSalesPost has written its sales    *
      *  through to SALES-TRANSACTION, after which the same file is   *
      *  refused.  COPY this member into the FILE SECTION of any      *
      *  program that opens AROMA-RUN-FILE so every program shares    *
      *  one definition of the record.                                *
      *****************************************************************
       01  AROMA-RUN-REC.
           02  RC-RUN-KEY.
               03  RC-REC-COUNT         PIC 9(07).
               03  RC-UNITS-TOTAL       PIC 9(09).
               03  RC-HASH-TOTAL        PIC 9(12).
           02  RC-FIRST-SEEN-DATE       PIC 9(08).
           02  RC-OSF-POSTED-SW         PIC X(01).
               88  RC-OSF-POSTED            VALUE "Y".
           02  RC-OSF-POSTED-BY         PIC X(20).
           02  RC-OSF-POSTED-DATE       PIC 9(08).
           02  RC-RPT-GL-AMOUNT         PIC 9(07)V99.
           02  RC-RPT-GL-DATE           PIC 9(08).
           02  RC-RPT-GL-REVERSED-SW    PIC X(01).
               88  RC-RPT-GL-REVERSED       VALUE "Y".
           02  RC-SALES-POSTED-SW       PIC X(01).
               88  RC-SALES-POSTED          VALUE "Y".
           02  RC-SALES-POSTED-DATE     PIC 9(08).
           02  RC-INVOICES-POSTED       PIC 9(05).
           02  RC-LINES-POSTED          PIC 9(05).
           02  RC-LINES-SUSPENDED       PIC 9(05).
           02  RC-GOODS-TOTAL           PIC 9(09)V99.
           02  RC-TAX-TOTAL             PIC 9(09)V99.
