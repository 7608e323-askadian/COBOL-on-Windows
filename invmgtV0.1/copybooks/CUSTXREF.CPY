      *****************************************************************
      *  CUSTXREF.CPY                                                 *
      *  Record layout for the CUST-XREF-FILE written by              *
      *  CustomerMerge.cbl - one row per duplicate customer id that   *
      *  has been folded into a surviving account, keyed by the old   *
      *  id.  The old CUSTOMER-MASTER record is deleted by the merge, *
      *  so any program handed a customer id that is no longer on     *
      *  file looks it up here and follows MX-SURVIVOR-ID to the      *
      *  account that now carries its history (CustomerLookup.cob,    *
      *  CustomerStatementRpt.cbl).  A survivor that is later merged  *
      *  away itself has its own row, so a lookup chases the chain    *
      *  until the id is no longer on this file.  COPY this member    *
      *  into the FILE SECTION of any program that opens              *
      *  CUST-XREF-FILE so every program shares one definition of     *
      *  the record.                                                  *
      *****************************************************************
       01  CUST-XREF-REC.
           02  MX-OLD-CUST-ID           PIC X(05).
           02  MX-SURVIVOR-ID           PIC X(05).
           02  MX-MERGE-DATE            PIC 9(08).
           02  MX-OPERATOR-ID           PIC X(08).
