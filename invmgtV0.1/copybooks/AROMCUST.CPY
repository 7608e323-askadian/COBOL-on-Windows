      *****************************************************************
      *  AROMCUST.CPY                                                 *
      *  Record layout for the AROMA-CUST-MAP indexed file            *
      *  ("aromcust") maintained by AromaXrefMgmt.cbl - maps an       *
      *  Aromamora SF-Cust-Id to the CUSTOMER-MASTER account its      *
      *  sales are billed to, for the Aroma customers whose id was    *
      *  never the same as their account number.  AromaSalesPost.cbl  *
      *  looks a SALES.DAT customer up here first and otherwise takes *
      *  SF-Cust-Id as the account number itself (following           *
      *  CUSTXREF.CPY to the survivor of a merged account).  COPY     *
      *  this member into the FILE SECTION of any program that opens  *
      *  AROMA-CUST-MAP-FILE so every program shares one definition   *
      *  of the record.                                               *
      *****************************************************************
       01  AROMA-CUST-MAP-REC.
           02  AC-AROMA-CUST-ID         PIC X(05).
           02  AC-CUST-ID               PIC X(05).
           02  AC-LAST-MAINT-DATE       PIC 9(08).
           02  AC-OPERATOR-ID           PIC X(08).
