      *****************************************************************
      *  SUPPSTHS.CPY                                                 *
      *  Record layout for SUPPSTAT.LOG, an append-only log of        *
      *  changes to a supplier's account status - one line per        *
      *  change, written by SupplierMgmt.cbl alongside the usual      *
      *  AUDIT-TRAIL-FILE before/after image, the same                *
      *  two-logs-for-two-purposes split PRICEHST.CPY describes, so a *
      *  supplier's status history is a plain sequential read.  COPY  *
      *  this member into the FILE SECTION of any program that opens  *
      *  SUPPLIER-STATUS-HIST-FILE so every program shares one        *
      *  definition of the record.                                    *
      *****************************************************************
       01  SUPPLIER-STATUS-HIST-REC.
           02  SY-SUPPLIER-NUMBER       PIC 9(05).
           02  SY-CHANGE-DATE           PIC 9(08).
           02  SY-CHANGE-TIME           PIC 9(08).
           02  SY-OLD-STATUS            PIC X(01).
           02  SY-NEW-STATUS            PIC X(01).
           02  SY-REASON                PIC X(30).
           02  SY-OPERATOR-ID           PIC X(08).
