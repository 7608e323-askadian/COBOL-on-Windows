      *****************************************************************
      *  SUPPXREF.CPY                                                 *
      *  Record layout for the SUPPLIER-XREF indexed file maintained  *
      *  by SupplierXrefMgmt.cbl - one record per supplier and item   *
      *  we buy from them, carrying the supplier's own catalogue part *
      *  number, their description and the pack size they sell it in. *
      *  Keyed by supplier and our item number for the outbound       *
      *  documents (PurchaseMgmt.cbl's PO.EDI line and printed PO,    *
      *  RfqMgmt.cbl's RFQ), with an alternate key on supplier and    *
      *  their part number so POAckIntake.cbl and                     *
      *  SupplierInvIntake.cbl can translate a line quoting only the  *
      *  supplier's code back to our item.  PX-PART-SUPPLIER repeats  *
      *  PX-SUPPLIER-NUMBER only so the alternate key is one          *
      *  contiguous field; a supplier part number is unique within    *
      *  its supplier.  An item bought from a supplier with no record *
      *  here is sent under our own item number alone, and            *
      *  DataQualitySweep.cbl lists the gap.  COPY this member into   *
      *  the FILE SECTION of any program that opens                   *
      *  SUPPLIER-XREF-FILE so every program shares one definition of *
      *  the record.                                                  *
      *****************************************************************
       01  SUPPLIER-XREF-REC.
           02  PX-XREF-KEY.
               03  PX-SUPPLIER-NUMBER   PIC 9(05).
               03  PX-ITEM-NUMBER       PIC 9(06).
           02  PX-PART-KEY.
               03  PX-PART-SUPPLIER     PIC 9(05).
               03  PX-SUPPLIER-PART     PIC X(20).
           02  PX-SUPPLIER-DESC         PIC X(30).
           02  PX-PACK-SIZE             PIC 9(05).
           02  PX-PACK-UNIT             PIC X(04).
           02  PX-SET-DATE              PIC 9(08).
