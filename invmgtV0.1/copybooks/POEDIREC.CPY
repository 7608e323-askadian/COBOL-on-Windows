      *  append-only export idiom already used for GL-INTERFACE-FILE  *
      *  and AUDIT-TRAIL-FILE.  COPY this member into the FILE        *
      *  SECTION of any program that opens PO-EDI-FILE so every       *
      *  program shares one definition of the record.  The supplier's *
      *  own part number, description and pack size for the item are  *
      *  carried from SUPPLIER-XREF (see SUPPXREF.CPY) when one is on *
      *  file, blank otherwise.                                       *
      *****************************************************************
       01  PO-EDI-REC.
           02  PE-PO-NUMBER             PIC 9(08).
           02  PE-SHIP-TO-ADDRESS       PIC X(40).
           02  PE-PAYMENT-TERMS         PIC X(10).
           02  PE-ORDER-DATE            PIC 9(08).
           02  PE-SUPPLIER-PART         PIC X(20).
           02  PE-SUPPLIER-DESC         PIC X(30).
           02  PE-PACK-SIZE             PIC 9(05).
           02  PE-PACK-UNIT             PIC X(04).
