      *****************************************************************
      *  PAYEE-TAX-REC.CPY                                            *
      *  Record layout for the PAYEETAX.DAT indexed file - the tax    *
      *  details the quarterly royalty run withholds against, one     *
      *  record per author keyed on the AUTHOR.DAT author number (the *
      *  author/agent pairing a royalty payment is made to).          *
      *  WH-STATUS "V" means a valid tax id is on file and nothing is *
      *  withheld; "N" (no tax id) and "F" (foreign payee) are        *
      *  withheld at WH-RATE-PCT, or at the ROY-WHT-PCT system        *
      *  parameter when no rate is given.  An author with no record   *
      *  here has no tax id on file and is withheld at ROY-WHT-PCT.   *
      *  Maintained by PayeeTaxMgmt.cbl.                              *
      *****************************************************************
       01  PAYEE-TAX-REC.
           02  WH-AUTHOR-NUMBER            PIC 9(07).
           02  WH-TAX-ID                   PIC X(11).
           02  WH-STATUS                   PIC X(01).
               88  WH-TAX-ID-VALID              VALUE "V".
               88  WH-NO-TAX-ID                 VALUE "N".
               88  WH-FOREIGN-PAYEE             VALUE "F".
               88  WH-STATUS-KNOWN              VALUE "V" "N" "F".
           02  WH-RATE-PCT                 PIC 9(03)V99.
           02  WH-LAST-CHANGED             PIC 9(08).
