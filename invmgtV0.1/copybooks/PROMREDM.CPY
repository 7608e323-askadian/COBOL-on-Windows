      *****************************************************************
      *  PROMREDM.CPY                                                 *
      *  Record layout for the PROMO-REDEMPTION indexed file - one    *
      *  row per promotion (MIXPROMO.CPY) applied to an invoice,      *
      *  keyed by invoice number plus promotion code, written by      *
      *  SalesMgmt.cbl when the basket commits.  The discount itself  *
      *  is spread over the qualifying lines' ST-EXTENDED-AMOUNT so   *
      *  revenue, tax, the GL and margins all see the net price; this *
      *  row records what the promotion gave away and what the lines  *
      *  it covered were worth before it (RD-QUAL-GOODS) and cost     *
      *  (RD-QUAL-COST), for Reports.cbl's promotion results.  The    *
      *  description is carried so a receipt reprint shows the        *
      *  discount line as first printed.  RD-VOID-SW is set when the  *
      *  invoice is voided the same day.  COPY this member into the   *
      *  FILE SECTION of any program that opens PROMO-REDEMPTION-FILE *
      *  so every program shares one definition of the record.        *
      *****************************************************************
       01  PROMO-REDEMPTION-REC.
           02  RD-REDEEM-KEY.
               03  RD-INVOICE-NUMBER    PIC 9(08).
               03  RD-PROMO-CODE        PIC X(06).
           02  RD-TXN-DATE              PIC 9(08).
           02  RD-CUST-ID               PIC X(05).
           02  RD-DESCRIPTION           PIC X(30).
           02  RD-TIMES-TRIGGERED       PIC 9(03).
           02  RD-QUAL-GOODS            PIC S9(07)V99.
           02  RD-QUAL-COST             PIC S9(07)V99.
           02  RD-DISCOUNT-AMOUNT       PIC S9(07)V99.
           02  RD-OPERATOR-ID           PIC X(08).
           02  RD-VOID-SW               PIC X(01).
               88  RD-VOIDED                    VALUE "Y".
