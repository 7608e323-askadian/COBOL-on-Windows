      *****************************************************************
      *  REBATAGR.CPY                                                 *
      *  Record layout for the REBATE-AGREEMENT indexed file          *
      *  maintained by SupplierRebateMgmt.cbl - one record per        *
      *  supplier volume rebate agreement, keyed by supplier plus     *
      *  period start date so next year's agreement sits beside this  *
      *  one.  Up to four spend tiers, in ascending order of          *
      *  RB-TIER-SPEND, each with the rebate percentage that applies  *
      *  to the whole period's spend once it is reached; a tier with  *
      *  a zero rate is unused.  PurchaseMgmt.cbl adds every          *
      *  receipt's goods value to RB-QUALIFYING-SPEND and keeps       *
      *  RB-ACCRUED-AMOUNT at the rebate the spend so far has earned, *
      *  posting the movement to GL.INT as a rebate receivable.  At   *
      *  period end the claim run fixes the tier reached and the      *
      *  amount claimed and marks the agreement claimed; the          *
      *  supplier's credit, when it lands, clears the accrual and     *
      *  settles it.  COPY this member into the FILE SECTION of any   *
      *  program that opens REBATE-AGREEMENT-FILE so every program    *
      *  shares one definition of the record.                         *
      *****************************************************************
       01  REBATE-AGREEMENT-REC.
           02  RB-AGREEMENT-KEY.
               03  RB-SUPPLIER-NUMBER   PIC 9(05).
               03  RB-PERIOD-START      PIC 9(08).
           02  RB-PERIOD-END            PIC 9(08).
           02  RB-TIER                  OCCURS 4 TIMES.
               03  RB-TIER-SPEND        PIC 9(09)V99.
               03  RB-TIER-RATE         PIC 9(02)V99.
           02  RB-QUALIFYING-SPEND      PIC 9(09)V99.
           02  RB-ACCRUED-AMOUNT        PIC 9(07)V99.
           02  RB-CLAIM-TIER            PIC 9(01).
           02  RB-CLAIM-AMOUNT          PIC 9(07)V99.
           02  RB-CLAIM-DATE            PIC 9(08).
           02  RB-CREDIT-AMOUNT         PIC 9(07)V99.
           02  RB-CREDIT-DATE           PIC 9(08).
           02  RB-STATUS                PIC X(01).
               88  RB-STATUS-ACTIVE         VALUE "A".
               88  RB-STATUS-CLAIMED        VALUE "C".
               88  RB-STATUS-SETTLED        VALUE "S".
           02  RB-OPERATOR-ID           PIC X(08).
