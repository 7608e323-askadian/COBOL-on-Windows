      *  suspense.  Modeled on TaxCodeMgmt.cbl.  Reached from         *
      *  Utilities.                                                   *
      *                                                               *
      *  The standard chart also carries every account the seeded     *
      *  system parameters name, so a freshly built system passes the *
      *  active-account check SysParmGet.cbl applies to GL            *
      *  parameters.                                                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    system post to, seeded by 6500-SEED-STANDARD-ACCOUNTS.
      *    The last entry is the suspense account GLPostingRun
      *    reroutes invalid postings into - it must always exist.
      *    Every standard GL account parameter SysParmMgmt.cbl seeds
      *    names one of these, so seeding this chart first lets the
      *    parameters seed clean.
       01  WS-SEED-TABLE.
           02 FILLER PIC X(41) VALUE
              "101000    CASH                          A".
           02 FILLER PIC X(41) VALUE
              "102000    ACCOUNTS RECEIVABLE           A".
           02 FILLER PIC X(41) VALUE
              "102900    ALLOWANCE FOR DOUBTFUL ACCTS  A".
           02 FILLER PIC X(41) VALUE
              "103000    INVENTORY                     A".
           02 FILLER PIC X(41) VALUE
              "103100    RETURNS PENDING DISPOSITION   A".
           02 FILLER PIC X(41) VALUE
              "103500    KIT ASSEMBLY WORK IN PROCESS  A".
           02 FILLER PIC X(41) VALUE
              "104000    SUPPLIER CREDITS RECEIVABLE   A".
           02 FILLER PIC X(41) VALUE
              "104100    SUPPLIER REBATES RECEIVABLE   A".
           02 FILLER PIC X(41) VALUE
              "105000    CARD SETTLEMENT CLEARING      A".
           02 FILLER PIC X(41) VALUE
              "106000    INPUT TAX RECOVERABLE         A".
           02 FILLER PIC X(41) VALUE
              "107000    ROYALTY ADVANCES RECOUPABLE   A".
           02 FILLER PIC X(41) VALUE
              "201000    ACCOUNTS PAYABLE              L".
           02 FILLER PIC X(41) VALUE
              "202000    GOODS RECEIVED NOT INVOICED   L".
           02 FILLER PIC X(41) VALUE
              "202100    FREIGHT CLEARING              L".
           02 FILLER PIC X(41) VALUE
              "202200    DUTY CLEARING                 L".
           02 FILLER PIC X(41) VALUE
              "202300    INSURANCE CLEARING            L".
           02 FILLER PIC X(41) VALUE
              "203000    CONSIGNMENT PAYABLE           L".
           02 FILLER PIC X(41) VALUE
              "220000    STORE CREDIT LIABILITY        L".
           02 FILLER PIC X(41) VALUE
              "221000    CUSTOMER DEPOSITS             L".
           02 FILLER PIC X(41) VALUE
              "231000    SALES TAX PAYABLE             L".
           02 FILLER PIC X(41) VALUE
              "232100    ROYALTY WITHHOLDING PAYABLE   L".
           02 FILLER PIC X(41) VALUE
              "401000    SALES REVENUE                 R".
           02 FILLER PIC X(41) VALUE
              "401500    SALES RETURNS AND ALLOWANCES  R".
           02 FILLER PIC X(41) VALUE
              "402000    FINANCE CHARGE INCOME         R".
           02 FILLER PIC X(41) VALUE
              "500000    COST OF GOODS SOLD            E".
           02 FILLER PIC X(41) VALUE
              "501000    PURCHASE COMMITMENTS          E".
           02 FILLER PIC X(41) VALUE
              "502000    INVENTORY SHRINKAGE           E".
           02 FILLER PIC X(41) VALUE
              "503000    CARD PROCESSING FEES          E".
           02 FILLER PIC X(41) VALUE
              "504000    BAD DEBT EXPENSE              E".
           02 FILLER PIC X(41) VALUE
              "508000    SUPPLIER REBATE INCOME        R".
           02 FILLER PIC X(41) VALUE
              "508100    PURCHASE DISCOUNTS TAKEN      R".
           02 FILLER PIC X(41) VALUE
              "509000    INVENTORY REVALUATION         E".
           02 FILLER PIC X(41) VALUE
              "601000    ROYALTY EXPENSE               E".
           02 FILLER PIC X(41) VALUE
              "711000    FX UNREALIZED GAIN            R".
           02 FILLER PIC X(41) VALUE
              "712000    FX UNREALIZED LOSS            E".
           02 FILLER PIC X(41) VALUE
              "713000    FX REALIZED GAIN              R".
           02 FILLER PIC X(41) VALUE
              "714000    FX REALIZED LOSS              E".
           02 FILLER PIC X(41) VALUE
              "999999    SUSPENSE                      Q".
       01  WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           02 WS-SEED-ENTRY OCCURS 38 TIMES.
              03 WS-SEED-CODE          PIC X(10).
              03 WS-SEED-NAME          PIC X(30).
              03 WS-SEED-TYPE          PIC X(01).
       6500-SEED-STANDARD-ACCOUNTS.
              MOVE ZEROS TO WS-SEED-COUNT.
              PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                    UNTIL WS-SEED-IX > 38
                 MOVE WS-SEED-CODE(WS-SEED-IX) TO CA-ACCOUNT-CODE
                 MOVE WS-SEED-NAME(WS-SEED-IX) TO CA-ACCOUNT-NAME
                 MOVE WS-SEED-TYPE(WS-SEED-IX) TO CA-ACCOUNT-TYPE
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "ChartOfAccountsMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
