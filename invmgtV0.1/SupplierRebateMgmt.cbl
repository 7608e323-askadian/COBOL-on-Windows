       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierRebateMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SUPPLIER VOLUME REBATES - keeps each supplier's rebate       *
      *  agreement (a period and up to four spend tiers with the      *
      *  rebate rate each one earns), produces the period-end claim   *
      *  document per supplier showing the qualifying purchases and   *
      *  the tier reached, and records the supplier's credit when it  *
      *  lands.  PurchaseMgmt.cbl accrues the rebate receivable as    *
      *  goods are received, so the claim is a by-product of the      *
      *  books instead of a year-end spreadsheet worked up from the   *
      *  PO register.  Reached from PurchaseMgmt.cbl's menu.          *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT REBATE-AGREEMENT-FILE
                     ASSIGN TO "rebatagr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RB-AGREEMENT-KEY
                     FILE STATUS IS WS-RBT-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

      *    4000-CLAIM-RUN writes one claim document per supplier
      *    agreement whose period has ended, handed to the spooler
      *    the same way RemittanceAdviceRpt.cbl hands off REMIT.RPT.
              SELECT REBATE-CLAIM-REPORT
                     ASSIGN TO "REBCLAIM.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-AGREEMENT-FILE.
           COPY "REBATAGR.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  REBATE-CLAIM-REPORT.
       01  RC-PRINT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-RBT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 88 WS-GL-FILE-MISSING       VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CLAIM-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "5".
              10 WS-AUDIT-RBT-BEFORE  PIC X(145) VALUE SPACES.
              10 WS-RBT-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-RBT-MORE             VALUE "Y".
              10 WS-RBT-NEW-SW        PIC X(01) VALUE "N".
                 88 WS-RBT-NEW              VALUE "Y".
              10 WS-RBT-ERROR-SW      PIC X(01) VALUE "N".
                 88 WS-RBT-ERROR            VALUE "Y".
              10 WS-RBT-TIERS-DONE-SW PIC X(01) VALUE "N".
                 88 WS-RBT-TIERS-DONE       VALUE "Y".
              10 WS-RBT-IX            PIC 9(01) VALUE ZEROS.
              10 WS-RBT-LAST-SPEND    PIC 9(09)V99 VALUE ZEROS.
              10 WS-RBT-TIER-REACHED  PIC 9(01) VALUE ZEROS.
              10 WS-RBT-EXPECTED      PIC 9(07)V99 VALUE ZEROS.
              10 WS-RBT-ACCRUAL-DIFF  PIC S9(07)V99 VALUE ZEROS.
              10 WS-RBT-CREDIT-DIFF   PIC S9(07)V99 VALUE ZEROS.
              10 WS-RBT-SAVED-KEY     PIC X(13) VALUE SPACES.
              10 WS-RBT-SAVED-REC.
                 15 WS-RBT-SAVED-SUPPLIER PIC 9(05).
                 15 WS-RBT-SAVED-START PIC 9(08).
                 15 WS-RBT-SAVED-END  PIC 9(08).
                 15 FILLER            PIC X(124).
              10 WS-RBT-CUTOFF-DATE   PIC 9(08) VALUE ZEROS.
              10 WS-RBT-CLAIM-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-RBT-CLAIM-TOTAL   PIC 9(09)V99 VALUE ZEROS.
              10 WS-RBT-LISTED        PIC 9(05) VALUE ZEROS.
              10 WS-RBT-ANSWER        PIC X(01) VALUE SPACE.

      *    GL-REFERENCE for every rebate posting - supplier and
      *    period start, so each agreement's accrual, claim true-up
      *    and credit can be tied together in the ledger.
       01  WS-RBT-GL-REF.
           02 FILLER                   PIC X(04) VALUE "RBT-".
           02 WS-RBT-REF-SUPPLIER      PIC 9(05).
           02 FILLER                   PIC X(01) VALUE "-".
           02 WS-RBT-REF-START         PIC 9(08).

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-ACCOUNTS-PAYBL   PIC X(10) VALUE SPACES.
      *    Supplier rebates receivable and the rebate income they
      *    are earned against - PurchaseMgmt.cbl accrues to the same
      *    pair at receipt.
           02 GL-ACCT-REBATE-RCV       PIC X(10) VALUE SPACES.
           02 GL-ACCT-REBATE-INCOME    PIC X(10) VALUE SPACES.

       01  WS-SPOOL-HANDOFF.
      *    The claim file just written is retained the moment it
      *    closes, through the spooler's promptless entry - the
      *    next run can no longer silently destroy this one.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "REBCLAIM.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "SupplierRebateMgmt".

       01  WS-CLAIM-HEADER-LINE.
              10 FILLER               PIC X(30) VALUE
                 "SUPPLIER VOLUME REBATE CLAIM  ".
              10 FILLER               PIC X(07) VALUE "AS OF: ".
              10 CH-RUN-DATE          PIC 9(08).

       01  WS-CLAIM-SUPPLIER-LINE.
              10 FILLER               PIC X(09) VALUE "SUPPLIER ".
              10 CS-SUPPLIER-NUMBER   PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 CS-SUPPLIER-NAME     PIC X(25).

       01  WS-CLAIM-ADDRESS-LINE.
              10 FILLER               PIC X(09) VALUE SPACES.
              10 CA-SUPPLIER-ADDRESS  PIC X(40).

       01  WS-CLAIM-PERIOD-LINE.
              10 FILLER               PIC X(17) VALUE
                 "AGREEMENT PERIOD ".
              10 CP-PERIOD-START      PIC 9(08).
              10 FILLER               PIC X(04) VALUE " TO ".
              10 CP-PERIOD-END        PIC 9(08).

       01  WS-CLAIM-SPEND-LINE.
              10 FILLER               PIC X(24) VALUE
                 "QUALIFYING PURCHASES:  $".
              10 CQ-SPEND             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CLAIM-TIER-LINE.
              10 FILLER               PIC X(07) VALUE "  TIER ".
              10 CT-TIER-NO           PIC 9(01).
              10 FILLER               PIC X(14) VALUE
                 "  SPEND FROM $".
              10 CT-TIER-SPEND        PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER               PIC X(07) VALUE "  RATE ".
              10 CT-TIER-RATE         PIC Z9.99.
              10 FILLER               PIC X(01) VALUE "%".
              10 CT-TIER-FLAG         PIC X(12) VALUE SPACES.

       01  WS-CLAIM-AMOUNT-LINE.
              10 FILLER               PIC X(14) VALUE
                 "TIER REACHED: ".
              10 CR-TIER-REACHED      PIC 9(01).
              10 FILLER               PIC X(20) VALUE
                 "   REBATE CLAIMED: $".
              10 CR-CLAIM-AMOUNT      PIC Z,ZZZ,ZZ9.99.

       01  WS-CLAIM-NIL-LINE.
              10 FILLER               PIC X(45) VALUE
                 "NO TIER REACHED - NO REBATE DUE THIS PERIOD.".

       01  WS-CLAIM-TOTAL-LINE.
              10 FILLER               PIC X(24) VALUE
                 "TOTAL REBATES CLAIMED: $".
              10 CX-CLAIM-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE REBATE-AGREEMENT-FILE
                    SUPPLIER-MASTER-FILE
                    OPERATOR-MASTER-FILE
                    AUDIT-TRAIL-FILE
                    GL-INTERFACE-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-AP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-ACCOUNTS-PAYBL.
              MOVE "GL-REBATE-RCV" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-REBATE-RCV.
              MOVE "GL-REBATE-INCOME" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-REBATE-INCOME.
              IF NOT WS-PARMS-OK
                 DISPLAY "SUPPLIER REBATES CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

       1000-INITIALIZE.
              OPEN I-O REBATE-AGREEMENT-FILE.
              IF WS-RBT-STATUS = "35"
                 CLOSE REBATE-AGREEMENT-FILE
                 OPEN OUTPUT REBATE-AGREEMENT-FILE
                 CLOSE REBATE-AGREEMENT-FILE
                 OPEN I-O REBATE-AGREEMENT-FILE
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-FILE-MISSING
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Supplier Volume Rebates".
              DISPLAY "-----------------------".
              DISPLAY "1. Rebate Agreement Maintenance".
              DISPLAY "2. Period-End Rebate Claim Run".
              DISPLAY "3. Record Supplier Rebate Credit".
              DISPLAY "4. Rebate Accrual Status".
              DISPLAY "5. Return to Purchase Management".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-MAINT-AGREEMENT THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CLAIM-RUN THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-RECORD-CREDIT THRU 5000-EXIT
                 WHEN "4" PERFORM 5500-ACCRUAL-STATUS THRU 5500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Adds or corrects one rebate agreement, keyed by supplier and
      * period start.  The spend and accrual are kept by receiving
      * and never keyed here; once an agreement has been claimed it
      * is closed to change.  Re-tiering an agreement that already
      * carries spend re-accrues it at the new rates straight away,
      * so the receivable always matches what the spend has earned.
       3000-MAINT-AGREEMENT.
              DISPLAY "ENTER BUYER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - AGREEMENT "
                            "NOT MAINTAINED"
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT ON FILE."
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME.
              MOVE SU-SUPPLIER-NUMBER TO RB-SUPPLIER-NUMBER.
              DISPLAY "ENTER PERIOD START DATE (YYYYMMDD): ".
              ACCEPT RB-PERIOD-START.
              IF FUNCTION TEST-DATE-YYYYMMDD(RB-PERIOD-START) NOT = 0
                 DISPLAY "INVALID START DATE."
                 GO TO 3000-EXIT
              END-IF.
              MOVE "N" TO WS-RBT-NEW-SW.
              READ REBATE-AGREEMENT-FILE
                 INVALID KEY
                    SET WS-RBT-NEW TO TRUE
                    MOVE SPACES TO WS-AUDIT-RBT-BEFORE
                    DISPLAY "NEW AGREEMENT."
                 NOT INVALID KEY
                    MOVE REBATE-AGREEMENT-REC TO WS-AUDIT-RBT-BEFORE
                    DISPLAY "PERIOD TO " RB-PERIOD-END " SPEND "
                            RB-QUALIFYING-SPEND " ACCRUED "
                            RB-ACCRUED-AMOUNT " STATUS " RB-STATUS
              END-READ.
              IF NOT WS-RBT-NEW
                 AND NOT RB-STATUS-ACTIVE
                 DISPLAY "AGREEMENT ALREADY CLAIMED - NOT CHANGED."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-RBT-NEW
                 MOVE RB-AGREEMENT-KEY TO WS-RBT-SAVED-KEY
                 INITIALIZE REBATE-AGREEMENT-REC
                 MOVE WS-RBT-SAVED-KEY TO RB-AGREEMENT-KEY
                 SET RB-STATUS-ACTIVE TO TRUE
              END-IF.
              DISPLAY "ENTER PERIOD END DATE (YYYYMMDD): ".
              ACCEPT RB-PERIOD-END.
              IF FUNCTION TEST-DATE-YYYYMMDD(RB-PERIOD-END) NOT = 0
                 OR RB-PERIOD-END NOT > RB-PERIOD-START
                 DISPLAY "INVALID END DATE - MUST FALL AFTER THE "
                         "START."
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3200-CHECK-OVERLAP THRU 3200-EXIT.
              IF WS-RBT-ERROR
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "KEY UP TO 4 TIERS, LOWEST SPEND FIRST - A "
                      "ZERO RATE ENDS THE TABLE.".
              MOVE "N" TO WS-RBT-ERROR-SW.
              MOVE "N" TO WS-RBT-TIERS-DONE-SW.
              MOVE ZEROS TO WS-RBT-LAST-SPEND.
              PERFORM 3100-KEY-ONE-TIER THRU 3100-EXIT
                 VARYING WS-RBT-IX FROM 1 BY 1
                   UNTIL WS-RBT-IX > 4 OR WS-RBT-ERROR.
              IF WS-RBT-ERROR
                 GO TO 3000-EXIT
              END-IF.
              IF RB-TIER-RATE(1) = ZEROS
                 DISPLAY "AT LEAST ONE TIER IS NEEDED - AGREEMENT "
                         "NOT SAVED."
                 GO TO 3000-EXIT
              END-IF.
              MOVE OM-OPERATOR-ID TO RB-OPERATOR-ID.
              IF WS-RBT-NEW
                 WRITE REBATE-AGREEMENT-REC
                    INVALID KEY
                       DISPLAY "AGREEMENT NOT RECORDED - STATUS "
                               WS-RBT-STATUS
                       GO TO 3000-EXIT
                 END-WRITE
                 SET AT-OP-ADD TO TRUE
              ELSE
                 PERFORM 6000-COMPUTE-EXPECTED-REBATE THRU 6000-EXIT
                 IF WS-RBT-ACCRUAL-DIFF NOT = ZEROS
                    PERFORM 6100-POST-ACCRUAL-ADJUSTMENT
                       THRU 6100-EXIT
                    MOVE WS-RBT-EXPECTED TO RB-ACCRUED-AMOUNT
                 END-IF
                 REWRITE REBATE-AGREEMENT-REC
                    INVALID KEY
                       DISPLAY "AGREEMENT NOT UPDATED - STATUS "
                               WS-RBT-STATUS
                       GO TO 3000-EXIT
                 END-REWRITE
                 SET AT-OP-CHANGE TO TRUE
              END-IF.
              MOVE RB-AGREEMENT-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-RBT-BEFORE TO AT-BEFORE-IMAGE.
              MOVE REBATE-AGREEMENT-REC TO AT-AFTER-IMAGE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "REBATE AGREEMENT SAVED - ACCRUED "
                      RB-ACCRUED-AMOUNT.
       3000-EXIT.
              EXIT.

      * One tier: the spend it starts from and the rate it earns.
      * Once a zero rate has been keyed the remaining tiers are
      * cleared without asking.  Each tier must start above the one
      * before it.
       3100-KEY-ONE-TIER.
              IF WS-RBT-TIERS-DONE
                 MOVE ZEROS TO RB-TIER-SPEND(WS-RBT-IX)
                               RB-TIER-RATE(WS-RBT-IX)
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "TIER " WS-RBT-IX " REBATE RATE % "
                      "(ZERO = NO MORE TIERS): ".
              ACCEPT RB-TIER-RATE(WS-RBT-IX).
              IF RB-TIER-RATE(WS-RBT-IX) = ZEROS
                 MOVE ZEROS TO RB-TIER-SPEND(WS-RBT-IX)
                 SET WS-RBT-TIERS-DONE TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "TIER " WS-RBT-IX " APPLIES FROM SPEND OF: ".
              ACCEPT RB-TIER-SPEND(WS-RBT-IX).
              IF WS-RBT-IX > 1
                 AND RB-TIER-SPEND(WS-RBT-IX) NOT > WS-RBT-LAST-SPEND
                 DISPLAY "TIER MUST START ABOVE THE ONE BEFORE IT - "
                         "AGREEMENT NOT SAVED."
                 SET WS-RBT-ERROR TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              MOVE RB-TIER-SPEND(WS-RBT-IX) TO WS-RBT-LAST-SPEND.
       3100-EXIT.
              EXIT.

      * A supplier may only have one agreement covering any day, or
      * receiving could not tell which one a receipt accrues to.
      * The supplier's other agreements are read through and the
      * one being keyed is refused if it overlaps any of them; the
      * record being keyed is held aside and restored afterward.
       3200-CHECK-OVERLAP.
              MOVE "N" TO WS-RBT-ERROR-SW.
              MOVE REBATE-AGREEMENT-REC TO WS-RBT-SAVED-REC.
              MOVE ZEROS TO RB-PERIOD-START.
              SET WS-RBT-MORE TO TRUE.
              START REBATE-AGREEMENT-FILE
                    KEY IS NOT LESS THAN RB-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-RBT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RBT-MORE
                 READ REBATE-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RBT-MORE-SW
                    NOT AT END
                       IF RB-SUPPLIER-NUMBER NOT = WS-RBT-SAVED-SUPPLIER
                          MOVE "N" TO WS-RBT-MORE-SW
                       ELSE
                          IF RB-PERIOD-START NOT = WS-RBT-SAVED-START
                             AND RB-PERIOD-START
                                 NOT > WS-RBT-SAVED-END
                             AND RB-PERIOD-END
                                 NOT < WS-RBT-SAVED-START
                             DISPLAY "OVERLAPS AGREEMENT FROM "
                                     RB-PERIOD-START " TO "
                                     RB-PERIOD-END
                                     " - NOT SAVED."
                             SET WS-RBT-ERROR TO TRUE
                             MOVE "N" TO WS-RBT-MORE-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE WS-RBT-SAVED-REC TO REBATE-AGREEMENT-REC.
       3200-EXIT.
              EXIT.

      * Period-end claim run: every active agreement whose period
      * has ended by the cut-off date gets its claim document -
      * qualifying purchases, the tier table with the tier reached
      * marked, and the rebate claimed - and is marked claimed.  An
      * agreement that reached no tier is settled at nil.
       4000-CLAIM-RUN.
              DISPLAY "ENTER PERIOD-END CUT-OFF DATE (YYYYMMDD, "
                      "ZERO FOR TODAY): ".
              MOVE ZEROS TO WS-RBT-CUTOFF-DATE.
              ACCEPT WS-RBT-CUTOFF-DATE.
              IF WS-RBT-CUTOFF-DATE = ZEROS
                 ACCEPT WS-RBT-CUTOFF-DATE FROM DATE YYYYMMDD
              END-IF.
              OPEN OUTPUT REBATE-CLAIM-REPORT.
              IF WS-CLAIM-STATUS NOT = "00"
                 DISPLAY "CLAIM FILE NOT OPENED - STATUS "
                         WS-CLAIM-STATUS
                 GO TO 4000-EXIT
              END-IF.
              ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
              MOVE ZEROS TO WS-RBT-CLAIM-COUNT WS-RBT-CLAIM-TOTAL.
              SET WS-RBT-MORE TO TRUE.
              MOVE LOW-VALUES TO RB-AGREEMENT-KEY.
              START REBATE-AGREEMENT-FILE
                    KEY IS NOT LESS THAN RB-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-RBT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RBT-MORE
                 READ REBATE-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RBT-MORE-SW
                    NOT AT END
                       IF RB-STATUS-ACTIVE
                          AND RB-PERIOD-END <= WS-RBT-CUTOFF-DATE
                          PERFORM 4100-CLAIM-ONE-AGREEMENT
                             THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              MOVE WS-RBT-CLAIM-TOTAL TO CX-CLAIM-TOTAL.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-TOTAL-LINE.
              CLOSE REBATE-CLAIM-REPORT.
              IF WS-RBT-CLAIM-COUNT > ZEROS
                 CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                       WS-SPOOL-PGM-NAME
              END-IF.
              DISPLAY "REBATE CLAIMS PRODUCED: " WS-RBT-CLAIM-COUNT
                      " TOTAL CLAIMED: " WS-RBT-CLAIM-TOTAL
                      " - WRITTEN TO REBCLAIM.RPT.".
       4000-EXIT.
              EXIT.

      * Fixes the tier the period's spend reached and the rebate it
      * earned, trues the accrual up to it if it has drifted, and
      * prints the claim before marking the agreement claimed.
       4100-CLAIM-ONE-AGREEMENT.
              MOVE REBATE-AGREEMENT-REC TO WS-AUDIT-RBT-BEFORE.
              PERFORM 6000-COMPUTE-EXPECTED-REBATE THRU 6000-EXIT.
              IF WS-RBT-ACCRUAL-DIFF NOT = ZEROS
                 PERFORM 6100-POST-ACCRUAL-ADJUSTMENT THRU 6100-EXIT
                 MOVE WS-RBT-EXPECTED TO RB-ACCRUED-AMOUNT
              END-IF.
              MOVE WS-RBT-TIER-REACHED TO RB-CLAIM-TIER.
              MOVE WS-RBT-EXPECTED TO RB-CLAIM-AMOUNT.
              ACCEPT RB-CLAIM-DATE FROM DATE YYYYMMDD.
              IF WS-RBT-TIER-REACHED = ZEROS
                 SET RB-STATUS-SETTLED TO TRUE
                 MOVE ZEROS TO RB-CREDIT-AMOUNT
                 MOVE RB-CLAIM-DATE TO RB-CREDIT-DATE
              ELSE
                 SET RB-STATUS-CLAIMED TO TRUE
              END-IF.
              PERFORM 4200-PRINT-CLAIM THRU 4200-EXIT.
              REWRITE REBATE-AGREEMENT-REC
                 INVALID KEY
                    DISPLAY "AGREEMENT NOT UPDATED - STATUS "
                            WS-RBT-STATUS
                 NOT INVALID KEY
                    MOVE RB-AGREEMENT-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RBT-BEFORE TO AT-BEFORE-IMAGE
                    MOVE REBATE-AGREEMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
              ADD 1 TO WS-RBT-CLAIM-COUNT.
              ADD RB-CLAIM-AMOUNT TO WS-RBT-CLAIM-TOTAL.
       4100-EXIT.
              EXIT.

      * One supplier's claim document on REBCLAIM.RPT.
       4200-PRINT-CLAIM.
              MOVE RB-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    MOVE "*** NOT ON FILE ***" TO SU-SUPPLIER-NAME
                    MOVE SPACES TO SU-ADDRESS
              END-READ.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-HEADER-LINE.
              MOVE RB-SUPPLIER-NUMBER TO CS-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME TO CS-SUPPLIER-NAME.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-SUPPLIER-LINE.
              MOVE SU-ADDRESS TO CA-SUPPLIER-ADDRESS.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-ADDRESS-LINE.
              MOVE RB-PERIOD-START TO CP-PERIOD-START.
              MOVE RB-PERIOD-END TO CP-PERIOD-END.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-PERIOD-LINE.
              MOVE RB-QUALIFYING-SPEND TO CQ-SPEND.
              WRITE RC-PRINT-LINE FROM WS-CLAIM-SPEND-LINE.
              PERFORM VARYING WS-RBT-IX FROM 1 BY 1
                    UNTIL WS-RBT-IX > 4
                 IF RB-TIER-RATE(WS-RBT-IX) > ZEROS
                    MOVE WS-RBT-IX TO CT-TIER-NO
                    MOVE RB-TIER-SPEND(WS-RBT-IX) TO CT-TIER-SPEND
                    MOVE RB-TIER-RATE(WS-RBT-IX) TO CT-TIER-RATE
                    IF WS-RBT-IX = WS-RBT-TIER-REACHED
                       MOVE "  <- REACHED" TO CT-TIER-FLAG
                    ELSE
                       MOVE SPACES TO CT-TIER-FLAG
                    END-IF
                    WRITE RC-PRINT-LINE FROM WS-CLAIM-TIER-LINE
                 END-IF
              END-PERFORM.
              IF WS-RBT-TIER-REACHED = ZEROS
                 WRITE RC-PRINT-LINE FROM WS-CLAIM-NIL-LINE
              ELSE
                 MOVE RB-CLAIM-TIER TO CR-TIER-REACHED
                 MOVE RB-CLAIM-AMOUNT TO CR-CLAIM-AMOUNT
                 WRITE RC-PRINT-LINE FROM WS-CLAIM-AMOUNT-LINE
              END-IF.
              MOVE SPACES TO RC-PRINT-LINE.
              WRITE RC-PRINT-LINE.
       4200-EXIT.
              EXIT.

      * Records the supplier's rebate credit note against a claimed
      * agreement.  The credit comes off what we owe the supplier,
      * the accrued receivable is cleared in full, and whatever the
      * supplier paid over or under the accrual goes to rebate
      * income, so the receivable never carries a stale balance.
       5000-RECORD-CREDIT.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT RB-SUPPLIER-NUMBER.
              DISPLAY "ENTER PERIOD START DATE (YYYYMMDD): ".
              ACCEPT RB-PERIOD-START.
              READ REBATE-AGREEMENT-FILE
                 INVALID KEY
                    DISPLAY "AGREEMENT NOT FOUND - STATUS "
                            WS-RBT-STATUS
                    GO TO 5000-EXIT
              END-READ.
              IF NOT RB-STATUS-CLAIMED
                 DISPLAY "AGREEMENT IS NOT AWAITING A CREDIT - STATUS "
                         RB-STATUS
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "CLAIMED " RB-CLAIM-AMOUNT " AT TIER "
                      RB-CLAIM-TIER " ON " RB-CLAIM-DATE
                      " - ACCRUED " RB-ACCRUED-AMOUNT.
              MOVE REBATE-AGREEMENT-REC TO WS-AUDIT-RBT-BEFORE.
              DISPLAY "ENTER CREDIT AMOUNT RECEIVED: ".
              MOVE ZEROS TO RB-CREDIT-AMOUNT.
              ACCEPT RB-CREDIT-AMOUNT.
              IF RB-CREDIT-AMOUNT = ZEROS
                 DISPLAY "SETTLE THIS CLAIM AT NIL (Y/N): "
                 ACCEPT WS-RBT-ANSWER
                 IF WS-RBT-ANSWER NOT = "Y"
                    AND WS-RBT-ANSWER NOT = "y"
                    GO TO 5000-EXIT
                 END-IF
              END-IF.
              COMPUTE WS-RBT-CREDIT-DIFF =
                      RB-CREDIT-AMOUNT - RB-ACCRUED-AMOUNT.
              ACCEPT RB-CREDIT-DATE FROM DATE YYYYMMDD.
              SET RB-STATUS-SETTLED TO TRUE.
              REWRITE REBATE-AGREEMENT-REC
                 INVALID KEY
                    DISPLAY "AGREEMENT NOT UPDATED - STATUS "
                            WS-RBT-STATUS
                 NOT INVALID KEY
                    MOVE RB-AGREEMENT-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RBT-BEFORE TO AT-BEFORE-IMAGE
                    MOVE REBATE-AGREEMENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 8000-WRITE-CREDIT-GL-ENTRY THRU 8000-EXIT
                    DISPLAY "REBATE CREDIT RECORDED - DIFFERENCE TO "
                            "ACCRUAL " WS-RBT-CREDIT-DIFF
              END-REWRITE.
       5000-EXIT.
              EXIT.

      * Every agreement on file with its spend so far, the tier
      * that spend has reached, the accrual carried and where the
      * claim stands.
       5500-ACCRUAL-STATUS.
              DISPLAY "SUPPLIER REBATE ACCRUAL STATUS".
              DISPLAY "SUPP  START    END      QUALIFYING-SPEND TIER "
                      "ACCRUED    ST CLAIMED    CREDITED".
              MOVE ZEROS TO WS-RBT-LISTED.
              SET WS-RBT-MORE TO TRUE.
              MOVE LOW-VALUES TO RB-AGREEMENT-KEY.
              START REBATE-AGREEMENT-FILE
                    KEY IS NOT LESS THAN RB-AGREEMENT-KEY
                 INVALID KEY MOVE "N" TO WS-RBT-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RBT-MORE
                 READ REBATE-AGREEMENT-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RBT-MORE-SW
                    NOT AT END
                       PERFORM 6000-COMPUTE-EXPECTED-REBATE
                          THRU 6000-EXIT
                       ADD 1 TO WS-RBT-LISTED
                       DISPLAY RB-SUPPLIER-NUMBER " "
                               RB-PERIOD-START " " RB-PERIOD-END " "
                               RB-QUALIFYING-SPEND " "
                               WS-RBT-TIER-REACHED "    "
                               RB-ACCRUED-AMOUNT " " RB-STATUS "  "
                               RB-CLAIM-AMOUNT " " RB-CREDIT-AMOUNT
                 END-READ
              END-PERFORM.
              DISPLAY "AGREEMENTS LISTED: " WS-RBT-LISTED.
       5500-EXIT.
              EXIT.

      * The tier the spend so far has reached - the highest tier
      * with a rate whose starting spend has been passed - and the
      * rebate it earns on the whole period's spend, against which
      * the accrual is compared.
       6000-COMPUTE-EXPECTED-REBATE.
              MOVE ZEROS TO WS-RBT-TIER-REACHED WS-RBT-EXPECTED.
              PERFORM VARYING WS-RBT-IX FROM 1 BY 1
                    UNTIL WS-RBT-IX > 4
                 IF RB-TIER-RATE(WS-RBT-IX) > ZEROS
                    AND RB-QUALIFYING-SPEND >= RB-TIER-SPEND(WS-RBT-IX)
                    MOVE WS-RBT-IX TO WS-RBT-TIER-REACHED
                 END-IF
              END-PERFORM.
              IF WS-RBT-TIER-REACHED > ZEROS
                 COMPUTE WS-RBT-EXPECTED ROUNDED =
                    RB-QUALIFYING-SPEND
                    * RB-TIER-RATE(WS-RBT-TIER-REACHED) / 100
              END-IF.
              COMPUTE WS-RBT-ACCRUAL-DIFF =
                      WS-RBT-EXPECTED - RB-ACCRUED-AMOUNT.
       6000-EXIT.
              EXIT.

      *    Posts a movement in the accrued rebate: receivable against
      *    rebate income, debit or credit by the movement's sign -
      *    the same pair PurchaseMgmt.cbl posts at receipt.
       6100-POST-ACCRUAL-ADJUSTMENT.
              MOVE RB-SUPPLIER-NUMBER TO WS-RBT-REF-SUPPLIER.
              MOVE RB-PERIOD-START TO WS-RBT-REF-START.
              MOVE GL-ACCT-REBATE-RCV TO GL-ACCOUNT-CODE.
              IF WS-RBT-ACCRUAL-DIFF > ZEROS
                 SET GL-DEBIT TO TRUE
                 MOVE WS-RBT-ACCRUAL-DIFF TO GL-AMOUNT
              ELSE
                 SET GL-CREDIT TO TRUE
                 COMPUTE GL-AMOUNT = WS-RBT-ACCRUAL-DIFF * -1
              END-IF.
              MOVE WS-RBT-GL-REF TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SupplierRebateMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              MOVE GL-ACCT-REBATE-INCOME TO GL-ACCOUNT-CODE.
              IF WS-RBT-ACCRUAL-DIFF > ZEROS
                 SET GL-CREDIT TO TRUE
              ELSE
                 SET GL-DEBIT TO TRUE
              END-IF.
              WRITE GL-INTERFACE-REC.
       6100-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierRebateMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.

      *    Posts a received rebate credit: the credit note comes off
      *    accounts payable, the accrued receivable clears in full,
      *    and any over- or under-payment against the accrual goes
      *    to rebate income.
       8000-WRITE-CREDIT-GL-ENTRY.
              MOVE RB-SUPPLIER-NUMBER TO WS-RBT-REF-SUPPLIER.
              MOVE RB-PERIOD-START TO WS-RBT-REF-START.
              MOVE WS-RBT-GL-REF TO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "SupplierRebateMgmt" TO GL-SOURCE-PROGRAM.
              IF RB-CREDIT-AMOUNT > ZEROS
                 MOVE GL-ACCT-ACCOUNTS-PAYBL TO GL-ACCOUNT-CODE
                 SET GL-DEBIT TO TRUE
                 MOVE RB-CREDIT-AMOUNT TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF RB-ACCRUED-AMOUNT > ZEROS
                 MOVE GL-ACCT-REBATE-RCV TO GL-ACCOUNT-CODE
                 SET GL-CREDIT TO TRUE
                 MOVE RB-ACCRUED-AMOUNT TO GL-AMOUNT
                 WRITE GL-INTERFACE-REC
              END-IF.
              IF WS-RBT-CREDIT-DIFF NOT = ZEROS
                 MOVE GL-ACCT-REBATE-INCOME TO GL-ACCOUNT-CODE
                 IF WS-RBT-CREDIT-DIFF > ZEROS
                    SET GL-CREDIT TO TRUE
                    MOVE WS-RBT-CREDIT-DIFF TO GL-AMOUNT
                 ELSE
                    SET GL-DEBIT TO TRUE
                    COMPUTE GL-AMOUNT = WS-RBT-CREDIT-DIFF * -1
                 END-IF
                 WRITE GL-INTERFACE-REC
              END-IF.
       8000-EXIT.
              EXIT.
