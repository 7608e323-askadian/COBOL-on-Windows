       IDENTIFICATION DIVISION.
       PROGRAM-ID. RfqMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  REQUEST FOR QUOTATION - raises an RFQ for an item and        *
      *  quantity, invites several suppliers to quote on it (each     *
      *  sent a printed RFQ document on RFQ.PRT or an EDI line on     *
      *  RFQ.EDI), captures every supplier's reply, compares the      *
      *  replies in home currency at the rate in effect on the day    *
      *  each was given, and awards the tender: the winning terms     *
      *  are written to SUPPLIER-PRICE as a contract price break and  *
      *  the winner becomes the item's supplier on STOCK-MASTER.      *
      *  Losing bids stay on file behind the award with the buyer's   *
      *  reason.  A supplier blocked on SUPPLIER-STATUS-FILE (see     *
      *  SUPPSTAT.CPY) can neither be invited nor awarded.  Reached   *
      *  from SupplierPriceMgmt.cbl's menu.                           *
      *                                                               *
      *  Where a supplier's own part number for the item is held on   *
      *  SUPPLIER-XREF-FILE (see SUPPXREF.CPY), that supplier's RFQ   *
      *  document or RFQ.EDI line quotes it, with their description   *
      *  and pack size, alongside our item number.                    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RFQ-HEADER-FILE
                     ASSIGN TO "rfqhdr"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RQ-RFQ-NUMBER
                     FILE STATUS IS WS-RFQH-STATUS.

              SELECT RFQ-LINE-FILE
                     ASSIGN TO "rfqline"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RL-LINE-KEY
                     FILE STATUS IS WS-RFQL-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT SUPPLIER-PRICE-FILE
                     ASSIGN TO "supppric"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SP-PRICE-KEY
                     FILE STATUS IS WS-PRICE-STATUS.

      *    5200-CONVERT-TO-HOME prices a foreign-currency reply in
      *    home currency off the rate history in effect on the reply
      *    date, falling back to the current table the same way
      *    Reports.cbl's 8150-FIND-RATE-AS-OF does.
              SELECT EXCHRATE-FILE
                     ASSIGN TO "exchrate"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-CURRENCY-CODE
                     FILE STATUS IS WS-EXCH-STATUS.

              SELECT RATE-HISTORY-FILE
                     ASSIGN TO "ratehist"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RH-RATE-KEY
                     FILE STATUS IS WS-RHIST-STATUS.

              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

      *    The supplier's own part number for the item, quoted on
      *    that supplier's RFQ (maintained by SupplierXrefMgmt.cbl).
      *    Optional - with no file the RFQ carries our item alone.
              SELECT SUPPLIER-XREF-FILE
                     ASSIGN TO "suppxref"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PX-XREF-KEY
                     ALTERNATE RECORD KEY IS PX-PART-KEY
                     FILE STATUS IS WS-XREF-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

      *    3500-ISSUE-RFQ-DOCUMENTS prints one RFQ document per
      *    invited supplier here, handed to the spooler the same way
      *    RemittanceAdviceRpt.cbl hands off REMIT.RPT, and appends
      *    one line per EDI supplier to RFQ.EDI (RFQEDI.CPY).
              SELECT RFQ-DOCUMENT-REPORT
                     ASSIGN TO "RFQ.PRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RFQD-STATUS.

              SELECT RFQ-EDI-FILE
                     ASSIGN TO "RFQ.EDI"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RFQE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-HEADER-FILE.
           COPY "RFQHDR.CPY".

       FD  RFQ-LINE-FILE.
           COPY "RFQLINE.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SUPPLIER-PRICE-FILE.
           COPY "SUPPPRICE.CPY".

       FD  EXCHRATE-FILE.
           COPY "EXCH-RATE-REC.CPY".

       FD  RATE-HISTORY-FILE.
           COPY "RATE-HIST-REC.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  SUPPLIER-XREF-FILE.
           COPY "SUPPXREF.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  RFQ-DOCUMENT-REPORT.
       01  RD-PRINT-LINE               PIC X(80).

       FD  RFQ-EDI-FILE.
           COPY "RFQEDI.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-RFQH-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFQL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EXCH-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RHIST-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFQD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFQE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-AUDIT-RQ-BEFORE   PIC X(87) VALUE SPACES.
              10 WS-AUDIT-RL-BEFORE   PIC X(52) VALUE SPACES.
              10 WS-AUDIT-SP-BEFORE   PIC X(36) VALUE SPACES.
              10 WS-AUDIT-SM-BEFORE   PIC X(86) VALUE SPACES.
              10 WS-EXCH-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-EXCH-OPEN            VALUE "Y".
              10 WS-RHIST-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-RHIST-OPEN           VALUE "Y".
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-SSTAT-OPEN           VALUE "Y".
              10 WS-SUPP-BLOCKED-SW   PIC X(01) VALUE "N".
                 88 WS-SUPP-BLOCKED         VALUE "Y".
              10 WS-XREF-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-XREF-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-XREF-OPEN            VALUE "Y".
              10 WS-XREF-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-XREF-FOUND           VALUE "Y".
              10 WS-RFQ-MORE-SW       PIC X(01) VALUE "N".
                 88 WS-RFQ-MORE             VALUE "Y".
              10 WS-RFQ-DONE-SW       PIC X(01) VALUE "N".
                 88 WS-RFQ-DONE             VALUE "Y".
              10 WS-RFQ-NEW-SW        PIC X(01) VALUE "N".
                 88 WS-RFQ-NEW              VALUE "Y".
              10 WS-RFQ-ERROR-SW      PIC X(01) VALUE "N".
                 88 WS-RFQ-ERROR            VALUE "Y".
              10 WS-RFQ-NUMBER        PIC 9(06) VALUE ZEROS.
              10 WS-RFQ-NEXT-NUMBER   PIC 9(06) VALUE ZEROS.
              10 WS-RFQ-ITEM-DESC     PIC X(30) VALUE SPACES.
              10 WS-RFQ-SUPPLIER      PIC 9(05) VALUE ZEROS.
              10 WS-RFQ-INVITED       PIC 9(03) VALUE ZEROS.
              10 WS-RFQ-PRINTED       PIC 9(03) VALUE ZEROS.
              10 WS-RFQ-SENT-EDI      PIC 9(03) VALUE ZEROS.
              10 WS-RFQ-TODAY         PIC 9(08) VALUE ZEROS.
              10 WS-RFQ-ANSWER        PIC X(01) VALUE SPACE.
              10 WS-RFQ-CURRENCY      PIC X(03) VALUE SPACES.
              10 WS-RFQ-SUPP-CURRENCY PIC X(03) VALUE SPACES.
              10 WS-RFQ-ITEM-UPDATED  PIC 9(03) VALUE ZEROS.
              10 WS-RFQ-BIDS-CLOSED   PIC 9(03) VALUE ZEROS.

      *    Comparison working fields: each reply's unit cost and the
      *    value of the whole RFQ quantity in home currency, whether
      *    the reply's quantity range covers the RFQ quantity, and
      *    the lowest covering bid found so far.
              10 WS-CMP-HOME-COST     PIC 9(07)V99 VALUE ZEROS.
              10 WS-CMP-HOME-VALUE    PIC 9(11)V99 VALUE ZEROS.
              10 WS-CMP-RATE-OK-SW    PIC X(01) VALUE "N".
                 88 WS-CMP-RATE-OK          VALUE "Y".
              10 WS-CMP-COVERS-SW     PIC X(01) VALUE "N".
                 88 WS-CMP-COVERS           VALUE "Y".
              10 WS-CMP-NOTE          PIC X(12) VALUE SPACES.
              10 WS-CMP-BIDS          PIC 9(03) VALUE ZEROS.
              10 WS-CMP-REPLIES       PIC 9(03) VALUE ZEROS.
              10 WS-CMP-LOW-SUPPLIER  PIC 9(05) VALUE ZEROS.
              10 WS-CMP-LOW-COST      PIC 9(07)V99 VALUE ZEROS.
              10 WS-CMP-CONTRACT-COST PIC 9(05)V99 VALUE ZEROS.

      *    Rate-as-of lookup, the same fields Reports.cbl keeps for
      *    8150-FIND-RATE-AS-OF.
              10 WS-ASOF-CURRENCY     PIC X(03) VALUE SPACES.
              10 WS-ASOF-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-ASOF-RATE         PIC 9(04)V9(06) VALUE ZEROS.
              10 WS-ASOF-FOUND-SW     PIC X(01) VALUE "N".
                 88 WS-ASOF-FOUND           VALUE "Y".
              10 WS-ASOF-MORE-SW      PIC X(01) VALUE "N".
                 88 WS-ASOF-MORE            VALUE "Y".

       01  WS-SPOOL-HANDOFF.
      *    The RFQ documents just printed are retained the moment
      *    the file closes, through the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "RFQ.PRT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "RfqMgmt".

       01  WS-DOC-HEADER-LINE.
              10 FILLER               PIC X(31) VALUE
                 "REQUEST FOR QUOTATION   RFQ NO ".
              10 DH-RFQ-NUMBER        PIC 9(06).
              10 FILLER               PIC X(08) VALUE "   DATE ".
              10 DH-ISSUE-DATE        PIC 9(08).

       01  WS-DOC-SUPPLIER-LINE.
              10 FILLER               PIC X(04) VALUE "TO: ".
              10 DS-SUPPLIER-NUMBER   PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DS-SUPPLIER-NAME     PIC X(25).

       01  WS-DOC-ADDRESS-LINE.
              10 FILLER               PIC X(10) VALUE SPACES.
              10 DA-SUPPLIER-ADDRESS  PIC X(40).

       01  WS-DOC-CONTACT-LINE.
              10 FILLER               PIC X(10) VALUE "    ATTN: ".
              10 DC-CONTACT-NAME      PIC X(25).

       01  WS-DOC-ITEM-LINE.
              10 FILLER               PIC X(06) VALUE "ITEM: ".
              10 DI-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DI-ITEM-DESC         PIC X(30).

       01  WS-DOC-PART-LINE.
              10 FILLER               PIC X(12) VALUE "YOUR PART: ".
              10 DP-SUPPLIER-PART     PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DP-SUPPLIER-DESC     PIC X(30).
              10 FILLER               PIC X(06) VALUE " PACK ".
              10 DP-PACK-SIZE         PIC ZZZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DP-PACK-UNIT         PIC X(04).

       01  WS-DOC-QTY-LINE.
              10 FILLER               PIC X(19) VALUE
                 "QUANTITY REQUIRED: ".
              10 DQ-QTY               PIC Z,ZZZ,ZZ9.

       01  WS-DOC-ASK-LINE-1.
              10 FILLER               PIC X(49) VALUE
                 "PLEASE QUOTE UNIT COST, CURRENCY, LEAD TIME DAYS,".

       01  WS-DOC-ASK-LINE-2.
              10 FILLER               PIC X(47) VALUE
                 "MIN/MAX QTY THE PRICE HOLDS FOR AND HOW LONG IT".

       01  WS-DOC-REPLY-LINE.
              10 FILLER               PIC X(23) VALUE
                 "IS VALID, NO LATER THAN".
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DR-REPLY-BY-DATE     PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE RFQ-HEADER-FILE
                    RFQ-LINE-FILE
                    SUPPLIER-MASTER-FILE
                    STOCK-MASTER-FILE
                    SUPPLIER-PRICE-FILE
                    OPERATOR-MASTER-FILE
                    AUDIT-TRAIL-FILE.
              IF WS-EXCH-OPEN
                 CLOSE EXCHRATE-FILE
              END-IF.
              IF WS-RHIST-OPEN
                 CLOSE RATE-HISTORY-FILE
              END-IF.
              IF WS-SSTAT-OPEN
                 CLOSE SUPPLIER-STATUS-FILE
              END-IF.
              IF WS-XREF-OPEN
                 CLOSE SUPPLIER-XREF-FILE
              END-IF.
              GOBACK.

       1000-INITIALIZE.
              OPEN I-O RFQ-HEADER-FILE.
              IF WS-RFQH-STATUS = "35"
                 CLOSE RFQ-HEADER-FILE
                 OPEN OUTPUT RFQ-HEADER-FILE
                 CLOSE RFQ-HEADER-FILE
                 OPEN I-O RFQ-HEADER-FILE
              END-IF.
              OPEN I-O RFQ-LINE-FILE.
              IF WS-RFQL-STATUS = "35"
                 CLOSE RFQ-LINE-FILE
                 OPEN OUTPUT RFQ-LINE-FILE
                 CLOSE RFQ-LINE-FILE
                 OPEN I-O RFQ-LINE-FILE
              END-IF.
              OPEN I-O SUPPLIER-PRICE-FILE.
              IF WS-PRICE-STATUS = "35"
                 CLOSE SUPPLIER-PRICE-FILE
                 OPEN OUTPUT SUPPLIER-PRICE-FILE
                 CLOSE SUPPLIER-PRICE-FILE
                 OPEN I-O SUPPLIER-PRICE-FILE
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN INPUT OPERATOR-MASTER-FILE.
              MOVE "N" TO WS-EXCH-OPEN-SW.
              OPEN INPUT EXCHRATE-FILE.
              IF WS-EXCH-STATUS = "00"
                 SET WS-EXCH-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-RHIST-OPEN-SW.
              OPEN INPUT RATE-HISTORY-FILE.
              IF WS-RHIST-STATUS = "00"
                 SET WS-RHIST-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-SSTAT-OPEN-SW.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "00"
                 SET WS-SSTAT-OPEN TO TRUE
              END-IF.
              MOVE "N" TO WS-XREF-OPEN-SW.
              OPEN INPUT SUPPLIER-XREF-FILE.
              IF WS-XREF-STATUS = "00"
                 SET WS-XREF-OPEN TO TRUE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Request For Quotation".
              DISPLAY "---------------------".
              DISPLAY "1. Raise RFQ And Invite Suppliers".
              DISPLAY "2. Reissue RFQ Documents".
              DISPLAY "3. Record Supplier Reply".
              DISPLAY "4. Bid Comparison Report".
              DISPLAY "5. Award RFQ".
              DISPLAY "6. Return to Contract Price Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-RAISE-RFQ THRU 3000-EXIT
                 WHEN "2" PERFORM 3400-REISSUE-RFQ THRU 3400-EXIT
                 WHEN "3" PERFORM 4000-RECORD-REPLY THRU 4000-EXIT
                 WHEN "4" PERFORM 5000-BID-COMPARISON THRU 5000-EXIT
                 WHEN "5" PERFORM 6000-AWARD-RFQ THRU 6000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Raises a new RFQ: the item and quantity being tendered and
      * the date replies are due, then the suppliers invited to
      * quote, each either sent a printed document or an EDI line.
      * The header is only written once at least one supplier has
      * been invited, and the documents go out straight away.
       3000-RAISE-RFQ.
              DISPLAY "ENTER BUYER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - RFQ NOT RAISED"
                    GO TO 3000-EXIT
              END-READ.
              ACCEPT WS-RFQ-TODAY FROM DATE YYYYMMDD.
              INITIALIZE RFQ-HEADER-REC.
              DISPLAY "ENTER ITEM NUMBER: ".
              ACCEPT RQ-ITEM-NUMBER.
              PERFORM 3600-GET-ITEM-DESC THRU 3600-EXIT.
              IF WS-RFQ-ERROR
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ITEM: " WS-RFQ-ITEM-DESC.
              DISPLAY "ENTER QUANTITY TO BE QUOTED: ".
              ACCEPT RQ-QTY.
              IF RQ-QTY = ZEROS
                 DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "ENTER REPLY-BY DATE (YYYYMMDD): ".
              ACCEPT RQ-REPLY-BY-DATE.
              IF FUNCTION TEST-DATE-YYYYMMDD(RQ-REPLY-BY-DATE) NOT = 0
                 OR RQ-REPLY-BY-DATE < WS-RFQ-TODAY
                 DISPLAY "INVALID REPLY-BY DATE - MUST BE TODAY OR "
                         "LATER."
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3200-FIND-LAST-RFQ-NUMBER THRU 3200-EXIT.
              ADD 1 TO WS-RFQ-NEXT-NUMBER.
              MOVE WS-RFQ-NEXT-NUMBER TO RQ-RFQ-NUMBER.
              MOVE WS-RFQ-TODAY TO RQ-ISSUE-DATE.
              SET RQ-STATUS-OPEN TO TRUE.
              MOVE OM-OPERATOR-ID TO RQ-OPERATOR-ID.
              MOVE ZEROS TO WS-RFQ-INVITED.
              MOVE "N" TO WS-RFQ-DONE-SW.
              DISPLAY "KEY THE SUPPLIERS TO INVITE - SUPPLIER ZERO "
                      "ENDS THE LIST.".
              PERFORM 3100-INVITE-SUPPLIER THRU 3100-EXIT
                 UNTIL WS-RFQ-DONE.
              IF WS-RFQ-INVITED = ZEROS
                 DISPLAY "NO SUPPLIERS INVITED - RFQ NOT RAISED."
                 GO TO 3000-EXIT
              END-IF.
              WRITE RFQ-HEADER-REC
                 INVALID KEY
                    DISPLAY "RFQ NOT RECORDED - STATUS "
                            WS-RFQH-STATUS
                    GO TO 3000-EXIT
              END-WRITE.
              MOVE RQ-RFQ-NUMBER TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE RFQ-HEADER-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "RFQ " RQ-RFQ-NUMBER " RAISED - "
                      WS-RFQ-INVITED " SUPPLIER(S) INVITED.".
              PERFORM 3500-ISSUE-RFQ-DOCUMENTS THRU 3500-EXIT.
       3000-EXIT.
              EXIT.

      * One invited supplier: must be on SUPPLIER-MASTER and not
      * already invited to this RFQ.  Supplier zero ends the list.
       3100-INVITE-SUPPLIER.
              DISPLAY "ENTER SUPPLIER NUMBER (ZERO TO END): ".
              MOVE ZEROS TO SU-SUPPLIER-NUMBER.
              ACCEPT SU-SUPPLIER-NUMBER.
              IF SU-SUPPLIER-NUMBER = ZEROS
                 SET WS-RFQ-DONE TO TRUE
                 GO TO 3100-EXIT
              END-IF.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT ON FILE."
                    GO TO 3100-EXIT
              END-READ.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME.
              PERFORM 3150-CHECK-SUPPLIER-BLOCKED THRU 3150-EXIT.
              IF WS-SUPP-BLOCKED
                 DISPLAY "SUPPLIER IS BLOCKED (" SV-REASON
                         ") - NOT INVITED."
                 GO TO 3100-EXIT
              END-IF.
              INITIALIZE RFQ-LINE-REC.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              MOVE SU-SUPPLIER-NUMBER TO RL-SUPPLIER-NUMBER.
              DISPLAY "SEND RFQ BY (P)RINTED DOCUMENT OR (E)DI: ".
              MOVE SPACE TO WS-RFQ-ANSWER.
              ACCEPT WS-RFQ-ANSWER.
              IF WS-RFQ-ANSWER = "E" OR WS-RFQ-ANSWER = "e"
                 SET RL-SEND-EDI TO TRUE
              ELSE
                 SET RL-SEND-PRINT TO TRUE
              END-IF.
              MOVE SU-CURRENCY-CODE TO RL-CURRENCY-CODE.
              SET RL-STATUS-INVITED TO TRUE.
              WRITE RFQ-LINE-REC
                 INVALID KEY
                    DISPLAY "SUPPLIER ALREADY INVITED TO THIS RFQ."
                    GO TO 3100-EXIT
              END-WRITE.
              MOVE RL-LINE-KEY TO AT-KEY-VALUE.
              MOVE SPACES TO AT-BEFORE-IMAGE.
              MOVE RFQ-LINE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-ADD TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              ADD 1 TO WS-RFQ-INVITED.
       3100-EXIT.
              EXIT.

      * Sets WS-SUPP-BLOCKED when SU-SUPPLIER-NUMBER is blocked on
      * SUPPLIER-STATUS-FILE, leaving the reason in SV-REASON.  No
      * status file, or no record, means active.
       3150-CHECK-SUPPLIER-BLOCKED.
              MOVE "N" TO WS-SUPP-BLOCKED-SW.
              IF NOT WS-SSTAT-OPEN
                 GO TO 3150-EXIT
              END-IF.
              MOVE SU-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER.
              READ SUPPLIER-STATUS-FILE
                 INVALID KEY
                    GO TO 3150-EXIT
              END-READ.
              IF SV-STATUS-BLOCKED
                 SET WS-SUPP-BLOCKED TO TRUE
              END-IF.
       3150-EXIT.
              EXIT.

      * Find the highest RFQ number already on file so a new RFQ
      * continues the sequence.
       3200-FIND-LAST-RFQ-NUMBER.
              MOVE RFQ-HEADER-REC TO WS-AUDIT-RQ-BEFORE.
              MOVE HIGH-VALUES TO RQ-RFQ-NUMBER.
              START RFQ-HEADER-FILE KEY IS LESS THAN RQ-RFQ-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-RFQ-NEXT-NUMBER
                 NOT INVALID KEY
                    READ RFQ-HEADER-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-RFQ-NEXT-NUMBER
                       NOT AT END
                          MOVE RQ-RFQ-NUMBER TO WS-RFQ-NEXT-NUMBER
                    END-READ
              END-START.
              MOVE WS-AUDIT-RQ-BEFORE TO RFQ-HEADER-REC.
       3200-EXIT.
              EXIT.

      * Sends an open RFQ's documents again to every supplier that
      * has not yet replied - a lost fax, or a reply-by date moved.
       3400-REISSUE-RFQ.
              DISPLAY "ENTER RFQ NUMBER: ".
              ACCEPT RQ-RFQ-NUMBER.
              READ RFQ-HEADER-FILE
                 INVALID KEY
                    DISPLAY "RFQ NOT FOUND."
                    GO TO 3400-EXIT
              END-READ.
              IF NOT RQ-STATUS-OPEN
                 DISPLAY "RFQ ALREADY AWARDED - NOT REISSUED."
                 GO TO 3400-EXIT
              END-IF.
              PERFORM 3600-GET-ITEM-DESC THRU 3600-EXIT.
              PERFORM 3500-ISSUE-RFQ-DOCUMENTS THRU 3500-EXIT.
       3400-EXIT.
              EXIT.

      * Issues the RFQ in RFQ-HEADER-REC to every supplier still
      * waiting to reply: a printed document on RFQ.PRT for the
      * print suppliers, an RFQ.EDI line for the EDI ones.
       3500-ISSUE-RFQ-DOCUMENTS.
              MOVE ZEROS TO WS-RFQ-PRINTED WS-RFQ-SENT-EDI.
              OPEN OUTPUT RFQ-DOCUMENT-REPORT.
              IF WS-RFQD-STATUS NOT = "00"
                 DISPLAY "RFQ DOCUMENT FILE NOT OPENED - STATUS "
                         WS-RFQD-STATUS
                 GO TO 3500-EXIT
              END-IF.
              OPEN EXTEND RFQ-EDI-FILE.
              IF WS-RFQE-STATUS = "35"
                 OPEN OUTPUT RFQ-EDI-FILE
              END-IF.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              MOVE ZEROS TO RL-SUPPLIER-NUMBER.
              SET WS-RFQ-MORE TO TRUE.
              START RFQ-LINE-FILE
                    KEY IS NOT LESS THAN RL-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-RFQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RFQ-MORE
                 READ RFQ-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RFQ-MORE-SW
                    NOT AT END
                       IF RL-RFQ-NUMBER NOT = RQ-RFQ-NUMBER
                          MOVE "N" TO WS-RFQ-MORE-SW
                       ELSE
                          IF RL-STATUS-INVITED
                             PERFORM 3550-ISSUE-ONE-SUPPLIER
                                THRU 3550-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE RFQ-DOCUMENT-REPORT.
              CLOSE RFQ-EDI-FILE.
              IF WS-RFQ-PRINTED > ZEROS
                 CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                       WS-SPOOL-PGM-NAME
              END-IF.
              DISPLAY "RFQ " RQ-RFQ-NUMBER " ISSUED - "
                      WS-RFQ-PRINTED " PRINTED ON RFQ.PRT, "
                      WS-RFQ-SENT-EDI " SENT ON RFQ.EDI.".
       3500-EXIT.
              EXIT.

      * One supplier's copy of the RFQ, in whichever form the
      * supplier takes it.
       3550-ISSUE-ONE-SUPPLIER.
              MOVE RL-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER " RL-SUPPLIER-NUMBER
                            " NOT ON FILE - RFQ NOT SENT"
                    GO TO 3550-EXIT
              END-READ.
              PERFORM 3560-FIND-SUPPLIER-PART THRU 3560-EXIT.
              IF RL-SEND-EDI
                 MOVE SPACES              TO RE-SUPPLIER-PART
                                             RE-SUPPLIER-DESC
                                             RE-PACK-UNIT
                 MOVE ZEROS               TO RE-PACK-SIZE
                 IF WS-XREF-FOUND
                    MOVE PX-SUPPLIER-PART TO RE-SUPPLIER-PART
                    MOVE PX-SUPPLIER-DESC TO RE-SUPPLIER-DESC
                    MOVE PX-PACK-SIZE     TO RE-PACK-SIZE
                    MOVE PX-PACK-UNIT     TO RE-PACK-UNIT
                 END-IF
                 MOVE RQ-RFQ-NUMBER       TO RE-RFQ-NUMBER
                 MOVE SU-SUPPLIER-NUMBER  TO RE-SUPPLIER-NUMBER
                 MOVE SU-SUPPLIER-NAME    TO RE-SUPPLIER-NAME
                 MOVE RQ-ITEM-NUMBER      TO RE-ITEM-NUMBER
                 MOVE WS-RFQ-ITEM-DESC    TO RE-ITEM-DESC
                 MOVE RQ-QTY              TO RE-QTY
                 MOVE RQ-ISSUE-DATE       TO RE-ISSUE-DATE
                 MOVE RQ-REPLY-BY-DATE    TO RE-REPLY-BY-DATE
                 WRITE RFQ-EDI-REC
                 ADD 1 TO WS-RFQ-SENT-EDI
                 GO TO 3550-EXIT
              END-IF.
              MOVE RQ-RFQ-NUMBER TO DH-RFQ-NUMBER.
              MOVE RQ-ISSUE-DATE TO DH-ISSUE-DATE.
              WRITE RD-PRINT-LINE FROM WS-DOC-HEADER-LINE.
              MOVE SPACES TO RD-PRINT-LINE.
              WRITE RD-PRINT-LINE.
              MOVE SU-SUPPLIER-NUMBER TO DS-SUPPLIER-NUMBER.
              MOVE SU-SUPPLIER-NAME TO DS-SUPPLIER-NAME.
              WRITE RD-PRINT-LINE FROM WS-DOC-SUPPLIER-LINE.
              MOVE SU-ADDRESS TO DA-SUPPLIER-ADDRESS.
              WRITE RD-PRINT-LINE FROM WS-DOC-ADDRESS-LINE.
              IF SU-CONTACT-NAME NOT = SPACES
                 MOVE SU-CONTACT-NAME TO DC-CONTACT-NAME
                 WRITE RD-PRINT-LINE FROM WS-DOC-CONTACT-LINE
              END-IF.
              MOVE SPACES TO RD-PRINT-LINE.
              WRITE RD-PRINT-LINE.
              MOVE RQ-ITEM-NUMBER TO DI-ITEM-NUMBER.
              MOVE WS-RFQ-ITEM-DESC TO DI-ITEM-DESC.
              WRITE RD-PRINT-LINE FROM WS-DOC-ITEM-LINE.
              IF WS-XREF-FOUND
                 MOVE PX-SUPPLIER-PART TO DP-SUPPLIER-PART
                 MOVE PX-SUPPLIER-DESC TO DP-SUPPLIER-DESC
                 MOVE PX-PACK-SIZE     TO DP-PACK-SIZE
                 MOVE PX-PACK-UNIT     TO DP-PACK-UNIT
                 WRITE RD-PRINT-LINE FROM WS-DOC-PART-LINE
              END-IF.
              MOVE RQ-QTY TO DQ-QTY.
              WRITE RD-PRINT-LINE FROM WS-DOC-QTY-LINE.
              WRITE RD-PRINT-LINE FROM WS-DOC-ASK-LINE-1.
              WRITE RD-PRINT-LINE FROM WS-DOC-ASK-LINE-2.
              MOVE RQ-REPLY-BY-DATE TO DR-REPLY-BY-DATE.
              WRITE RD-PRINT-LINE FROM WS-DOC-REPLY-LINE.
              MOVE SPACES TO RD-PRINT-LINE.
              WRITE RD-PRINT-LINE.
              ADD 1 TO WS-RFQ-PRINTED.
       3550-EXIT.
              EXIT.

      * Sets WS-XREF-FOUND when the supplier being issued to has its
      * own part number on file for the RFQ's item, leaving it in
      * SUPPLIER-XREF-REC.
       3560-FIND-SUPPLIER-PART.
              MOVE "N" TO WS-XREF-FOUND-SW.
              IF NOT WS-XREF-OPEN
                 GO TO 3560-EXIT
              END-IF.
              MOVE SU-SUPPLIER-NUMBER TO PX-SUPPLIER-NUMBER.
              MOVE RQ-ITEM-NUMBER TO PX-ITEM-NUMBER.
              READ SUPPLIER-XREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-XREF-FOUND TO TRUE
              END-READ.
       3560-EXIT.
              EXIT.

      * Looks RQ-ITEM-NUMBER up on STOCK-MASTER by its item-number
      * alternate key for the description the documents carry.
       3600-GET-ITEM-DESC.
              MOVE "N" TO WS-RFQ-ERROR-SW.
              MOVE RQ-ITEM-NUMBER TO SM-ITEM-NUMBER.
              READ STOCK-MASTER-FILE
                 KEY IS SM-ITEM-NUMBER
                 INVALID KEY
                    DISPLAY "UNKNOWN ITEM NUMBER - STATUS "
                            WS-STOCK-STATUS
                    MOVE SPACES TO WS-RFQ-ITEM-DESC
                    SET WS-RFQ-ERROR TO TRUE
                 NOT INVALID KEY
                    MOVE SM-ITEM-DESC TO WS-RFQ-ITEM-DESC
              END-READ.
       3600-EXIT.
              EXIT.

      * Captures one supplier's reply to an open RFQ - or that the
      * supplier declined to quote.  A reply already recorded may be
      * re-keyed until the RFQ is awarded.  The currency defaults to
      * the supplier's own and the lead time to the supplier's usual
      * lead time when left at zero.
       4000-RECORD-REPLY.
              DISPLAY "ENTER RFQ NUMBER: ".
              ACCEPT RQ-RFQ-NUMBER.
              READ RFQ-HEADER-FILE
                 INVALID KEY
                    DISPLAY "RFQ NOT FOUND."
                    GO TO 4000-EXIT
              END-READ.
              IF NOT RQ-STATUS-OPEN
                 DISPLAY "RFQ ALREADY AWARDED - REPLY NOT RECORDED."
                 GO TO 4000-EXIT
              END-IF.
              DISPLAY "ITEM " RQ-ITEM-NUMBER " QTY " RQ-QTY
                      " REPLIES DUE " RQ-REPLY-BY-DATE.
              DISPLAY "ENTER SUPPLIER NUMBER: ".
              ACCEPT RL-SUPPLIER-NUMBER.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              READ RFQ-LINE-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER WAS NOT INVITED TO THIS RFQ."
                    GO TO 4000-EXIT
              END-READ.
              MOVE RL-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO SU-CURRENCY-CODE
                    MOVE ZEROS TO SU-LEAD-TIME-DAYS
                    MOVE "*** NOT ON FILE ***" TO SU-SUPPLIER-NAME
              END-READ.
              DISPLAY "SUPPLIER: " SU-SUPPLIER-NAME.
              IF NOT RL-STATUS-INVITED
                 DISPLAY "REPLY ON FILE: COST " RL-REPLY-COST " "
                         RL-CURRENCY-CODE " LEAD " RL-LEAD-DAYS
                         " QTY " RL-MIN-QTY "-" RL-MAX-QTY
                         " STATUS " RL-STATUS
              END-IF.
              MOVE RFQ-LINE-REC TO WS-AUDIT-RL-BEFORE.
              DISPLAY "DID THE SUPPLIER DECLINE TO QUOTE (Y/N): ".
              MOVE SPACE TO WS-RFQ-ANSWER.
              ACCEPT WS-RFQ-ANSWER.
              IF WS-RFQ-ANSWER = "Y" OR WS-RFQ-ANSWER = "y"
                 MOVE ZEROS TO RL-REPLY-COST RL-LEAD-DAYS
                               RL-MIN-QTY RL-MAX-QTY RL-VALID-TO-DATE
                 SET RL-STATUS-DECLINED TO TRUE
                 GO TO 4000-SAVE-REPLY
              END-IF.
              DISPLAY "ENTER QUOTED UNIT COST: ".
              MOVE ZEROS TO RL-REPLY-COST.
              ACCEPT RL-REPLY-COST.
              IF RL-REPLY-COST = ZEROS
                 DISPLAY "UNIT COST MUST BE GREATER THAN ZERO."
                 GO TO 4000-EXIT
              END-IF.
              MOVE SU-CURRENCY-CODE TO RL-CURRENCY-CODE.
              IF RL-CURRENCY-CODE = SPACES
                 MOVE "USD" TO RL-CURRENCY-CODE
              END-IF.
              DISPLAY "ENTER QUOTED CURRENCY (BLANK FOR "
                      RL-CURRENCY-CODE "): ".
              MOVE SPACES TO WS-RFQ-CURRENCY.
              ACCEPT WS-RFQ-CURRENCY.
              IF WS-RFQ-CURRENCY NOT = SPACES
                 MOVE WS-RFQ-CURRENCY TO RL-CURRENCY-CODE
              END-IF.
              IF RL-CURRENCY-CODE NOT = "USD"
                 MOVE RL-CURRENCY-CODE TO ER-CURRENCY-CODE
                 IF WS-EXCH-OPEN
                    READ EXCHRATE-FILE
                       INVALID KEY
                          MOVE "23" TO WS-EXCH-STATUS
                    END-READ
                 END-IF
                 IF NOT WS-EXCH-OPEN OR WS-EXCH-STATUS NOT = "00"
                    DISPLAY "CURRENCY " RL-CURRENCY-CODE
                            " HAS NO EXCHANGE RATE - REPLY NOT "
                            "RECORDED."
                    GO TO 4000-EXIT
                 END-IF
              END-IF.
              DISPLAY "ENTER LEAD TIME IN DAYS (ZERO FOR "
                      SU-LEAD-TIME-DAYS "): ".
              MOVE ZEROS TO RL-LEAD-DAYS.
              ACCEPT RL-LEAD-DAYS.
              IF RL-LEAD-DAYS = ZEROS
                 MOVE SU-LEAD-TIME-DAYS TO RL-LEAD-DAYS
              END-IF.
              DISPLAY "ENTER MINIMUM QTY THE PRICE HOLDS FOR: ".
              MOVE ZEROS TO RL-MIN-QTY.
              ACCEPT RL-MIN-QTY.
              IF RL-MIN-QTY = ZEROS
                 MOVE 1 TO RL-MIN-QTY
              END-IF.
              DISPLAY "ENTER MAXIMUM QTY (ZERO FOR NO LIMIT): ".
              MOVE ZEROS TO RL-MAX-QTY.
              ACCEPT RL-MAX-QTY.
              IF RL-MAX-QTY NOT = ZEROS
                 AND RL-MAX-QTY < RL-MIN-QTY
                 DISPLAY "MAXIMUM QTY IS BELOW THE MINIMUM - REPLY "
                         "NOT RECORDED."
                 GO TO 4000-EXIT
              END-IF.
              DISPLAY "ENTER PRICE VALID-TO DATE (YYYYMMDD, ZERO FOR "
                      "NONE): ".
              MOVE ZEROS TO RL-VALID-TO-DATE.
              ACCEPT RL-VALID-TO-DATE.
              IF RL-VALID-TO-DATE NOT = ZEROS
                 AND FUNCTION TEST-DATE-YYYYMMDD(RL-VALID-TO-DATE)
                     NOT = 0
                 DISPLAY "INVALID VALID-TO DATE - REPLY NOT RECORDED."
                 GO TO 4000-EXIT
              END-IF.
              SET RL-STATUS-REPLIED TO TRUE.
       4000-SAVE-REPLY.
              ACCEPT RL-REPLY-DATE FROM DATE YYYYMMDD.
              REWRITE RFQ-LINE-REC
                 INVALID KEY
                    DISPLAY "REPLY NOT RECORDED - STATUS "
                            WS-RFQL-STATUS
                    GO TO 4000-EXIT
              END-REWRITE.
              MOVE RL-LINE-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-RL-BEFORE TO AT-BEFORE-IMAGE.
              MOVE RFQ-LINE-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "REPLY RECORDED FOR SUPPLIER "
                      RL-SUPPLIER-NUMBER ".".
       4000-EXIT.
              EXIT.

      * Bid comparison for one RFQ, on screen.
       5000-BID-COMPARISON.
              DISPLAY "ENTER RFQ NUMBER: ".
              ACCEPT RQ-RFQ-NUMBER.
              READ RFQ-HEADER-FILE
                 INVALID KEY
                    DISPLAY "RFQ NOT FOUND."
                    GO TO 5000-EXIT
              END-READ.
              PERFORM 5100-LIST-BIDS THRU 5100-EXIT.
       5000-EXIT.
              EXIT.

      * Lists every supplier invited to the RFQ in RFQ-HEADER-REC
      * with its reply as quoted and converted to home currency at
      * the rate in effect on the reply date, so bids in different
      * currencies can be read side by side.  A bid whose quantity
      * range does not cover the RFQ quantity is flagged and left
      * out of the ranking; the lowest home-currency bid that does
      * cover it is marked LOW and left in WS-CMP-LOW-SUPPLIER.
       5100-LIST-BIDS.
              DISPLAY "RFQ BID COMPARISON - RFQ " RQ-RFQ-NUMBER
                      " ITEM " RQ-ITEM-NUMBER " QTY " RQ-QTY.
              DISPLAY "ISSUED " RQ-ISSUE-DATE " REPLIES DUE "
                      RQ-REPLY-BY-DATE " STATUS " RQ-STATUS.
              IF RQ-STATUS-AWARDED
                 DISPLAY "AWARDED TO " RQ-AWARD-SUPPLIER " ON "
                         RQ-AWARD-DATE " - " RQ-AWARD-REASON
              END-IF.
              DISPLAY "SUPP  QUOTED-COST CUR LEAD MIN   MAX   "
                      "HOME-COST  HOME-VALUE    ST NOTE".
              MOVE ZEROS TO WS-CMP-BIDS WS-CMP-REPLIES
                            WS-CMP-LOW-SUPPLIER WS-CMP-LOW-COST.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              MOVE ZEROS TO RL-SUPPLIER-NUMBER.
              SET WS-RFQ-MORE TO TRUE.
              START RFQ-LINE-FILE
                    KEY IS NOT LESS THAN RL-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-RFQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RFQ-MORE
                 READ RFQ-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RFQ-MORE-SW
                    NOT AT END
                       IF RL-RFQ-NUMBER NOT = RQ-RFQ-NUMBER
                          MOVE "N" TO WS-RFQ-MORE-SW
                       ELSE
                          PERFORM 5150-COMPARE-ONE-BID
                             THRU 5150-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY "SUPPLIERS INVITED: " WS-CMP-BIDS
                      " PRICED REPLIES: " WS-CMP-REPLIES.
              IF WS-CMP-LOW-SUPPLIER NOT = ZEROS
                 DISPLAY "LOWEST COVERING BID: SUPPLIER "
                         WS-CMP-LOW-SUPPLIER " AT HOME COST "
                         WS-CMP-LOW-COST
              ELSE
                 DISPLAY "NO PRICED REPLY COVERS THE RFQ QUANTITY."
              END-IF.
       5100-EXIT.
              EXIT.

      * One bid line of the comparison.
       5150-COMPARE-ONE-BID.
              ADD 1 TO WS-CMP-BIDS.
              MOVE ZEROS TO WS-CMP-HOME-COST WS-CMP-HOME-VALUE.
              MOVE SPACES TO WS-CMP-NOTE.
              IF RL-STATUS-INVITED
                 MOVE "NO REPLY" TO WS-CMP-NOTE
              END-IF.
              IF RL-STATUS-DECLINED
                 MOVE "DECLINED" TO WS-CMP-NOTE
              END-IF.
              IF RL-STATUS-INVITED OR RL-STATUS-DECLINED
                 GO TO 5150-SHOW
              END-IF.
              ADD 1 TO WS-CMP-REPLIES.
              MOVE RL-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              MOVE RL-REPLY-DATE TO WS-ASOF-DATE.
              PERFORM 5200-CONVERT-TO-HOME THRU 5200-EXIT.
              IF NOT WS-CMP-RATE-OK
                 MOVE "NO RATE" TO WS-CMP-NOTE
                 GO TO 5150-SHOW
              END-IF.
              COMPUTE WS-CMP-HOME-COST ROUNDED =
                      RL-REPLY-COST * WS-ASOF-RATE.
              COMPUTE WS-CMP-HOME-VALUE ROUNDED =
                      RL-REPLY-COST * WS-ASOF-RATE * RQ-QTY.
              MOVE "N" TO WS-CMP-COVERS-SW.
              IF RL-MIN-QTY NOT > RQ-QTY
                 AND (RL-MAX-QTY = ZEROS OR RL-MAX-QTY NOT < RQ-QTY)
                 SET WS-CMP-COVERS TO TRUE
              END-IF.
              IF NOT WS-CMP-COVERS
                 MOVE "QTY RANGE" TO WS-CMP-NOTE
                 GO TO 5150-SHOW
              END-IF.
              IF WS-CMP-LOW-SUPPLIER = ZEROS
                 OR WS-CMP-HOME-COST < WS-CMP-LOW-COST
                 MOVE RL-SUPPLIER-NUMBER TO WS-CMP-LOW-SUPPLIER
                 MOVE WS-CMP-HOME-COST TO WS-CMP-LOW-COST
              END-IF.
       5150-SHOW.
              IF RL-SUPPLIER-NUMBER = WS-CMP-LOW-SUPPLIER
                 MOVE "LOW" TO WS-CMP-NOTE
              END-IF.
              DISPLAY RL-SUPPLIER-NUMBER " " RL-REPLY-COST "   "
                      RL-CURRENCY-CODE " " RL-LEAD-DAYS "  "
                      RL-MIN-QTY " " RL-MAX-QTY " "
                      WS-CMP-HOME-COST " " WS-CMP-HOME-VALUE " "
                      RL-STATUS "  " WS-CMP-NOTE.
       5150-EXIT.
              EXIT.

      * Sets WS-ASOF-RATE to the rate converting WS-ASOF-CURRENCY
      * into home currency on WS-ASOF-DATE: one for home currency,
      * else the rate history in effect on that date, else the
      * current EXCHRATE rate.  WS-CMP-RATE-OK comes back off only
      * when a foreign currency has no rate at all.
       5200-CONVERT-TO-HOME.
              MOVE "N" TO WS-CMP-RATE-OK-SW.
              IF WS-ASOF-CURRENCY = "USD" OR WS-ASOF-CURRENCY = SPACES
                 MOVE 1 TO WS-ASOF-RATE
                 SET WS-CMP-RATE-OK TO TRUE
                 GO TO 5200-EXIT
              END-IF.
              PERFORM 5250-FIND-RATE-AS-OF THRU 5250-EXIT.
              IF WS-ASOF-FOUND
                 SET WS-CMP-RATE-OK TO TRUE
                 GO TO 5200-EXIT
              END-IF.
              IF NOT WS-EXCH-OPEN
                 GO TO 5200-EXIT
              END-IF.
              MOVE WS-ASOF-CURRENCY TO ER-CURRENCY-CODE.
              READ EXCHRATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ER-RATE-TO-HOME TO WS-ASOF-RATE
                    SET WS-CMP-RATE-OK TO TRUE
              END-READ.
       5200-EXIT.
              EXIT.

      * The RATE-HISTORY-FILE record with the latest effective date
      * not after WS-ASOF-DATE, found by the forward scan Reports.cbl
      * uses in 8150-FIND-RATE-AS-OF.
       5250-FIND-RATE-AS-OF.
              MOVE "N" TO WS-ASOF-FOUND-SW.
              IF NOT WS-RHIST-OPEN
                 GO TO 5250-EXIT
              END-IF.
              MOVE WS-ASOF-CURRENCY TO RH-CURRENCY-CODE.
              MOVE ZEROS TO RH-EFFECTIVE-DATE.
              SET WS-ASOF-MORE TO TRUE.
              START RATE-HISTORY-FILE
                    KEY IS NOT LESS THAN RH-RATE-KEY
                 INVALID KEY MOVE "N" TO WS-ASOF-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-ASOF-MORE
                 READ RATE-HISTORY-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-ASOF-MORE-SW
                    NOT AT END
                       IF RH-CURRENCY-CODE NOT = WS-ASOF-CURRENCY
                          OR RH-EFFECTIVE-DATE > WS-ASOF-DATE
                          MOVE "N" TO WS-ASOF-MORE-SW
                       ELSE
                          MOVE RH-RATE-TO-HOME TO WS-ASOF-RATE
                          SET WS-ASOF-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.
       5250-EXIT.
              EXIT.

      * Awards an open RFQ to one supplier that quoted.  The bid
      * comparison is shown first; the buyer names the winner and
      * the reason.  The winning terms become a SUPPLIER-PRICE break
      * for the quoted quantity range, the winner becomes the item's
      * supplier at every location, and every other bid is marked
      * lost - kept on file, never deleted.
       6000-AWARD-RFQ.
              DISPLAY "ENTER BUYER OPERATOR ID: ".
              ACCEPT OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - RFQ NOT AWARDED"
                    GO TO 6000-EXIT
              END-READ.
              DISPLAY "ENTER RFQ NUMBER: ".
              ACCEPT RQ-RFQ-NUMBER.
              READ RFQ-HEADER-FILE
                 INVALID KEY
                    DISPLAY "RFQ NOT FOUND."
                    GO TO 6000-EXIT
              END-READ.
              IF NOT RQ-STATUS-OPEN
                 DISPLAY "RFQ ALREADY AWARDED TO " RQ-AWARD-SUPPLIER
                 GO TO 6000-EXIT
              END-IF.
              PERFORM 5100-LIST-BIDS THRU 5100-EXIT.
              MOVE RFQ-HEADER-REC TO WS-AUDIT-RQ-BEFORE.
              DISPLAY "ENTER WINNING SUPPLIER NUMBER (ZERO TO "
                      "CANCEL): ".
              MOVE ZEROS TO WS-RFQ-SUPPLIER.
              ACCEPT WS-RFQ-SUPPLIER.
              IF WS-RFQ-SUPPLIER = ZEROS
                 GO TO 6000-EXIT
              END-IF.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              MOVE WS-RFQ-SUPPLIER TO RL-SUPPLIER-NUMBER.
              READ RFQ-LINE-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER WAS NOT INVITED TO THIS RFQ."
                    GO TO 6000-EXIT
              END-READ.
              IF NOT RL-STATUS-REPLIED
                 DISPLAY "SUPPLIER HAS NO PRICED REPLY ON FILE - "
                         "NOT AWARDED."
                 GO TO 6000-EXIT
              END-IF.
              MOVE WS-RFQ-SUPPLIER TO SU-SUPPLIER-NUMBER.
              PERFORM 3150-CHECK-SUPPLIER-BLOCKED THRU 3150-EXIT.
              IF WS-SUPP-BLOCKED
                 DISPLAY "SUPPLIER HAS BEEN BLOCKED (" SV-REASON
                         ") - NOT AWARDED."
                 GO TO 6000-EXIT
              END-IF.
              IF RL-VALID-TO-DATE NOT = ZEROS
                 ACCEPT WS-RFQ-TODAY FROM DATE YYYYMMDD
                 IF RL-VALID-TO-DATE < WS-RFQ-TODAY
                    DISPLAY "QUOTED PRICE EXPIRED ON "
                            RL-VALID-TO-DATE " - NOT AWARDED."
                    GO TO 6000-EXIT
                 END-IF
              END-IF.
              IF WS-RFQ-SUPPLIER NOT = WS-CMP-LOW-SUPPLIER
                 DISPLAY "NOTE: THIS IS NOT THE LOWEST COVERING BID."
              END-IF.
              PERFORM 6050-GET-CONTRACT-COST THRU 6050-EXIT.
              IF WS-RFQ-ERROR
                 GO TO 6000-EXIT
              END-IF.
              DISPLAY "ENTER REASON FOR AWARD: ".
              MOVE SPACES TO RQ-AWARD-REASON.
              ACCEPT RQ-AWARD-REASON.
              IF RQ-AWARD-REASON = SPACES
                 DISPLAY "A REASON IS NEEDED - RFQ NOT AWARDED."
                 GO TO 6000-EXIT
              END-IF.
              DISPLAY "AWARD RFQ " RQ-RFQ-NUMBER " TO SUPPLIER "
                      WS-RFQ-SUPPLIER " AT CONTRACT COST "
                      WS-CMP-CONTRACT-COST " (Y/N): ".
              MOVE SPACE TO WS-RFQ-ANSWER.
              ACCEPT WS-RFQ-ANSWER.
              IF WS-RFQ-ANSWER NOT = "Y" AND WS-RFQ-ANSWER NOT = "y"
                 GO TO 6000-EXIT
              END-IF.
              PERFORM 6100-WRITE-CONTRACT-PRICE THRU 6100-EXIT.
              IF WS-RFQ-ERROR
                 GO TO 6000-EXIT
              END-IF.
              PERFORM 6200-SET-ITEM-SUPPLIER THRU 6200-EXIT.
              PERFORM 6300-CLOSE-BIDS THRU 6300-EXIT.
              SET RQ-STATUS-AWARDED TO TRUE.
              MOVE WS-RFQ-SUPPLIER TO RQ-AWARD-SUPPLIER.
              ACCEPT RQ-AWARD-DATE FROM DATE YYYYMMDD.
              MOVE OM-OPERATOR-ID TO RQ-OPERATOR-ID.
              REWRITE RFQ-HEADER-REC
                 INVALID KEY
                    DISPLAY "RFQ NOT UPDATED - STATUS "
                            WS-RFQH-STATUS
                    GO TO 6000-EXIT
              END-REWRITE.
              MOVE RQ-RFQ-NUMBER TO AT-KEY-VALUE.
              MOVE WS-AUDIT-RQ-BEFORE TO AT-BEFORE-IMAGE.
              MOVE RFQ-HEADER-REC TO AT-AFTER-IMAGE.
              SET AT-OP-CHANGE TO TRUE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
              DISPLAY "RFQ " RQ-RFQ-NUMBER " AWARDED TO SUPPLIER "
                      RQ-AWARD-SUPPLIER " - " WS-RFQ-ITEM-UPDATED
                      " ITEM LOCATION(S) UPDATED, "
                      WS-RFQ-BIDS-CLOSED " OTHER BID(S) CLOSED.".
       6000-EXIT.
              EXIT.

      * The contract cost SUPPLIER-PRICE is to carry, in the
      * supplier's own currency as every PO to that supplier is.
      * A reply quoted in that currency is taken as quoted; one
      * quoted in another currency is taken through home currency
      * at today's rates.
       6050-GET-CONTRACT-COST.
              MOVE "N" TO WS-RFQ-ERROR-SW.
              MOVE RL-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
              READ SUPPLIER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "SUPPLIER NOT ON FILE - NOT AWARDED."
                    SET WS-RFQ-ERROR TO TRUE
                    GO TO 6050-EXIT
              END-READ.
              MOVE SU-CURRENCY-CODE TO WS-RFQ-SUPP-CURRENCY.
              IF WS-RFQ-SUPP-CURRENCY = SPACES
                 MOVE "USD" TO WS-RFQ-SUPP-CURRENCY
              END-IF.
              IF RL-CURRENCY-CODE = WS-RFQ-SUPP-CURRENCY
                 MOVE RL-REPLY-COST TO WS-CMP-CONTRACT-COST
                 GO TO 6050-EXIT
              END-IF.
              ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
              MOVE RL-CURRENCY-CODE TO WS-ASOF-CURRENCY.
              PERFORM 5200-CONVERT-TO-HOME THRU 5200-EXIT.
              IF NOT WS-CMP-RATE-OK
                 DISPLAY "NO RATE FOR " RL-CURRENCY-CODE
                         " - NOT AWARDED."
                 SET WS-RFQ-ERROR TO TRUE
                 GO TO 6050-EXIT
              END-IF.
              COMPUTE WS-CMP-HOME-COST ROUNDED =
                      RL-REPLY-COST * WS-ASOF-RATE.
              MOVE WS-RFQ-SUPP-CURRENCY TO WS-ASOF-CURRENCY.
              PERFORM 5200-CONVERT-TO-HOME THRU 5200-EXIT.
              IF NOT WS-CMP-RATE-OK OR WS-ASOF-RATE = ZEROS
                 DISPLAY "NO RATE FOR " WS-RFQ-SUPP-CURRENCY
                         " - NOT AWARDED."
                 SET WS-RFQ-ERROR TO TRUE
                 GO TO 6050-EXIT
              END-IF.
              COMPUTE WS-CMP-CONTRACT-COST ROUNDED =
                      WS-CMP-HOME-COST / WS-ASOF-RATE.
              DISPLAY "QUOTED IN " RL-CURRENCY-CODE " - CONTRACT "
                      "COST CONVERTED TO " WS-RFQ-SUPP-CURRENCY.
       6050-EXIT.
              EXIT.

      * Writes the winning terms as a SUPPLIER-PRICE break for the
      * quoted quantity range - replacing a break already on file
      * for the same supplier, item and minimum quantity.
       6100-WRITE-CONTRACT-PRICE.
              MOVE "N" TO WS-RFQ-ERROR-SW.
              MOVE RL-SUPPLIER-NUMBER TO SP-SUPPLIER-NUMBER.
              MOVE RQ-ITEM-NUMBER TO SP-ITEM-NUMBER.
              MOVE RL-MIN-QTY TO SP-MIN-QTY.
              MOVE "Y" TO WS-RFQ-NEW-SW.
              READ SUPPLIER-PRICE-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-AUDIT-SP-BEFORE
                 NOT INVALID KEY
                    MOVE "N" TO WS-RFQ-NEW-SW
                    MOVE SUPPLIER-PRICE-REC TO WS-AUDIT-SP-BEFORE
              END-READ.
              MOVE RL-MAX-QTY TO SP-MAX-QTY.
              IF SP-MAX-QTY = ZEROS
                 MOVE 99999 TO SP-MAX-QTY
              END-IF.
              MOVE WS-CMP-CONTRACT-COST TO SP-CONTRACT-COST.
              MOVE RL-VALID-TO-DATE TO SP-EXPIRY-DATE.
              IF WS-RFQ-NEW
                 WRITE SUPPLIER-PRICE-REC
                    INVALID KEY
                       SET WS-RFQ-ERROR TO TRUE
                 END-WRITE
                 SET AT-OP-ADD TO TRUE
              ELSE
                 REWRITE SUPPLIER-PRICE-REC
                    INVALID KEY
                       SET WS-RFQ-ERROR TO TRUE
                 END-REWRITE
                 SET AT-OP-CHANGE TO TRUE
              END-IF.
              IF WS-RFQ-ERROR
                 DISPLAY "CONTRACT PRICE NOT WRITTEN - STATUS "
                         WS-PRICE-STATUS " - RFQ NOT AWARDED."
                 GO TO 6100-EXIT
              END-IF.
              MOVE SP-PRICE-KEY TO AT-KEY-VALUE.
              MOVE WS-AUDIT-SP-BEFORE TO AT-BEFORE-IMAGE.
              MOVE SUPPLIER-PRICE-REC TO AT-AFTER-IMAGE.
              PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
       6100-EXIT.
              EXIT.

      * Makes the winner the item's supplier on every STOCK-MASTER
      * location record the item is stocked at.
       6200-SET-ITEM-SUPPLIER.
              MOVE ZEROS TO WS-RFQ-ITEM-UPDATED.
              MOVE RQ-ITEM-NUMBER TO SM-ITEM-NUMBER.
              SET WS-RFQ-MORE TO TRUE.
              START STOCK-MASTER-FILE
                    KEY IS EQUAL TO SM-ITEM-NUMBER
                 INVALID KEY MOVE "N" TO WS-RFQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RFQ-MORE
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RFQ-MORE-SW
                    NOT AT END
                       IF SM-ITEM-NUMBER NOT = RQ-ITEM-NUMBER
                          MOVE "N" TO WS-RFQ-MORE-SW
                       ELSE
                          IF SM-SUPPLIER-NUMBER NOT = WS-RFQ-SUPPLIER
                             MOVE STOCK-MASTER-REC
                               TO WS-AUDIT-SM-BEFORE
                             MOVE WS-RFQ-SUPPLIER
                               TO SM-SUPPLIER-NUMBER
                             REWRITE STOCK-MASTER-REC
                                INVALID KEY
                                   DISPLAY "ITEM " SM-STOCK-KEY
                                           " NOT UPDATED - STATUS "
                                           WS-STOCK-STATUS
                                NOT INVALID KEY
                                   ADD 1 TO WS-RFQ-ITEM-UPDATED
                                   MOVE SM-STOCK-KEY TO AT-KEY-VALUE
                                   MOVE WS-AUDIT-SM-BEFORE
                                     TO AT-BEFORE-IMAGE
                                   MOVE STOCK-MASTER-REC
                                     TO AT-AFTER-IMAGE
                                   SET AT-OP-CHANGE TO TRUE
                                   PERFORM 7000-WRITE-AUDIT-RECORD
                                      THRU 7000-EXIT
                             END-REWRITE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6200-EXIT.
              EXIT.

      * Marks the winning bid won and every other priced bid on the
      * RFQ lost; a supplier that declined or never replied is left
      * as it stands.  The bids themselves are kept on file as
      * quoted.
       6300-CLOSE-BIDS.
              MOVE ZEROS TO WS-RFQ-BIDS-CLOSED.
              MOVE RQ-RFQ-NUMBER TO RL-RFQ-NUMBER.
              MOVE ZEROS TO RL-SUPPLIER-NUMBER.
              SET WS-RFQ-MORE TO TRUE.
              START RFQ-LINE-FILE
                    KEY IS NOT LESS THAN RL-LINE-KEY
                 INVALID KEY MOVE "N" TO WS-RFQ-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-RFQ-MORE
                 READ RFQ-LINE-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-RFQ-MORE-SW
                    NOT AT END
                       IF RL-RFQ-NUMBER NOT = RQ-RFQ-NUMBER
                          MOVE "N" TO WS-RFQ-MORE-SW
                       ELSE
                          IF RL-STATUS-REPLIED
                             PERFORM 6350-CLOSE-ONE-BID
                                THRU 6350-EXIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6300-EXIT.
              EXIT.

      * One priced bid: won or lost.
       6350-CLOSE-ONE-BID.
              MOVE RFQ-LINE-REC TO WS-AUDIT-RL-BEFORE.
              IF RL-SUPPLIER-NUMBER = WS-RFQ-SUPPLIER
                 SET RL-STATUS-WON TO TRUE
              ELSE
                 SET RL-STATUS-LOST TO TRUE
                 ADD 1 TO WS-RFQ-BIDS-CLOSED
              END-IF.
              REWRITE RFQ-LINE-REC
                 INVALID KEY
                    DISPLAY "BID " RL-LINE-KEY " NOT UPDATED - STATUS "
                            WS-RFQL-STATUS
                 NOT INVALID KEY
                    MOVE RL-LINE-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-RL-BEFORE TO AT-BEFORE-IMAGE
                    MOVE RFQ-LINE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       6350-EXIT.
              EXIT.

      *    Common audit-trail append, called once AT-KEY-VALUE,
      *    AT-OPERATION, and the before/after images have been set.
       7000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "RfqMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
