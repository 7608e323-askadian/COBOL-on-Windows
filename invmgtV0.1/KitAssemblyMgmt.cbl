      *  cancelling it puts the components back.  Reached from        *
      *  StockMgmt.cbl's menu.                                        *
      *                                                               *
      *  Every component issued or put back and every finished set    *
      *  built goes onto the stock movement ledger under the work     *
      *  order number (see STKMVMSG.CPY).                             *
      *                                                               *
      *  A kit whose BOM lists another kit is built from the stock    *
      *  items at the bottom of its structure - BomExplode.cbl        *
      *  expands every level - so a hamper holding the starter trio   *
      *  consumes the trio's oils, not pre-built trios.               *
      *                                                               *
      *  The GL follows the goods: opening an order moves the         *
      *  component cost consumed out of inventory into kit assembly   *
      *  work in process, and completing or cancelling it moves the   *
      *  same build cost back into inventory - as the finished sets   *
      *  or as the components put back.                               *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-WORK-ORDER-FILE.
       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-WO-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "5".
              10 WS-NEXT-WO-NUMBER    PIC 9(07) VALUE ZEROS.
              10 WS-AUDIT-STOCK-BEFORE PIC X(86) VALUE SPACES.
              10 WS-AUDIT-WO-BEFORE   PIC X(58) VALUE SPACES.

      *    Working fields for the component walk over the kit's
      *    exploded structure (BOMXPMSG.CPY), with WS-BUILD-DIRECTION
      *    deciding whether the walk consumes (opening) or restocks
      *    (cancelling) each component.
              10 WS-BM-IX             PIC 9(04) VALUE ZEROS.
              10 WS-KIT-STOCK-OK-SW   PIC X(01) VALUE "Y".
                 88 WS-KIT-STOCK-OK         VALUE "Y".
              10 WS-BUILD-DIRECTION   PIC X(01) VALUE "C".
              10 WS-WO-LIST-SW        PIC X(01) VALUE "N".
                 88 WS-WO-LIST-MORE         VALUE "Y".

      *    Working field for 3350-POST-KIT-MOVEMENT - an order being
      *    opened has not taken its number yet when its components
      *    are issued, so the number it is about to take is used.
              10 WS-MOVE-WO-NUMBER    PIC 9(07) VALUE ZEROS.

      *    Parameter block for 3350-POST-KIT-MOVEMENT.
           COPY "STKMVMSG.CPY".

      *    Parameter block for 3050-EXPLODE-KIT.
           COPY "BOMXPMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.
           02 GL-ACCT-KIT-WIP          PIC X(10) VALUE SPACES.

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
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE KIT-WORK-ORDER-FILE
                    STOCK-MASTER-FILE
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
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              MOVE "GL-KIT-WIP" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-KIT-WIP.
              IF NOT WS-PARMS-OK
                 DISPLAY "KIT ASSEMBLY CANNOT RUN - CORRECT THE SYSTEM "
                         "PARAMETERS ABOVE IN UTILITIES."
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
              OPEN I-O KIT-WORK-ORDER-FILE.
              IF WS-WO-STATUS = "35"
                 OPEN I-O KIT-WORK-ORDER-FILE
              END-IF.
              OPEN I-O STOCK-MASTER-FILE.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              PERFORM 1100-FIND-LAST-WO-NUMBER THRU 1100-EXIT.
       1000-EXIT.
              EXIT.
                    MOVE KIT-WORK-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    MOVE GL-ACCT-KIT-WIP TO GL-ACCOUNT-CODE
                    PERFORM 8000-WRITE-BUILD-GL-ENTRY THRU 8000-EXIT
                    DISPLAY "WORK ORDER " KW-WO-NUMBER " OPENED - "
                            KW-QTY-TO-BUILD " SET(S), COMPONENT "
                            "COST " KW-BUILD-COST "."
       3000-EXIT.
              EXIT.

      * Expands the kit through every level of its BOM into the
      * stock items it is built from, each with its quantity in one
      * set.  A walk that stops short - a circular reference or a
      * structure too deep or too large - leaves the list empty so
      * nothing is built off half a structure.
       3050-EXPLODE-KIT.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-EXPLODE TO TRUE.
              MOVE KW-KIT-ITEM-NUMBER TO BM-ROOT-ITEM.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
              IF NOT BM-RESULT-OK
                 DISPLAY "KIT STRUCTURE CANNOT BE EXPANDED (RESULT "
                         BM-RESULT ") - SEE BOM MAINTENANCE."
                 MOVE ZEROS TO BM-LINE-COUNT
              END-IF.
       3050-EXIT.
              EXIT.

      * First pass over the kit's exploded components: every stock
      * item's on-hand at the build location must cover its quantity
      * per set times the build quantity before anything moves - the
      * same all-or-nothing check SalesMgmt.cbl's 3075-VALIDATE-KIT-
      * STOCK makes for a till sale.  A kit with no BOM rows at all
      * fails here too.
       3100-VALIDATE-COMPONENTS.
              MOVE "Y" TO WS-KIT-STOCK-OK-SW.
              MOVE ZEROS TO WS-BUILD-COST.
              MOVE ZEROS TO WS-BUILD-UNIT-COST.
              PERFORM 3050-EXPLODE-KIT THRU 3050-EXIT.
              IF BM-LINE-COUNT = ZEROS
                 MOVE "N" TO WS-KIT-STOCK-OK-SW
                 DISPLAY "ITEM CARRIES NO BILL OF MATERIALS - NOT "
                         "A KIT."
                 GO TO 3100-EXIT
              END-IF.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER
                 MOVE KW-LOCATION TO SM-LOCATION
                 READ STOCK-MASTER-FILE
                    INVALID KEY
                       MOVE "N" TO WS-KIT-STOCK-OK-SW
                    NOT INVALID KEY
                       IF SM-QTY-ON-HAND <
                          (BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD)
                          MOVE "N" TO WS-KIT-STOCK-OK-SW
                       END-IF
                 END-READ
              END-PERFORM.
       3100-EXIT.
              EXIT.

      * Second pass: consumes (or, cancelling, restocks) each
      * exploded component by its quantity per set times the build
      * quantity, one audited REWRITE per component, accumulating
      * the component cost consumed for the build costing.
       3200-WALK-COMPONENTS.
              PERFORM 3050-EXPLODE-KIT THRU 3050-EXIT.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 PERFORM 3300-MOVE-ONE-COMPONENT THRU 3300-EXIT
              END-PERFORM.
       3200-EXIT.
              EXIT.

       3300-MOVE-ONE-COMPONENT.
              MOVE BM-LINE-ITEM(WS-BM-IX) TO SM-ITEM-NUMBER.
              MOVE KW-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "COMPONENT NOT ON FILE - ITEM "
                            BM-LINE-ITEM(WS-BM-IX)
                    GO TO 3300-EXIT
              END-READ.
              MOVE STOCK-MASTER-REC TO WS-AUDIT-STOCK-BEFORE.
              IF WS-BUILD-CONSUME
                 COMPUTE SM-QTY-ON-HAND = SM-QTY-ON-HAND -
                       (BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD)
                 COMPUTE WS-BUILD-COST = WS-BUILD-COST +
                       (BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD
                          * SM-UNIT-COST)
              ELSE
                 COMPUTE SM-QTY-ON-HAND = SM-QTY-ON-HAND +
                       (BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD)
              END-IF.
              REWRITE STOCK-MASTER-REC
                 INVALID KEY
                    MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    INITIALIZE STOCK-MOVE-MSG
                    SET MM-TYPE-KIT-ISSUE TO TRUE
                    IF WS-BUILD-CONSUME
                       COMPUTE WS-MOVE-WO-NUMBER =
                               WS-NEXT-WO-NUMBER + 1
                       COMPUTE MM-QTY =
                          (BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD) * -1
                    ELSE
                       MOVE KW-WO-NUMBER TO WS-MOVE-WO-NUMBER
                       COMPUTE MM-QTY =
                          BM-LINE-QTY(WS-BM-IX) * KW-QTY-TO-BUILD
                    END-IF
                    MOVE SM-UNIT-COST TO MM-UNIT-COST
                    PERFORM 3350-POST-KIT-MOVEMENT THRU 3350-EXIT
              END-REWRITE.
       3300-EXIT.
              EXIT.

      * Puts one component issue or restock, or one completed
      * build, onto the stock movement ledger - the caller has set
      * the type, signed quantity and unit cost.
       3350-POST-KIT-MOVEMENT.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              STRING "WO " WS-MOVE-WO-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "KitAssemblyMgmt" TO MM-SOURCE-PROGRAM.
              MOVE KW-OPERATOR-ID TO MM-OPERATOR-ID.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       3350-EXIT.
              EXIT.

      * Completes a build: the finished sets land in the kit item's
      * own SM-QTY-ON-HAND, costed by folding the build cost into
      * the kit's unit cost the same weighted-average way a PO
                    MOVE WS-AUDIT-STOCK-BEFORE TO AT-BEFORE-IMAGE
                    MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    MOVE "stockmas" TO AT-FILE-NAME
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    INITIALIZE STOCK-MOVE-MSG
                    SET MM-TYPE-KIT-BUILD TO TRUE
                    MOVE KW-QTY-TO-BUILD TO MM-QTY
                    IF KW-QTY-TO-BUILD > ZEROS
                       COMPUTE MM-UNIT-COST ROUNDED =
                               KW-BUILD-COST / KW-QTY-TO-BUILD
                    END-IF
                    MOVE KW-WO-NUMBER TO WS-MOVE-WO-NUMBER
                    PERFORM 3350-POST-KIT-MOVEMENT THRU 3350-EXIT
              END-REWRITE.
              SET KW-STATUS-COMPLETED TO TRUE.
              ACCEPT KW-COMPLETE-DATE FROM DATE YYYYMMDD.
                    MOVE KIT-WORK-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
                    PERFORM 8000-WRITE-BUILD-GL-ENTRY THRU 8000-EXIT
                    DISPLAY "WORK ORDER " KW-WO-NUMBER
                            " COMPLETED - " KW-QTY-TO-BUILD
                            " SET(S) ON THE SHELF AT UNIT COST "
              MOVE KIT-WORK-ORDER-REC TO WS-AUDIT-WO-BEFORE.
              SET WS-BUILD-RESTOCK TO TRUE.
              PERFORM 3200-WALK-COMPONENTS THRU 3200-EXIT.
              IF BM-LINE-COUNT = ZEROS
                 DISPLAY "NO COMPONENTS PUT BACK - ORDER NOT "
                         "CANCELLED."
                 GO TO 5000-EXIT
              END-IF.
              SET KW-STATUS-CANCELLED TO TRUE.
              ACCEPT KW-COMPLETE-DATE FROM DATE YYYYMMDD.
              REWRITE KIT-WORK-ORDER-REC
                    MOVE KIT-WORK-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
                    PERFORM 8000-WRITE-BUILD-GL-ENTRY THRU 8000-EXIT
                    DISPLAY "WORK ORDER " KW-WO-NUMBER
                            " CANCELLED - COMPONENTS RESTOCKED."
              END-REWRITE.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "KitAssemblyMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       7000-EXIT.
              EXIT.

      *    Moves the order's build cost between inventory and kit
      *    assembly work in process.  The caller names the account
      *    debited: work in process when an order opens (inventory
      *    credited for the components consumed), inventory when it
      *    completes or cancels (work in process credited, for the
      *    finished sets or for the components put back).  The
      *    build cost is the component cost consumed at opening, so
      *    work in process always clears to nil for the order.
       8000-WRITE-BUILD-GL-ENTRY.
              IF KW-BUILD-COST = ZEROS
                 GO TO 8000-EXIT
              END-IF.
              SET GL-DEBIT TO TRUE.
              MOVE KW-BUILD-COST TO GL-AMOUNT.
              MOVE SPACES TO GL-REFERENCE.
              STRING "WO " KW-WO-NUMBER
                     DELIMITED BY SIZE INTO GL-REFERENCE.
              ACCEPT GL-TXN-DATE FROM DATE YYYYMMDD.
              MOVE "KitAssemblyMgmt" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              IF GL-ACCOUNT-CODE = GL-ACCT-KIT-WIP
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
              ELSE
                 MOVE GL-ACCT-KIT-WIP TO GL-ACCOUNT-CODE
              END-IF.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       8000-EXIT.
              EXIT.
