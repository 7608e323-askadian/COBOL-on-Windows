      *  the same way every other master-file change in this system  *
      *  is audited.                                                  *
      *                                                               *
      *  Each posted adjustment also goes onto the stock movement     *
      *  ledger as a count movement (see STKMVMSG.CPY).               *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COUNT-STATUS      PIC X(02) VALUE "00".
      *    the sign.
              10 WS-GL-VARIANCE-ABS   PIC 9(09)V99 VALUE ZEROS.

      *    Parameter block for 2190-POST-COUNT-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-SHRINKAGE-EXP    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.

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
              IF FS-SUCCESS OF WS-COUNT-STATUS
              CLOSE GL-INTERFACE-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SHRINKAGE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SHRINKAGE-EXP.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              IF NOT WS-PARMS-OK
                 DISPLAY "CYCLE COUNT RECONCILIATION CANNOT RUN -"
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
              OPEN I-O STOCK-MASTER-FILE.
              OPEN INPUT CYCLE-COUNT-FILE.
                          MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                          MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          MOVE "stockmas" TO AT-FILE-NAME
                          PERFORM 9000-WRITE-AUDIT-RECORD
                             THRU 9000-EXIT
                          PERFORM 2175-LOG-SHRINKAGE
                             THRU 2175-EXIT
                          PERFORM 2190-POST-COUNT-MOVEMENT
                             THRU 2190-EXIT
                          PERFORM 2150-CHECK-REORDER-POINT
                             THRU 2150-EXIT
                    END-REWRITE
       2175-EXIT.
              EXIT.

      *    Puts a posted adjustment onto the stock movement ledger -
      *    the variance is already signed plus for a count-up and
      *    minus for a loss, which is the ledger's own convention.
       2190-POST-COUNT-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-COUNT TO TRUE.
              MOVE WS-VARIANCE TO MM-QTY.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "COUNT " CC-COUNT-DATE(3:6)
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "CycleCountRecon" TO MM-SOURCE-PROGRAM.
              MOVE "CYCCOUNT" TO MM-OPERATOR-ID.
              MOVE CC-COUNT-DATE TO MM-MOVE-DATE.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
       2190-EXIT.
              EXIT.

      *    Posts the posted adjustment's dollar impact to the general
      *    ledger interface file so shrinkage shows up as a real line
      *    in the books instead of only adjusting SM-QTY-ON-HAND.  A
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "CycleCountRecon" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       9000-EXIT.
              EXIT.
