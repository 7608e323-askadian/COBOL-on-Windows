      *  there is a standing record of what ran and when across many  *
      *  nights, not just what this run's own DISPLAY lines showed.   *
      *                                                               *
      *  The card settlement batch (CARDSTLBATCH in CardSettlement)   *
      *  runs after the backup and ahead of GL posting, so the night  *
      *  the card sales are sent to the processor is the night their  *
      *  clearing entries reach the ledger.                           *
      *                                                               *
      *  Standing customer orders (STDORDBATCH in StandingOrderMgmt)  *
      *  are generated right after the reorder check and ahead of     *
      *  the sales-posting checkpoint, so the day's due orders are    *
      *  already waiting in the pending-order queue when the          *
      *  operator works the till.                                     *
      *                                                               *
      *  A failed step is also raised as a critical event on the      *
      *  notification outbox (NOTIFYPOST in NotifyOutbox) for the     *
      *  admins, and whatever the outcome the chain ends by running   *
      *  the dispatcher (NTFYBATCH in NotifyDispatch), so tonight's   *
      *  stock alerts, approvals waiting and any failure go out to    *
      *  the people who act on them before the morning.               *
      *                                                               *
      *  Approved manual journals (JRNLRELEASE in JournalEntry) are   *
      *  released to GL.INT after the card settlement batch and ahead *
      *  of GL posting, so a journal dated today - or the             *
      *  first-of-month reversal of an auto-reversing accrual -       *
      *  reaches the ledger tonight.                                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 88 WS-STEP5-DONE            VALUE "Y".
              10 WS-STEP6-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-STEP6-DONE            VALUE "Y".
              10 WS-STEP7-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-STEP7-DONE            VALUE "Y".
              10 WS-STEP8-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-STEP8-DONE            VALUE "Y".
              10 WS-STEP9-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-STEP9-DONE            VALUE "Y".
              10 WS-SKIP-ANSWER       PIC X(01) VALUE SPACE.
              10 WS-STEP-SKIPPED-SW   PIC X(01) VALUE "N".
                 88 WS-STEP-SKIPPED          VALUE "Y".
                 88 WS-IS-BUSINESS-DAY      VALUE "Y".
              10 WS-ROLL-GUARD        PIC 9(02) VALUE ZEROS.

      *    Event handed to NotifyOutbox.cbl's NOTIFYPOST entry when a
      *    step fails.
           COPY "NOTIFEVT.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              END-IF.
              PERFORM 1000-STOCK-REORDER-CHECK
                 THRU 1000-EXIT.
              IF NOT WS-CHAIN-FAILED
                 PERFORM 1500-STANDING-ORDER-RUN
                    THRU 1500-EXIT
              END-IF.
              IF NOT WS-CHAIN-FAILED
                 PERFORM 2000-SALES-POSTING-CHECKPOINT
                    THRU 2000-EXIT
                 PERFORM 4000-BACKUP-MASTERS
                    THRU 4000-EXIT
              END-IF.
              IF NOT WS-CHAIN-FAILED
                 PERFORM 4500-CARD-SETTLEMENT-BATCH
                    THRU 4500-EXIT
              END-IF.
              IF NOT WS-CHAIN-FAILED
                 PERFORM 4700-JOURNAL-RELEASE
                    THRU 4700-EXIT
              END-IF.
              IF NOT WS-CHAIN-FAILED
                 PERFORM 5000-GL-POSTING-RUN
                    THRU 5000-EXIT
              ELSE
                 DISPLAY "END-OF-DAY BATCH RUN COMPLETED OK"
              END-IF.
              PERFORM 8500-DISPATCH-NOTIFICATIONS THRU 8500-EXIT.
              GOBACK.

      * Works out the processing date the chain cuts off against:
                                MOVE "Y" TO WS-STEP5-DONE-SW
                             WHEN "SALES SUMMARY ROLLUP"
                                MOVE "Y" TO WS-STEP6-DONE-SW
                             WHEN "CARD SETTLEMENT BATCH"
                                MOVE "Y" TO WS-STEP7-DONE-SW
                             WHEN "STANDING ORDER GENERATION"
                                MOVE "Y" TO WS-STEP8-DONE-SW
                             WHEN "JOURNAL RELEASE"
                                MOVE "Y" TO WS-STEP9-DONE-SW
                             WHEN OTHER
                                CONTINUE
                          END-EVALUATE
       1000-EXIT.
              EXIT.

      * Step 8 - queue the standing customer orders due today as
      * pending orders for SalesMgmt's review, listing any skipped
      * for credit hold or an inactive item on STDORD.RPT.  Nothing
      * is generated on a weekend or holiday; those orders are
      * queued by the next business day's run.  STDORDBATCH sets
      * RETURN-CODE on a genuine file-open failure the same way the
      * other steps do.
       1500-STANDING-ORDER-RUN.
              MOVE "STANDING ORDER GENERATION" TO WS-STEP-NAME.
              IF WS-RESTART-MODE AND WS-STEP8-DONE
                 DISPLAY "STEP " WS-STEP-NAME " ALREADY "
                         "COMPLETE TONIGHT - RESUMING PAST IT."
                 GO TO 1500-EXIT
              END-IF.
              IF WS-RESTART-MODE
                 PERFORM 0700-OFFER-SKIP THRU 0700-EXIT
                 IF WS-STEP-SKIPPED
                    GO TO 1500-EXIT
                 END-IF
              END-IF.
              MOVE ZEROS TO WS-STEP-STATUS.
              CALL "STDORDBATCH" USING WS-STEP-STATUS.
              DISPLAY "STANDING ORDER GENERATION QUEUED "
                      WS-STEP-STATUS " ORDER(S)".
              IF RETURN-CODE NOT = ZERO
                 SET WS-CHAIN-FAILED TO TRUE
              END-IF.
              STRING "STANDING ORDER(S) QUEUED " DELIMITED BY SIZE
                     WS-STEP-STATUS DELIMITED BY SIZE
                INTO WS-STEP-DETAIL.
              PERFORM 8000-LOG-STEP-RESULT THRU 8000-EXIT.
       1500-EXIT.
              EXIT.

      * Step 2 - sales posting.  There is no batch sales-transaction
      * feed in this system, so this step is an attended checkpoint:
      * the operator works the till through Sales Management's own
       4000-EXIT.
              EXIT.

      * Step 7 - send the day's credit- and debit-card sales to the
      * processor as tonight's settlement batch and move them from
      * receivables into card clearing.  It runs ahead of GL posting
      * so those clearing entries post tonight.  CARDSTLBATCH sets
      * RETURN-CODE on a genuine file-open failure the same way the
      * other steps do.
       4500-CARD-SETTLEMENT-BATCH.
              MOVE "CARD SETTLEMENT BATCH" TO WS-STEP-NAME.
              IF WS-RESTART-MODE AND WS-STEP7-DONE
                 DISPLAY "STEP " WS-STEP-NAME " ALREADY "
                         "COMPLETE TONIGHT - RESUMING PAST IT."
                 GO TO 4500-EXIT
              END-IF.
              IF WS-RESTART-MODE
                 PERFORM 0700-OFFER-SKIP THRU 0700-EXIT
                 IF WS-STEP-SKIPPED
                    GO TO 4500-EXIT
                 END-IF
              END-IF.
              MOVE ZEROS TO WS-STEP-STATUS.
              CALL "CARDSTLBATCH" USING WS-STEP-STATUS.
              DISPLAY "CARD SETTLEMENT BATCH SENT "
                      WS-STEP-STATUS " ITEM(S)".
              IF RETURN-CODE NOT = ZERO
                 SET WS-CHAIN-FAILED TO TRUE
              END-IF.
              STRING "CARD ITEM(S) BATCHED " DELIMITED BY SIZE
                     WS-STEP-STATUS DELIMITED BY SIZE
                INTO WS-STEP-DETAIL.
              PERFORM 8000-LOG-STEP-RESULT THRU 8000-EXIT.
       4500-EXIT.
              EXIT.

      * Step 9 - release every approved manual journal that has come
      * due to GL.INT, including the reversals of last period's
      * auto-reversing journals on the first of the month.  It runs
      * ahead of GL posting so they post tonight.  JRNLRELEASE sets
      * RETURN-CODE on a genuine file-open failure the same way the
      * other steps do.
       4700-JOURNAL-RELEASE.
              MOVE "JOURNAL RELEASE" TO WS-STEP-NAME.
              IF WS-RESTART-MODE AND WS-STEP9-DONE
                 DISPLAY "STEP " WS-STEP-NAME " ALREADY "
                         "COMPLETE TONIGHT - RESUMING PAST IT."
                 GO TO 4700-EXIT
              END-IF.
              IF WS-RESTART-MODE
                 PERFORM 0700-OFFER-SKIP THRU 0700-EXIT
                 IF WS-STEP-SKIPPED
                    GO TO 4700-EXIT
                 END-IF
              END-IF.
              MOVE ZEROS TO WS-STEP-STATUS.
              CALL "JRNLRELEASE" USING WS-STEP-STATUS.
              DISPLAY "JOURNAL RELEASE RELEASED "
                      WS-STEP-STATUS " JOURNAL(S)".
              IF RETURN-CODE NOT = ZERO
                 SET WS-CHAIN-FAILED TO TRUE
              END-IF.
              STRING "JOURNAL(S) RELEASED " DELIMITED BY SIZE
                     WS-STEP-STATUS DELIMITED BY SIZE
                INTO WS-STEP-DETAIL.
              PERFORM 8000-LOG-STEP-RESULT THRU 8000-EXIT.
       4700-EXIT.
              EXIT.

      * Step 5 - sweep the GL interface export that the day's
      * postings have been piling up on, total and balance-check it,
      * archive it under a batch number, and clear it ready for
      * step just ran - WS-STEP-NAME and WS-STEP-DETAIL are set by
      * the calling step paragraph, and WS-CHAIN-FAILED (which a
      * step sets before calling here, never after) decides OK vs
      * FAIL.  A failed step is also raised on the notification
      * outbox (8100-POST-FAIL-EVENT) so an admin is told without
      * having to read this log first.  The log
      * is opened and closed per append rather than held across the
      * chain, so a CALLed step that appends its own record (Backup-
      * MasterFiles' 7000-LOG-BATCH-RUN) isn't overwritten by this
              MOVE WS-STEP-DETAIL TO BL-DETAIL.
              WRITE BATCH-RUN-LOG-REC.
              CLOSE BATCH-RUN-LOG-FILE.
              IF WS-CHAIN-FAILED
                 PERFORM 8100-POST-FAIL-EVENT THRU 8100-EXIT
              END-IF.
              MOVE SPACES TO WS-STEP-DETAIL.
       8000-EXIT.
              EXIT.

      * Raises the failed step as a critical event for the admins,
      * keyed by step name, carrying the same detail the log line
      * got.
       8100-POST-FAIL-EVENT.
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-CRITICAL TO TRUE.
              MOVE "EOD BATCH"   TO NE-SUBSYSTEM.
              MOVE "EODBatchRun" TO NE-SOURCE-PROGRAM.
              MOVE WS-STEP-NAME  TO NE-EVENT-KEY.
              STRING "END-OF-DAY STEP FAILED - " DELIMITED BY SIZE
                     WS-STEP-DETAIL DELIMITED BY SIZE
                     INTO NE-MESSAGE.
              SET NE-TO-ADMIN TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       8100-EXIT.
              EXIT.

      * Sends every pending outbox event out to the notification
      * feed, whether or not the chain finished, so a halted run's
      * failure event goes out with everything else raised tonight.
      * Not a chain step - a dispatch problem is reported but is
      * not logged as a step failure or allowed to fail the run.
       8500-DISPATCH-NOTIFICATIONS.
              MOVE ZEROS TO WS-STEP-STATUS.
              CALL "NTFYBATCH" USING WS-STEP-STATUS.
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "NOTIFICATION DISPATCH COULD NOT OPEN THE "
                         "OUTBOX - EVENTS LEFT PENDING"
              ELSE
                 DISPLAY "NOTIFICATION DISPATCH SENT "
                         WS-STEP-STATUS " EVENT(S)"
              END-IF.
       8500-EXIT.
              EXIT.

      * Halt the chain with a clear message naming the step that
      * failed, instead of letting a later step run against data an
      * earlier step never finished producing.
