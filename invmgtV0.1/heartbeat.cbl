      *  "HBCHECK" entry point with a node id and get a status code   *
      *  back instead of having to run a whole separate process.      *
      *                                                               *
      *  Run with "AUDIT" to add a walk of the audit trail chain      *
      *  (AuditVerify.cbl) to the single check - a broken chain is    *
      *  reported and counted as a failure like a file that will not  *
      *  open.                                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ST-TXN-NUMBER
                     ALTERNATE RECORD KEY IS ST-CUST-ID
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-TXN-DATE
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-INVOICE-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SALE-STATUS.

              SELECT BOOK-FILE
              10 WS-BOOKSHOP-FAIL-SW  PIC X(01) VALUE "N".
                 88 WS-BOOKSHOP-FAIL         VALUE "Y".

      *    Set by the AUDIT run mode - the audit trail chain is only
      *    walked when asked for, never on every polling interval.
              10 WS-AUDIT-CHECK-SW    PIC X(01) VALUE "N".
                 88 WS-AUDIT-CHECK-WANTED    VALUE "Y".
              10 WS-AUDIT-BREAK-COUNT PIC 9(05) VALUE ZEROS.

       01  WS-COMMAND-LINE-VARS.
              10 WS-ARG-COUNT         PIC 9(02) COMP VALUE ZEROS.
              10 WS-ARG-NUMBER        PIC 9(02) COMP VALUE ZEROS.

       01  WS-LOG-TIMESTAMP           PIC 9(08).

      *    Event handed to NotifyOutbox.cbl's NOTIFYPOST entry for each
      *    subsystem found failing, so an admin hears about it even
      *    when nobody is watching this check's console output.
           COPY "NOTIFEVT.CPY".
       01  WS-NOTIFY-SUBSYSTEM        PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-NODE-ID                 PIC X(08).
       01  LK-RETURN-STATUS           PIC 9(02).
                 ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
              END-IF.

              IF WS-MODE-ARG = "AUDIT"
                 SET WS-AUDIT-CHECK-WANTED TO TRUE
              END-IF.

              IF WS-MODE-ARG = "POLL"
                 IF WS-ARG-COUNT > 1
                    MOVE 2 TO WS-ARG-NUMBER
                       "HEARTBEAT: ALL FILES ONLINE - I AM ALIVE."
                 ELSE
                    DISPLAY "HEARTBEAT: " WS-FAIL-COUNT
                            " CHECK(S) FAILED."
                 END-IF
              END-IF.

              PERFORM 1300-CHECK-PURCHASING THRU 1300-EXIT.
              PERFORM 1400-CHECK-SALES THRU 1400-EXIT.
              PERFORM 1500-CHECK-BOOKSHOP THRU 1500-EXIT.
              IF WS-AUDIT-CHECK-WANTED
                 PERFORM 1600-CHECK-AUDIT-TRAIL THRU 1600-EXIT
              END-IF.
       1000-EXIT.
              EXIT.

              END-IF.
              IF WS-HR-FAIL
                 DISPLAY "  HR SUBSYSTEM         : FAIL"
                 MOVE "HR" TO WS-NOTIFY-SUBSYSTEM
                 PERFORM 1900-POST-FAIL-EVENT THRU 1900-EXIT
              ELSE
                 DISPLAY "  HR SUBSYSTEM         : OK"
              END-IF.
              END-IF.
              IF WS-INVENTORY-FAIL
                 DISPLAY "  INVENTORY SUBSYSTEM  : FAIL"
                 MOVE "INVENTORY" TO WS-NOTIFY-SUBSYSTEM
                 PERFORM 1900-POST-FAIL-EVENT THRU 1900-EXIT
              ELSE
                 DISPLAY "  INVENTORY SUBSYSTEM  : OK"
              END-IF.
              END-IF.
              IF WS-PURCHASING-FAIL
                 DISPLAY "  PURCHASING SUBSYSTEM : FAIL"
                 MOVE "PURCHASING" TO WS-NOTIFY-SUBSYSTEM
                 PERFORM 1900-POST-FAIL-EVENT THRU 1900-EXIT
              ELSE
                 DISPLAY "  PURCHASING SUBSYSTEM : OK"
              END-IF.
              END-IF.
              IF WS-SALES-FAIL
                 DISPLAY "  SALES SUBSYSTEM      : FAIL"
                 MOVE "SALES" TO WS-NOTIFY-SUBSYSTEM
                 PERFORM 1900-POST-FAIL-EVENT THRU 1900-EXIT
              ELSE
                 DISPLAY "  SALES SUBSYSTEM      : OK"
              END-IF.
              END-IF.
              IF WS-BOOKSHOP-FAIL
                 DISPLAY "  BOOKSHOP SUBSYSTEM   : FAIL"
                 MOVE "BOOKSHOP" TO WS-NOTIFY-SUBSYSTEM
                 PERFORM 1900-POST-FAIL-EVENT THRU 1900-EXIT
              ELSE
                 DISPLAY "  BOOKSHOP SUBSYSTEM   : OK"
              END-IF.
       1500-EXIT.
              EXIT.

      * Audit trail - AuditVerify.cbl walks the AUDIT.TRL chain and
      * its archive.  A broken chain counts as one failed check, so
      * the run ends non-zero, and the admins are told the same way
      * as for a subsystem that is down.
       1600-CHECK-AUDIT-TRAIL.
              MOVE ZEROS TO WS-AUDIT-BREAK-COUNT.
              CALL "AUDITVFY" USING WS-AUDIT-BREAK-COUNT.
              IF RETURN-CODE = ZERO
                 DISPLAY "  AUDIT TRAIL CHAIN    : OK"
                 GO TO 1600-EXIT
              END-IF.
              ADD 1 TO WS-FAIL-COUNT.
              DISPLAY "  AUDIT TRAIL CHAIN    : FAIL - "
                      WS-AUDIT-BREAK-COUNT " BREAK(S)".
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-CRITICAL TO TRUE.
              MOVE "HEARTBEAT"           TO NE-SUBSYSTEM.
              MOVE "HeartBeat"           TO NE-SOURCE-PROGRAM.
              MOVE "AUDIT.TRL"           TO NE-EVENT-KEY.
              STRING "AUDIT TRAIL CHAIN BROKEN - SEE AUDITVFY.RPT ON "
                     DELIMITED BY SIZE
                     "NODE " DELIMITED BY SIZE
                     WS-NODE-ID DELIMITED BY SIZE
                     INTO NE-MESSAGE.
              SET NE-TO-ADMIN TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       1600-EXIT.
              EXIT.

      * Raises a critical event to the admins for the subsystem named
      * in WS-NOTIFY-SUBSYSTEM.  The message is the same on every
      * check that finds it still down, so NOTIFYPOST holds a repeat
      * back until the outstanding one has been acknowledged rather
      * than queueing one per polling interval.
       1900-POST-FAIL-EVENT.
              MOVE SPACES TO NOTIFY-EVENT-MSG.
              SET NE-SEV-CRITICAL TO TRUE.
              MOVE "HEARTBEAT"           TO NE-SUBSYSTEM.
              MOVE "HeartBeat"           TO NE-SOURCE-PROGRAM.
              MOVE WS-NOTIFY-SUBSYSTEM   TO NE-EVENT-KEY.
              STRING WS-NOTIFY-SUBSYSTEM DELIMITED BY SPACE
                     " SUBSYSTEM FILE(S) FAILED TO OPEN ON NODE "
                     DELIMITED BY SIZE
                     WS-NODE-ID DELIMITED BY SIZE
                     INTO NE-MESSAGE.
              SET NE-TO-ADMIN TO TRUE.
              CALL "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
       1900-EXIT.
              EXIT.

      * One iteration of the polling loop - run the checks, write a
      * timestamped line to the heartbeat log, sleep, then decide
      * whether another iteration is due.
