       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyOutbox.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  NOTIFICATION OUTBOX.                                         *
      *                                                               *
      *  Exceptions this system detects - a critical low-stock item,  *
      *  a purchase order waiting on a manager's sign-off, a pending  *
      *  credit-limit request or stock transfer, a heartbeat          *
      *  subsystem down, an end-of-day step that failed - used to be  *
      *  seen only by whoever read the right report or sat at the     *
      *  right screen.  Each of those programs now raises an event    *
      *  onto NOTIFY-OUTBOX-FILE (see NOTIFOBX.CPY) through the       *
      *  NOTIFYPOST entry below, with its severity, subsystem,        *
      *  business key, a one-line message and the role that should    *
      *  act on it.  NotifyDispatch.cbl sends the pending events out  *
      *  on the NOTIFY.FED message feed.                              *
      *                                                               *
      *  The operator inquiry lists every event not yet acknowledged  *
      *  (optionally for one role), acknowledges an event once        *
      *  someone has dealt with it, and can run the dispatcher on     *
      *  demand.  Reached from Utilities.cbl's menu.                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTIFY-OUTBOX-FILE
                     ASSIGN TO "notifobx"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS NO-EVENT-NUMBER
                     ALTERNATE RECORD KEY IS NO-ALERT-KEY
                                   WITH DUPLICATES
                     FILE STATUS IS WS-OBX-STATUS.

      *    Read only, to check the operator acknowledging an event.
              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUTBOX-FILE.
           COPY "NOTIFOBX.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OBX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "4".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-NEXT-EVENT-NUMBER PIC 9(08) VALUE ZEROS.
              10 WS-SCAN-SW           PIC X(01) VALUE "N".
                 88 WS-SCAN-MORE             VALUE "Y".
              10 WS-DUP-SW            PIC X(01) VALUE "N".
                 88 WS-DUP-FOUND             VALUE "Y".
              10 WS-ROLE-FILTER       PIC X(10) VALUE SPACES.
              10 WS-LIST-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-CRIT-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-ACK-EVENT         PIC 9(08) VALUE ZEROS.
              10 WS-ACK-OPERATOR      PIC X(08) VALUE SPACES.
              10 WS-ACK-PASSWORD      PIC X(08) VALUE SPACES.
              10 WS-STATE-WORD        PIC X(07) VALUE SPACES.

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

       LINKAGE SECTION.
           COPY "NOTIFEVT.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              PERFORM 1000-OPEN-OUTBOX THRU 1000-EXIT.
              IF WS-OBX-STATUS NOT = "00"
                 DISPLAY "NOTIFICATION OUTBOX NOT AVAILABLE - STATUS "
                         WS-OBX-STATUS
                 GOBACK
              END-IF.
              OPEN INPUT OPERATOR-MASTER-FILE.
              MOVE SPACE TO WS-MENU-OPTION.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE NOTIFY-OUTBOX-FILE.
              CLOSE OPERATOR-MASTER-FILE.
              GOBACK.

      * Posts one event for the calling program.  The outbox is
      * opened and closed per event, the same way the audit trail
      * and run-history logs are appended, so any number of
      * programs in one session can raise events without holding
      * the file.  An event still outstanding - not yet
      * acknowledged, same subsystem, key and message - is not
      * raised a second time, so a condition found again on every
      * run (an item still low, a heartbeat still failing) stays
      * one line on the inquiry until someone deals with it.
       ENTRY "NOTIFYPOST" USING NOTIFY-EVENT-MSG.
              SET NE-POST-FAILED TO TRUE.
              PERFORM 1000-OPEN-OUTBOX THRU 1000-EXIT.
              IF WS-OBX-STATUS NOT = "00"
                 GOBACK
              END-IF.
              PERFORM 6100-CHECK-OUTSTANDING THRU 6100-EXIT.
              IF WS-DUP-FOUND
                 SET NE-DUPLICATE TO TRUE
              ELSE
                 PERFORM 6200-WRITE-EVENT THRU 6200-EXIT
              END-IF.
              CLOSE NOTIFY-OUTBOX-FILE.
              GOBACK.

      * The outbox is created the first time anything needs it.
       1000-OPEN-OUTBOX.
              OPEN I-O NOTIFY-OUTBOX-FILE.
              IF WS-OBX-STATUS = "35"
                 CLOSE NOTIFY-OUTBOX-FILE
                 OPEN OUTPUT NOTIFY-OUTBOX-FILE
                 CLOSE NOTIFY-OUTBOX-FILE
                 OPEN I-O NOTIFY-OUTBOX-FILE
              END-IF.
       1000-EXIT.
              EXIT.

      * Find the highest event number already on file so new events
      * keep numbering forward instead of colliding on key 1.
       1100-FIND-LAST-EVENT-NUMBER.
              MOVE HIGH-VALUES TO NO-EVENT-NUMBER.
              START NOTIFY-OUTBOX-FILE
                    KEY IS LESS THAN NO-EVENT-NUMBER
                 INVALID KEY
                    MOVE ZEROS TO WS-NEXT-EVENT-NUMBER
                 NOT INVALID KEY
                    READ NOTIFY-OUTBOX-FILE PREVIOUS RECORD
                       AT END MOVE ZEROS TO WS-NEXT-EVENT-NUMBER
                       NOT AT END MOVE NO-EVENT-NUMBER
                                    TO WS-NEXT-EVENT-NUMBER
                    END-READ
              END-START.
       1100-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Notification Outbox".
              DISPLAY "-------------------".
              DISPLAY "1. List Unacknowledged Events".
              DISPLAY "2. Acknowledge An Event".
              DISPLAY "3. Dispatch Pending Events Now".
              DISPLAY "4. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-LIST-UNACKNOWLEDGED
                             THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-ACKNOWLEDGE-EVENT
                             THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-DISPATCH-NOW THRU 5000-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      * Every event nobody has acknowledged yet, oldest first,
      * optionally only those addressed to one role.
       3000-LIST-UNACKNOWLEDGED.
              DISPLAY "ENTER ROLE (BUYER/MANAGER/ADMIN) OR BLANK "
                      "FOR ALL: ".
              MOVE SPACES TO WS-ROLE-FILTER.
              ACCEPT WS-ROLE-FILTER.
              MOVE ZEROS TO WS-LIST-COUNT WS-CRIT-COUNT.
              DISPLAY "EVENT#   DATE     TIME     S SUBSYSTEM  "
                      "KEY                  ROLE       STATE".
              SET WS-SCAN-MORE TO TRUE.
              MOVE LOW-VALUES TO NO-EVENT-NUMBER.
              START NOTIFY-OUTBOX-FILE
                    KEY IS NOT LESS THAN NO-EVENT-NUMBER
                 INVALID KEY MOVE "N" TO WS-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-SCAN-MORE
                 READ NOTIFY-OUTBOX-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SCAN-SW
                    NOT AT END
                       IF NOT NO-ACKNOWLEDGED
                          AND (WS-ROLE-FILTER = SPACES
                           OR NO-RECIPIENT-ROLE = WS-ROLE-FILTER)
                          PERFORM 3100-SHOW-ONE-EVENT THRU 3100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              DISPLAY " ".
              DISPLAY WS-LIST-COUNT " UNACKNOWLEDGED EVENT(S), "
                      WS-CRIT-COUNT " CRITICAL.".
       3000-EXIT.
              EXIT.

       3100-SHOW-ONE-EVENT.
              ADD 1 TO WS-LIST-COUNT.
              IF NO-SEV-CRITICAL
                 ADD 1 TO WS-CRIT-COUNT
              END-IF.
              IF NO-SENT
                 MOVE "SENT" TO WS-STATE-WORD
              ELSE
                 MOVE "PENDING" TO WS-STATE-WORD
              END-IF.
              DISPLAY NO-EVENT-NUMBER " " NO-EVENT-DATE " "
                      NO-EVENT-TIME " " NO-SEVERITY " "
                      NO-SUBSYSTEM " " NO-EVENT-KEY " "
                      NO-RECIPIENT-ROLE " " WS-STATE-WORD.
              DISPLAY "         " NO-MESSAGE " (" NO-SOURCE-PROGRAM
                      ")".
       3100-EXIT.
              EXIT.

      * Acknowledging records who dealt with the event and when; it
      * then drops off the inquiry, and a fresh occurrence of the
      * same condition can be raised again.
       4000-ACKNOWLEDGE-EVENT.
              DISPLAY "ENTER EVENT NUMBER TO ACKNOWLEDGE: ".
              MOVE ZEROS TO WS-ACK-EVENT.
              ACCEPT WS-ACK-EVENT.
              MOVE WS-ACK-EVENT TO NO-EVENT-NUMBER.
              READ NOTIFY-OUTBOX-FILE
                 INVALID KEY
                    DISPLAY "EVENT NOT ON FILE - STATUS "
                            WS-OBX-STATUS
                    GO TO 4000-EXIT
              END-READ.
              IF NO-ACKNOWLEDGED
                 DISPLAY "EVENT " NO-EVENT-NUMBER " WAS ACKNOWLEDGED "
                         "BY " NO-ACK-BY " ON " NO-ACK-DATE "."
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 3100-SHOW-ONE-EVENT THRU 3100-EXIT.
              DISPLAY "ENTER YOUR OPERATOR ID: ".
              ACCEPT WS-ACK-OPERATOR.
              DISPLAY "ENTER YOUR PASSWORD: ".
              ACCEPT WS-ACK-PASSWORD.
              MOVE WS-ACK-OPERATOR TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT RECOGNISED - EVENT NOT "
                            "ACKNOWLEDGED."
                    GO TO 4000-EXIT
              END-READ.
              SET PW-VERIFY TO TRUE.
              MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
              MOVE WS-ACK-PASSWORD TO PW-PASSWORD.
              CALL "OperPwd" USING OPER-PWD-MSG.
              IF NOT PW-OK
                 DISPLAY "WRONG PASSWORD - EVENT NOT ACKNOWLEDGED."
                 GO TO 4000-EXIT
              END-IF.
              SET NO-ACKNOWLEDGED TO TRUE.
              MOVE WS-ACK-OPERATOR TO NO-ACK-BY.
              MOVE WS-TODAY TO NO-ACK-DATE.
              REWRITE NOTIFY-OUTBOX-REC
                 INVALID KEY
                    DISPLAY "EVENT NOT UPDATED - STATUS "
                            WS-OBX-STATUS
                 NOT INVALID KEY
                    DISPLAY "EVENT " NO-EVENT-NUMBER
                            " ACKNOWLEDGED."
              END-REWRITE.
       4000-EXIT.
              EXIT.

      * Runs the dispatcher on demand rather than waiting for the
      * end-of-day chain.  The outbox is closed across the CALL so
      * the dispatcher can open it for update itself.
       5000-DISPATCH-NOW.
              CLOSE NOTIFY-OUTBOX-FILE.
              CALL "NotifyDispatch".
              PERFORM 1000-OPEN-OUTBOX THRU 1000-EXIT.
       5000-EXIT.
              EXIT.

      * Reads the event's earlier occurrences off the subsystem/key
      * alternate key looking for one still unacknowledged with the
      * same message.
       6100-CHECK-OUTSTANDING.
              MOVE "N" TO WS-DUP-SW.
              MOVE NE-SUBSYSTEM TO NO-SUBSYSTEM.
              MOVE NE-EVENT-KEY TO NO-EVENT-KEY.
              SET WS-SCAN-MORE TO TRUE.
              START NOTIFY-OUTBOX-FILE
                    KEY IS EQUAL TO NO-ALERT-KEY
                 INVALID KEY MOVE "N" TO WS-SCAN-SW
              END-START.
              PERFORM UNTIL NOT WS-SCAN-MORE
                 READ NOTIFY-OUTBOX-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-SCAN-SW
                    NOT AT END
                       IF NO-SUBSYSTEM NOT = NE-SUBSYSTEM
                          OR NO-EVENT-KEY NOT = NE-EVENT-KEY
                          MOVE "N" TO WS-SCAN-SW
                       ELSE
                          IF NOT NO-ACKNOWLEDGED
                             AND NO-MESSAGE = NE-MESSAGE
                             SET WS-DUP-FOUND TO TRUE
                             MOVE "N" TO WS-SCAN-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       6100-EXIT.
              EXIT.

      * Numbers, stamps and files the caller's event as pending.
       6200-WRITE-EVENT.
              PERFORM 1100-FIND-LAST-EVENT-NUMBER THRU 1100-EXIT.
              INITIALIZE NOTIFY-OUTBOX-REC.
              COMPUTE NO-EVENT-NUMBER = WS-NEXT-EVENT-NUMBER + 1.
              ACCEPT NO-EVENT-DATE FROM DATE YYYYMMDD.
              ACCEPT NO-EVENT-TIME FROM TIME.
              MOVE NE-SEVERITY TO NO-SEVERITY.
              IF NOT NO-SEV-INFO AND NOT NO-SEV-WARNING
                 AND NOT NO-SEV-CRITICAL
                 SET NO-SEV-WARNING TO TRUE
              END-IF.
              MOVE NE-SUBSYSTEM TO NO-SUBSYSTEM.
              MOVE NE-EVENT-KEY TO NO-EVENT-KEY.
              MOVE NE-SOURCE-PROGRAM TO NO-SOURCE-PROGRAM.
              MOVE NE-MESSAGE TO NO-MESSAGE.
              MOVE NE-RECIPIENT-ROLE TO NO-RECIPIENT-ROLE.
              SET NO-PENDING TO TRUE.
              MOVE "N" TO NO-ACK-SW.
              WRITE NOTIFY-OUTBOX-REC
                 INVALID KEY
                    SET NE-POST-FAILED TO TRUE
                 NOT INVALID KEY
                    SET NE-POSTED TO TRUE
              END-WRITE.
       6200-EXIT.
              EXIT.
