       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyDispatch.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  NOTIFICATION DISPATCHER.                                     *
      *                                                               *
      *  Sends the events programs have raised onto                   *
      *  NOTIFY-OUTBOX-FILE (see NOTIFOBX.CPY): every event still     *
      *  pending is formatted as one addressed line on NOTIFY.FED -   *
      *  the mail/message feed the site's mail gateway picks up - and *
      *  marked sent with the date and time it went.  The feed is     *
      *  appended to, never rewritten, so a gateway that has not      *
      *  collected yesterday's lines loses nothing.  Sending does not *
      *  acknowledge an event; it stays on NotifyOutbox.cbl's inquiry *
      *  until someone deals with it.                                 *
      *                                                               *
      *  Run standalone or from NotifyOutbox.cbl's menu; NTFYBATCH is *
      *  the CALL-able entry EODBatchRun.cbl runs at the end of the   *
      *  chain, so the night's failures go out the same night.        *
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

              SELECT NOTIFY-FEED-FILE
                     ASSIGN TO "NOTIFY.FED"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-OUTBOX-FILE.
           COPY "NOTIFOBX.CPY".

       FD  NOTIFY-FEED-FILE.
       01  NOTIFY-FEED-REC             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OBX-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FEED-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SCAN-SW           PIC X(01) VALUE "N".
                 88 WS-SCAN-MORE             VALUE "Y".
              10 WS-SENT-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-SEND-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-SEND-TIME         PIC 9(08) VALUE ZEROS.
              10 WS-SEV-WORD          PIC X(08) VALUE SPACES.
              10 WS-ROLE-WORD         PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RETURN-STATUS        PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-DISPATCH-PENDING THRU 1000-EXIT.
              GOBACK.

      * CALL-able entry point for the end-of-day chain - dispatches
      * with no operator prompts, returns the count of events sent,
      * and sets RETURN-CODE if the outbox or feed failed to open,
      * the same way the other batch entries do.
       ENTRY "NTFYBATCH" USING LK-RETURN-STATUS.
              MOVE ZERO TO RETURN-CODE.
              PERFORM 1000-DISPATCH-PENDING THRU 1000-EXIT.
              MOVE WS-SENT-COUNT TO LK-RETURN-STATUS.
              GOBACK.

       1000-DISPATCH-PENDING.
              MOVE ZEROS TO WS-SENT-COUNT.
              OPEN I-O NOTIFY-OUTBOX-FILE.
              IF WS-OBX-STATUS = "35"
                 DISPLAY "NO NOTIFICATION EVENTS ON FILE - NOTHING "
                         "TO DISPATCH."
                 GO TO 1000-EXIT
              END-IF.
              IF WS-OBX-STATUS NOT = "00"
                 DISPLAY "NOTIFICATION OUTBOX NOT OPENED - STATUS "
                         WS-OBX-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN EXTEND NOTIFY-FEED-FILE.
              IF WS-FEED-STATUS = "35"
                 OPEN OUTPUT NOTIFY-FEED-FILE
              END-IF.
              IF WS-FEED-STATUS NOT = "00"
                 DISPLAY "NOTIFY.FED NOT OPENED - STATUS "
                         WS-FEED-STATUS
                 CLOSE NOTIFY-OUTBOX-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              ACCEPT WS-SEND-DATE FROM DATE YYYYMMDD.
              ACCEPT WS-SEND-TIME FROM TIME.
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
                       IF NO-PENDING
                          PERFORM 2000-SEND-ONE-EVENT THRU 2000-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE NOTIFY-FEED-FILE.
              CLOSE NOTIFY-OUTBOX-FILE.
              DISPLAY "NOTIFICATION DISPATCH SENT " WS-SENT-COUNT
                      " EVENT(S) TO NOTIFY.FED.".
       1000-EXIT.
              EXIT.

      * One pending event onto the feed as a single addressed line -
      * recipient role, severity and a subject of subsystem and key
      * first, so a gateway can route on the leading fields - then
      * marked sent.  An event with no role goes to ADMIN.
       2000-SEND-ONE-EVENT.
              EVALUATE TRUE
                 WHEN NO-SEV-CRITICAL MOVE "CRITICAL" TO WS-SEV-WORD
                 WHEN NO-SEV-INFO     MOVE "INFO"     TO WS-SEV-WORD
                 WHEN OTHER           MOVE "WARNING"  TO WS-SEV-WORD
              END-EVALUATE.
              IF NO-RECIPIENT-ROLE = SPACES
                 MOVE "ADMIN" TO WS-ROLE-WORD
              ELSE
                 MOVE NO-RECIPIENT-ROLE TO WS-ROLE-WORD
              END-IF.
              MOVE SPACES TO NOTIFY-FEED-REC.
              STRING "TO=" DELIMITED BY SIZE
                     WS-ROLE-WORD DELIMITED BY SPACE
                     "|SEV=" DELIMITED BY SIZE
                     WS-SEV-WORD DELIMITED BY SPACE
                     "|SUBJ=" DELIMITED BY SIZE
                     NO-SUBSYSTEM DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     NO-EVENT-KEY DELIMITED BY SIZE
                     "|EVENT=" DELIMITED BY SIZE
                     NO-EVENT-NUMBER DELIMITED BY SIZE
                     "|RAISED=" DELIMITED BY SIZE
                     NO-EVENT-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NO-EVENT-TIME DELIMITED BY SIZE
                     "|FROM=" DELIMITED BY SIZE
                     NO-SOURCE-PROGRAM DELIMITED BY SPACE
                     "|MSG=" DELIMITED BY SIZE
                     NO-MESSAGE DELIMITED BY SIZE
                INTO NOTIFY-FEED-REC.
              WRITE NOTIFY-FEED-REC.
              SET NO-SENT TO TRUE.
              MOVE WS-SEND-DATE TO NO-SENT-DATE.
              MOVE WS-SEND-TIME TO NO-SENT-TIME.
              REWRITE NOTIFY-OUTBOX-REC
                 INVALID KEY
                    DISPLAY "EVENT " NO-EVENT-NUMBER " NOT MARKED "
                            "SENT - STATUS " WS-OBX-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-SENT-COUNT
              END-REWRITE.
       2000-EXIT.
              EXIT.
