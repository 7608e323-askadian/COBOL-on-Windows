      *  (appended to by MainMenu.cbl's 1500-SIGN-ON and 2000-DISPLAY *
      *  through 9000-WRITE-ACTIVITY-RECORD) for a given report date  *
      *  and lists every sign-on/sign-off pair with its session       *
      *  length, how long each menu option stayed open before the     *
      *  next option or sign-off, and any failed sign-on attempts -   *
      *  so a month-end discrepancy can be checked against who was    *
      *  actually signed on, not just against the roles they hold.    *
      *                                                               *
      *  Every menu option or sensitive action PermCheck.cbl refused  *
      *  is listed as a DENIED event with the function code that was  *
      *  refused, and counted.  A refusal takes no time on the menu,  *
      *  so it is left out of the elapsed-seconds chain.              *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
              10 WS-SIGNON-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-FAILED-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-OPTION-COUNT      PIC 9(05) VALUE ZEROS.
              10 WS-DENIED-COUNT      PIC 9(05) VALUE ZEROS.

      *    Carries the previous record read, so the time an option
      *    stayed open or a session lasted can be computed against
              DISPLAY " ".
              DISPLAY "OPERATOR ACTIVITY FOR " WS-REPORT-DATE.
              DISPLAY "DATE     TIME     OPERATOR TERMINAL EVENT    "
                      "OPT ELAPSED-SECS / FUNCTION".
              OPEN INPUT OPERATOR-ACTIVITY-FILE.
              IF WS-ACTIVITY-STATUS NOT = "00"
                 DISPLAY "NO ACTIVITY LOG ON FILE YET."
              DISPLAY " ".
              DISPLAY "SIGN-ONS: " WS-SIGNON-COUNT
                      "  FAILED SIGN-ONS: " WS-FAILED-COUNT
                      "  MENU OPTIONS OPENED: " WS-OPTION-COUNT
                      "  DENIALS: " WS-DENIED-COUNT.
       1000-EXIT.
              EXIT.

      *    Prints one activity-log line and, when the prior record
      *    read was for the same operator, the elapsed seconds between
      *    it and this one - the length of time the prior event (a
      *    session or a menu option) stayed open.  A DENIED event
      *    shows the refused function instead and is not carried as
      *    the prior record.
       1100-REPORT-ONE.
              DISPLAY OA-TS-DATE " " OA-TS-TIME " " OA-OPERATOR-ID " "
                      OA-TERMINAL-ID " " OA-EVENT-TYPE " "
                      OA-MENU-OPTION WITH NO ADVANCING.
              IF OA-EVENT-DENIED
                 DISPLAY "   " OA-FUNCTION-CODE
                 ADD 1 TO WS-DENIED-COUNT
                 GO TO 1100-EXIT
              END-IF.
              IF WS-HAVE-PRIOR
                 AND WS-PRIOR-OPERATOR-ID = OA-OPERATOR-ID
                 AND WS-PRIOR-EVENT-TYPE NOT = "SOFAILED"
