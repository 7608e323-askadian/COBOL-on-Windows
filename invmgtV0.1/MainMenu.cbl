      *                                                               *
      *  Before the menu is ever shown, 1500-SIGN-ON checks an        *
      *  operator id/password against OPERATOR-MASTER.  A signed-on   *
      *  operator's roles decide which options 2000-DISPLAY even      *
      *  lists: 1590-LOAD-PERMISSIONS signs them on to PermCheck.cbl, *
      *  which holds their function permissions for the rest of the   *
      *  run, and every menu from here down - this one, Utilities,    *
      *  Reports and each subsystem - asks it which options to show   *
      *  and whether the option chosen is allowed.  A refused choice  *
      *  is logged to the activity file as a DENIED event.            *
      *                                                               *
      *  Every sign-on attempt (successful or not), sign-off, and     *
      *  menu option entered is appended to OPERATOR-ACTIVITY-FILE by *
      *  and which options they opened can be reconstructed later -   *
      *  see OperatorActivityRpt.cbl for the daily report over it.    *
      *                                                               *
      *  Passwords are never held or compared in clear: the sign-on,  *
      *  the forced or expired-password change and the reuse check    *
      *  all go through CALL "OperPwd", which keeps only a salted     *
      *  hash on OPERATOR-PASSWORD (OPERPWD.CPY).                     *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
              10 WS-ENTERED-PASSWORD PIC X(08) VALUE SPACES.
              10 WS-ENTERED-TERMINAL PIC X(08) VALUE SPACES.
              10 WS-SIGNON-TRIES    PIC 9 VALUE 0.
              10 WS-SIGNON-SWITCH   PIC 9 VALUE 0.
                 88 WS-SIGNED-ON    VALUE 1.
              10 WS-ACTIVITY-STATUS PIC X(02) VALUE "00".
                 88 WS-TRAINEE            VALUE "Y".
              10 WS-TRAIN-DIR       PIC X(08) VALUE "TRAINING".

      *    Every password check and change goes through OperPwd.cbl -
      *    no password is held or compared in clear here.
           COPY "OPWDMSG.CPY".

      *    Menu options are shown and allowed off the operator's
      *    roles, checked through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       DisplayPrompt.

                UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES = 3.

              IF WS-SIGNED-ON
                 PERFORM 1590-LOAD-PERMISSIONS THRU 1590-EXIT
                 IF PC-ALLOWED
                    PERFORM 1580-ENTER-TRAINING-MODE THRU 1580-EXIT
                    PERFORM 2000-DISPLAY
                       THRU 2000-EXIT
                      UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION
                 END-IF
                 SET PC-SIGN-OFF TO TRUE
                 CALL "PermCheck" USING PERM-CHECK-MSG
                 PERFORM 1570-END-SESSION THRU 1570-EXIT
                 SET OA-EVENT-SIGNOFF TO TRUE
                 MOVE SPACE TO OA-MENU-OPTION
                 OPEN OUTPUT OPERATOR-MASTER-FILE
                 MOVE "ADMIN"   TO OM-OPERATOR-ID
                 MOVE "ADMINISTRATOR" TO OM-OPERATOR-NAME
                 SET OM-PASSWORD-HASHED TO TRUE
                 MOVE 9         TO OM-ACCESS-LEVEL
                 WRITE OPERATOR-MASTER-REC
                 CLOSE OPERATOR-MASTER-FILE
                 OPEN I-O OPERATOR-MASTER-FILE
                 MOVE "ADMIN" TO PW-OPERATOR-ID
                 MOVE "ADMIN" TO PW-PASSWORD
                 SET PW-SET TO TRUE
                 CALL "OperPwd" USING OPER-PWD-MSG
      *    The seeded account may not be used as-is: its security
      *    record carries the force-change flag, so the very first
      *    sign-on has to set a real password before the menu shows.
                 MOVE "Y" TO OS-FORCE-CHANGE-SW
                 MOVE ZEROS TO OS-FAILED-ATTEMPTS
                 MOVE "N" TO OS-LOCKED-SW
                 MOVE SPACES TO OS-RETIRED-HISTORY
                 WRITE OPERATOR-SECURITY-REC
                    INVALID KEY CONTINUE
                 END-WRITE
                               "ADMINISTRATOR TO UNLOCK IT."
                       ADD 1 TO WS-SIGNON-TRIES
                    ELSE
                       MOVE WS-ENTERED-ID TO PW-OPERATOR-ID
                       MOVE WS-ENTERED-PASSWORD TO PW-PASSWORD
                       MOVE SPACES TO WS-ENTERED-PASSWORD
                       SET PW-VERIFY TO TRUE
                       CALL "OperPwd" USING OPER-PWD-MSG
                       PERFORM 1520-CHECK-PWD-ON-FILE THRU 1520-EXIT
                    END-IF
                    IF NOT OS-LOCKED AND NOT PW-NOT-ON-FILE
                       AND NOT PW-FILE-ERROR
                       IF PW-OK
                          PERFORM 1530-CHECK-PWD-CURRENCY
                             THRU 1530-EXIT
                          IF WS-SIGNED-ON
                             REWRITE OPERATOR-SECURITY-REC
                                INVALID KEY CONTINUE
                             END-REWRITE
      *    The trainee flag is captured while the record is still
      *    readable - the record area is undefined once the file
      *    closes below, and 1580 runs after that.
                    MOVE "N" TO OS-FORCE-CHANGE-SW
                    MOVE ZEROS TO OS-FAILED-ATTEMPTS
                    MOVE "N" TO OS-LOCKED-SW
                    MOVE SPACES TO OS-RETIRED-HISTORY
                    WRITE OPERATOR-SECURITY-REC
                       INVALID KEY CONTINUE
                    END-WRITE
       1510-EXIT.
              EXIT.

      *    An operator with no password on OPERATOR-PASSWORD cannot
      *    sign on at all - most likely the one-time conversion of
      *    the old clear-text passwords (OperPwdConvert.cbl) has not
      *    been run yet, or this operator was restored from a backup
      *    taken before it.  That is not the operator's mistake, so
      *    it burns a try but never counts toward a lockout.
       1520-CHECK-PWD-ON-FILE.
              IF PW-NOT-ON-FILE OR PW-FILE-ERROR
                 IF OM-PASSWORD-HASHED
                    DISPLAY "NO PASSWORD ON FILE FOR THIS OPERATOR "
                            "- SEE AN ADMINISTRATOR."
                 ELSE
                    DISPLAY "OPERATOR PASSWORDS HAVE NOT BEEN "
                            "CONVERTED - RUN OperPwdConvert FIRST."
                 END-IF
                 ADD 1 TO WS-SIGNON-TRIES
              END-IF.
       1520-EXIT.
              EXIT.

      *    The right password is not always enough: a password past
      *    WS-PWD-EXPIRY-DAYS, never set (changed-date zero), or
      *    flagged for a forced change must be replaced before the

      *    Takes, checks and commits a new password: it must pass
      *    the complexity check, match its confirmation, and not
      *    reuse the current password or any of the three before it
      *    (OperPwd.cbl compares the hashes and keeps the history).
      *    Success rolls the history forward, stamps the change date
      *    and signs the operator on; failure leaves them signed off
      *    (and the attempt burned) rather than letting a weak or
                 ADD 1 TO WS-SIGNON-TRIES
                 GO TO 1540-EXIT
              END-IF.
              MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
              MOVE WS-NEW-PASSWORD TO PW-PASSWORD.
              MOVE SPACES TO WS-NEW-PASSWORD WS-NEW-PASSWORD-2.
              SET PW-CHANGE TO TRUE.
              CALL "OperPwd" USING OPER-PWD-MSG.
              IF PW-REUSED
                 DISPLAY "PASSWORD WAS USED RECENTLY - CHOOSE A "
                         "DIFFERENT ONE."
                 ADD 1 TO WS-SIGNON-TRIES
                 GO TO 1540-EXIT
              END-IF.
              IF NOT PW-OK
                 DISPLAY "PASSWORD NOT SAVED - PASSWORD FILE "
                         "UNAVAILABLE."
                 ADD 1 TO WS-SIGNON-TRIES
                 GO TO 1540-EXIT
              END-IF.
              MOVE WS-TODAY-DATE TO OS-PWD-CHANGED-DATE.
              MOVE "N" TO OS-FORCE-CHANGE-SW.
              REWRITE OPERATOR-SECURITY-REC
       1580-EXIT.
              EXIT.

      *    Hands the signed-on operator to PermCheck.cbl, which loads
      *    the functions their roles grant and holds them for every
      *    menu CALLed from here.  This runs before the switch into
      *    training, so a new system's roles are seeded once, live,
      *    and TrainingSetup copies them with the other masters.  An
      *    operator holding no role, or role files that cannot be
      *    opened, end the session before any menu is shown.
       1590-LOAD-PERMISSIONS.
              MOVE WS-ENTERED-ID TO PC-OPERATOR-ID.
              MOVE WS-ENTERED-TERMINAL TO PC-TERMINAL-ID.
              SET PC-SIGN-ON TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              IF PC-DENIED
                 DISPLAY "NO ROLES ASSIGNED TO THIS OPERATOR - SEE AN "
                         "ADMINISTRATOR."
              END-IF.
              IF PC-FILE-ERROR
                 DISPLAY "PERMISSION FILES UNAVAILABLE - SIGN-ON "
                         "CANNOT CONTINUE."
              END-IF.
       1590-EXIT.
              EXIT.

      *    Removes this session's registry record at sign-off.
       1570-END-SESSION.
              OPEN I-O ACTIVE-SESSION-FILE.
           END-IF.
           DISPLAY "Inventory Management System".
           DISPLAY "----------------------------".
           MOVE "MAIN" TO PC-FUNCTION-CODE.
           SET PC-MENU-FILTER TO TRUE.
           CALL "PermCheck" USING PERM-CHECK-MSG.
           IF PC-MENU-ALLOWED(1)
              DISPLAY "1. Stock Management"
           END-IF.
           IF PC-MENU-ALLOWED(2)
              DISPLAY "2. Supplier Management"
           END-IF.
           IF PC-MENU-ALLOWED(3)
              DISPLAY "3. Purchase Management"
           END-IF.
           IF PC-MENU-ALLOWED(4)
              DISPLAY "4. Customer Management"
           END-IF.
           IF PC-MENU-ALLOWED(5)
              DISPLAY "5. Sales Management"
           END-IF.
           IF PC-MENU-ALLOWED(6)
              DISPLAY "6. Reports"
           END-IF.
           DISPLAY "7. Exit".
           IF PC-MENU-ALLOWED(8)
              DISPLAY "8. Utilities"
           END-IF.
           DISPLAY " ".
           MOVE WS-MENU-OPTION      TO OA-MENU-OPTION.
           PERFORM 9000-WRITE-ACTIVITY-RECORD THRU 9000-EXIT.

           IF WS-MENU-OPTION NOT = WS-EXIT-OPTION
              MOVE "MAIN" TO PC-FUNCTION-CODE
              MOVE WS-MENU-OPTION TO PC-MENU-OPTION
              SET PC-AUTHORIZE TO TRUE
              CALL "PermCheck" USING PERM-CHECK-MSG
              IF PC-DENIED
                 DISPLAY " "
                 DISPLAY "NOT AUTHORIZED FOR THAT OPTION."
                 GO TO 2000-EXIT
              END-IF
           END-IF.

           EVALUATE WS-MENU-OPTION
              WHEN "1" CALL "StockMgmt"
              WHEN "2" CALL "SupplierMgmt"
              WHEN "4" CALL "CustomerMgmt"
              WHEN "5" CALL "SalesMgmt"
              WHEN "6" CALL "Reports"
              WHEN "8" CALL "Utilities"
              WHEN WS-EXIT-OPTION CONTINUE
              WHEN OTHER DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           END-EVALUATE.
              END-IF.
              ACCEPT OA-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT OA-TS-TIME FROM TIME.
              MOVE SPACES TO OA-FUNCTION-CODE.
              WRITE OPERATOR-ACTIVITY-REC.
              CLOSE OPERATOR-ACTIVITY-FILE.
       9000-EXIT.
