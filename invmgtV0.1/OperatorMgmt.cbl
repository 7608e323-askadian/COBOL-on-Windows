      *  and password against.  Offers add / change / inquire /       *
      *  delete against OPERATOR-MASTER, modeled on ExchRateMgmt.cbl. *
      *                                                               *
      *  A password keyed here is hashed and stored through CALL      *
      *  "OperPwd" (6700-STORE-PASSWORD); OM-PASSWORD is written only *
      *  as the OM-PASSWORD-HASHED marker, so neither the operator    *
      *  file nor the audit-trail images taken of it carry a          *
      *  password.  Deleting an operator also removes their password  *
      *  record.                                                      *
      *                                                               *
      *  What an operator may do is set by the roles assigned to them *
      *  (OPERROLE.CPY), not by the old access level: roles are keyed *
      *  when an operator is added, listed by inquire and assigned or *
      *  removed from option 5, and deleting an operator removes      *
      *  their roles.  No one may change their own roles, and changes *
      *  take effect at the operator's next sign-on.                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS OS-OPERATOR-ID
                     FILE STATUS IS WS-SEC-STATUS.

      *    The roles each operator holds (OPERROLE.CPY) - assigned
      *    when the operator is added, kept from option 5 and
      *    removed with the operator - and the roles on file
      *    (ROLEMAS.CPY) to check a role id against.
              SELECT OPERATOR-ROLE-FILE
                     ASSIGN TO "operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RA-KEY
                     FILE STATUS IS WS-OROLE-STATUS.

              SELECT ROLE-MASTER-FILE
                     ASSIGN TO "roles"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RO-ROLE-ID
                     FILE STATUS IS WS-ROLE-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD  OPERATOR-SECURITY-FILE.
           COPY "OPERSEC.CPY".

       FD  OPERATOR-ROLE-FILE.
           COPY "OPERROLE.CPY".

       FD  ROLE-MASTER-FILE.
           COPY "ROLEMAS.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(65) VALUE SPACES.

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
      *    Working fields for 6500-CHECK-COMPLEXITY (the same
      *    minimum MainMenu.cbl enforces at a forced change) and for
      *    6600-SYNC-SECURITY keeping OPERSEC in step with a
      *    password keyed here.  WS-NEW-PASSWORD holds the keyed
      *    password only until 6700-STORE-PASSWORD has hashed it.
              10 WS-SEC-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-NEW-PASSWORD      PIC X(08) VALUE SPACES.
              10 WS-PWD-OK-SW         PIC X(01) VALUE "N".
                 88 WS-PWD-OK               VALUE "Y".
              10 WS-PWD-IX            PIC 9(02) VALUE ZEROS.
                 88 WS-PWD-HAS-DIGIT        VALUE "Y".
              10 WS-PWD-CHAR          PIC X(01) VALUE SPACE.

      *    Working fields for the operator's roles.  WS-CURRENT-
      *    OPERATOR is the administrator signed on through MainMenu,
      *    stamped on every assignment made here and kept from
      *    changing their own roles.
              10 WS-OROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ROLE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CURRENT-OPERATOR  PIC X(08) VALUE SPACES.
              10 WS-ROLE-OPERATOR     PIC X(08) VALUE SPACES.
              10 WS-ROLE-ENTERED      PIC X(08) VALUE SPACES.
              10 WS-ROLE-ACTION       PIC X(01) VALUE SPACE.
              10 WS-ROLE-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-ROLES-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-ROLES-DONE           VALUE "Y".

      *    Passwords are hashed, stored and checked by OperPwd.cbl;
      *    OM-PASSWORD only ever carries the OM-PASSWORD-HASHED
      *    marker.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl, which
      *    also makes sure the role files exist before they are
      *    opened here and says who is signed on.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE OPERATOR-MASTER-FILE.
              CLOSE OPERATOR-SECURITY-FILE.
              CLOSE OPERATOR-ROLE-FILE.
              CLOSE ROLE-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              GOBACK.

       1000-INITIALIZE.
              SET PC-INITIALIZE TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              SET PC-WHO-IS-ON TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              MOVE PC-OPERATOR-ID TO WS-CURRENT-OPERATOR.
              OPEN I-O OPERATOR-ROLE-FILE.
              OPEN INPUT ROLE-MASTER-FILE.
              IF WS-OROLE-STATUS NOT = "00"
                 OR WS-ROLE-STATUS NOT = "00"
                 DISPLAY "ROLE FILES UNAVAILABLE - STATUS "
                         WS-OROLE-STATUS " " WS-ROLE-STATUS
                         " - ROLES CANNOT BE ASSIGNED."
              END-IF.
              OPEN I-O OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS = "35"
                 CLOSE OPERATOR-MASTER-FILE
              DISPLAY "2. Change Operator".
              DISPLAY "3. Inquire Operator".
              DISPLAY "4. Delete Operator".
              DISPLAY "5. Assign / Remove Operator Roles".
              DISPLAY "6. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                 WHEN "2" PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-INQUIRE-OPERATOR THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-DELETE-OPERATOR THRU 6000-EXIT
                 WHEN "5" PERFORM 6900-MAINTAIN-ROLES THRU 6900-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
              DISPLAY "ENTER OPERATOR NAME: ".
              ACCEPT OM-OPERATOR-NAME.
              DISPLAY "ENTER PASSWORD: ".
              ACCEPT WS-NEW-PASSWORD.
              PERFORM 6500-CHECK-COMPLEXITY THRU 6500-EXIT.
              IF NOT WS-PWD-OK
                 DISPLAY "PASSWORD MUST BE AT LEAST 6 CHARACTERS "
                         "WITH A LETTER AND A DIGIT - OPERATOR "
                         "NOT ADDED."
                 MOVE SPACES TO WS-NEW-PASSWORD
                 GO TO 3000-EXIT
              END-IF.
              SET OM-PASSWORD-HASHED TO TRUE.
      *    What the operator may do comes from the roles assigned
      *    below; the old access level is no longer keyed.
              MOVE ZEROS TO OM-ACCESS-LEVEL.
              DISPLAY "ENTER SALES COMMISSION PCT (E.G. 02.50): ".
              ACCEPT OM-COMMISSION-PCT.
              DISPLAY "ENTER TRANSACTION LIMIT (0000000.00 = "
                    MOVE OPERATOR-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                    PERFORM 6700-STORE-PASSWORD THRU 6700-EXIT
                    PERFORM 6600-SYNC-SECURITY THRU 6600-EXIT
                    PERFORM 6800-ADD-ROLES THRU 6800-EXIT
              END-WRITE.
              MOVE SPACES TO WS-NEW-PASSWORD.
       3000-EXIT.
              EXIT.

                 NOT INVALID KEY
                    DISPLAY "CURRENT: " OPERATOR-MASTER-REC
                    MOVE OPERATOR-MASTER-REC TO WS-AUDIT-BEFORE-REC
                    DISPLAY "ENTER NEW PASSWORD: "
                    ACCEPT WS-NEW-PASSWORD
                    PERFORM 6500-CHECK-COMPLEXITY THRU 6500-EXIT
                    IF NOT WS-PWD-OK
                       DISPLAY "PASSWORD MUST BE AT LEAST 6 "
                               "CHARACTERS WITH A LETTER AND A "
                               "DIGIT - OPERATOR NOT CHANGED."
                       MOVE SPACES TO WS-NEW-PASSWORD
                       GO TO 4000-EXIT
                    END-IF
                    SET OM-PASSWORD-HASHED TO TRUE
                    DISPLAY "ENTER NEW SALES COMMISSION PCT: "
                    ACCEPT OM-COMMISSION-PCT
                    DISPLAY "ENTER NEW TRANSACTION LIMIT: "
                          MOVE OPERATOR-MASTER-REC TO AT-AFTER-IMAGE
                          SET AT-OP-CHANGE TO TRUE
                          PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
                          PERFORM 6700-STORE-PASSWORD THRU 6700-EXIT
                          PERFORM 6600-SYNC-SECURITY THRU 6600-EXIT
                    END-REWRITE
              END-READ.
              MOVE SPACES TO WS-NEW-PASSWORD.
       4000-EXIT.
              EXIT.

                            WS-OPER-STATUS
                 NOT INVALID KEY
                    DISPLAY OM-OPERATOR-ID " " OM-OPERATOR-NAME
                            " COMMISSION-PCT " OM-COMMISSION-PCT
                            " TXN-LIMIT " OM-TXN-LIMIT
                            " PO-LIMIT " OM-PO-LIMIT
                            " TRAINEE " OM-TRAINING-SW
                    MOVE OM-OPERATOR-ID TO WS-ROLE-OPERATOR
                    PERFORM 6850-LIST-ROLES THRU 6850-EXIT
              END-READ.
       5000-EXIT.
              EXIT.
                                SET AT-OP-DELETE TO TRUE
                                PERFORM 7000-WRITE-AUDIT-RECORD
                                   THRU 7000-EXIT
                                MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                                SET PW-DELETE TO TRUE
                                CALL "OperPwd" USING OPER-PWD-MSG
                                MOVE OM-OPERATOR-ID TO WS-ROLE-OPERATOR
                                PERFORM 6870-REMOVE-ALL-ROLES
                                   THRU 6870-EXIT
                          END-DELETE
                       ELSE
                          DISPLAY "DELETE NOT APPROVED."
       6000-EXIT.
              EXIT.

      *    A confirmed delete still needs a second, suitably
      *    authorized operator to sign off before it is carried
      *    out - the clerk who confirmed the delete cannot approve
      *    their own action by re-entering their own credentials.
      *    Looking up the approver reuses OPERATOR-MASTER-REC, so the
      *    operator id being deleted is saved in WS-DELETE-KEY
      *    beforehand and restored to OM-OPERATOR-ID once the
      *    approval check is done.
       6050-GET-DELETE-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "SECOND APPROVAL REQUIRED - ENTER MANAGER "
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "DELT-OPR" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "DELETE APPROVED BY " OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "APPROVAL DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
              MOVE ZEROS TO WS-PWD-LEN.
              PERFORM VARYING WS-PWD-IX FROM 1 BY 1
                    UNTIL WS-PWD-IX > 8
                 MOVE WS-NEW-PASSWORD(WS-PWD-IX:1) TO WS-PWD-CHAR
                 IF WS-PWD-CHAR NOT = SPACE
                    MOVE WS-PWD-IX TO WS-PWD-LEN
                 END-IF
              EXIT.

      *    Brings the operator's OPERSEC record in step with the
      *    password just saved: the change date is stamped, any
      *    lockout is cleared, and the force-change flag is set - a
      *    password an administrator knows is never left as the
      *    operator's standing password.  The reuse history itself
      *    is kept hashed by OperPwd.cbl.
       6600-SYNC-SECURITY.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID.
              READ OPERATOR-SECURITY-FILE
                 INVALID KEY
                    MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID
                    MOVE SPACES TO OS-RETIRED-HISTORY
                    MOVE WS-TODAY-DATE TO OS-PWD-CHANGED-DATE
                    MOVE "Y" TO OS-FORCE-CHANGE-SW
                    MOVE ZEROS TO OS-FAILED-ATTEMPTS
                                  "STATUS " WS-SEC-STATUS
                    END-WRITE
                 NOT INVALID KEY
                    MOVE SPACES TO OS-RETIRED-HISTORY
                    MOVE WS-TODAY-DATE TO OS-PWD-CHANGED-DATE
                    MOVE "Y" TO OS-FORCE-CHANGE-SW
                    MOVE ZEROS TO OS-FAILED-ATTEMPTS
       6600-EXIT.
              EXIT.

      *    Hands the password keyed here to OperPwd.cbl to be hashed
      *    and stored - an administrator's set, so the operator's
      *    current password rolls into the hashed history but no
      *    reuse check applies.  The operator record has already
      *    been written with the hashed-password marker.
       6700-STORE-PASSWORD.
              SET PW-SET TO TRUE.
              MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
              MOVE WS-NEW-PASSWORD TO PW-PASSWORD.
              MOVE SPACES TO WS-NEW-PASSWORD.
              CALL "OperPwd" USING OPER-PWD-MSG.
              IF NOT PW-OK
                 DISPLAY "PASSWORD NOT STORED - PASSWORD FILE "
                         "UNAVAILABLE.  SET IT AGAIN BEFORE THE "
                         "OPERATOR SIGNS ON."
              END-IF.
       6700-EXIT.
              EXIT.

      *    Prompts for the roles a newly added operator holds, one
      *    role id at a time until a blank is keyed.  An operator
      *    left with no role cannot sign on.
       6800-ADD-ROLES.
              MOVE OM-OPERATOR-ID TO WS-ROLE-OPERATOR.
              MOVE ZEROS TO WS-ROLE-COUNT.
              MOVE "N" TO WS-ROLES-DONE-SW.
              PERFORM 6810-ASSIGN-ONE-ROLE THRU 6810-EXIT
                UNTIL WS-ROLES-DONE.
              IF WS-ROLE-COUNT = ZEROS
                 DISPLAY "NO ROLE ASSIGNED - THE OPERATOR CANNOT "
                         "SIGN ON UNTIL ONE IS (OPTION 5)."
              END-IF.
       6800-EXIT.
              EXIT.

      *    Assigns one role, checked against ROLE-MASTER, to
      *    WS-ROLE-OPERATOR; a blank role id ends the prompting.
       6810-ASSIGN-ONE-ROLE.
              DISPLAY "ENTER ROLE ID TO ASSIGN (BLANK TO FINISH): ".
              MOVE SPACES TO WS-ROLE-ENTERED.
              ACCEPT WS-ROLE-ENTERED.
              IF WS-ROLE-ENTERED = SPACES
                 SET WS-ROLES-DONE TO TRUE
                 GO TO 6810-EXIT
              END-IF.
              MOVE WS-ROLE-ENTERED TO RO-ROLE-ID.
              READ ROLE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ROLE " WS-ROLE-ENTERED " NOT ON FILE - "
                            "SEE ROLE / PERMISSION MAINTENANCE."
                    GO TO 6810-EXIT
              END-READ.
              MOVE WS-ROLE-OPERATOR TO RA-OPERATOR-ID.
              MOVE WS-ROLE-ENTERED TO RA-ROLE-ID.
              ACCEPT RA-ASSIGNED-DATE FROM DATE YYYYMMDD.
              MOVE WS-CURRENT-OPERATOR TO RA-ASSIGNED-BY.
              WRITE OPERATOR-ROLE-REC
                 INVALID KEY
                    DISPLAY "OPERATOR ALREADY HOLDS ROLE " RA-ROLE-ID
                 NOT INVALID KEY
                    DISPLAY "ROLE " RA-ROLE-ID " ASSIGNED."
                    ADD 1 TO WS-ROLE-COUNT
                    MOVE RA-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE OPERATOR-ROLE-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-WRITE.
       6810-EXIT.
              EXIT.

      *    Takes one role away from WS-ROLE-OPERATOR.
       6820-REMOVE-ONE-ROLE.
              DISPLAY "ENTER ROLE ID TO REMOVE: ".
              MOVE SPACES TO WS-ROLE-ENTERED.
              ACCEPT WS-ROLE-ENTERED.
              MOVE WS-ROLE-OPERATOR TO RA-OPERATOR-ID.
              MOVE WS-ROLE-ENTERED TO RA-ROLE-ID.
              READ OPERATOR-ROLE-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR DOES NOT HOLD THAT ROLE."
                    GO TO 6820-EXIT
              END-READ.
              MOVE OPERATOR-ROLE-REC TO AT-BEFORE-IMAGE.
              DELETE OPERATOR-ROLE-FILE
                 INVALID KEY
                    DISPLAY "REMOVE FAILED - STATUS " WS-OROLE-STATUS
                 NOT INVALID KEY
                    DISPLAY "ROLE " RA-ROLE-ID " REMOVED."
                    MOVE RA-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-DELETE.
       6820-EXIT.
              EXIT.

      *    Lists the roles WS-ROLE-OPERATOR holds, with each role's
      *    name.
       6850-LIST-ROLES.
              MOVE ZEROS TO WS-ROLE-COUNT.
              MOVE "N" TO WS-ROLES-DONE-SW.
              MOVE WS-ROLE-OPERATOR TO RA-OPERATOR-ID.
              MOVE LOW-VALUES TO RA-ROLE-ID.
              START OPERATOR-ROLE-FILE
                    KEY IS NOT LESS THAN RA-KEY
                 INVALID KEY SET WS-ROLES-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-ROLES-DONE
                 READ OPERATOR-ROLE-FILE NEXT RECORD
                    AT END SET WS-ROLES-DONE TO TRUE
                    NOT AT END
                       IF RA-OPERATOR-ID NOT = WS-ROLE-OPERATOR
                          SET WS-ROLES-DONE TO TRUE
                       ELSE
                          ADD 1 TO WS-ROLE-COUNT
                          MOVE RA-ROLE-ID TO RO-ROLE-ID
                          READ ROLE-MASTER-FILE
                             INVALID KEY
                                MOVE "(ROLE NO LONGER ON FILE)"
                                  TO RO-ROLE-NAME
                          END-READ
                          DISPLAY "  ROLE: " RA-ROLE-ID " "
                                  RO-ROLE-NAME
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-ROLE-COUNT = ZEROS
                 DISPLAY "  NO ROLES ASSIGNED - THIS OPERATOR CANNOT "
                         "SIGN ON."
              END-IF.
       6850-EXIT.
              EXIT.

      *    Removes every role a deleted operator held, restarting
      *    the START after each delete.
       6870-REMOVE-ALL-ROLES.
              MOVE "N" TO WS-ROLES-DONE-SW.
              PERFORM UNTIL WS-ROLES-DONE
                 MOVE WS-ROLE-OPERATOR TO RA-OPERATOR-ID
                 MOVE LOW-VALUES TO RA-ROLE-ID
                 START OPERATOR-ROLE-FILE
                       KEY IS NOT LESS THAN RA-KEY
                    INVALID KEY SET WS-ROLES-DONE TO TRUE
                 END-START
                 IF NOT WS-ROLES-DONE
                    READ OPERATOR-ROLE-FILE NEXT RECORD
                       AT END SET WS-ROLES-DONE TO TRUE
                    END-READ
                 END-IF
                 IF NOT WS-ROLES-DONE
                    IF RA-OPERATOR-ID NOT = WS-ROLE-OPERATOR
                       SET WS-ROLES-DONE TO TRUE
                    ELSE
                       MOVE OPERATOR-ROLE-REC TO AT-BEFORE-IMAGE
                       DELETE OPERATOR-ROLE-FILE
                          INVALID KEY SET WS-ROLES-DONE TO TRUE
                          NOT INVALID KEY
                             MOVE RA-KEY TO AT-KEY-VALUE
                             MOVE SPACES TO AT-AFTER-IMAGE
                             SET AT-OP-DELETE TO TRUE
                             PERFORM 7000-WRITE-AUDIT-RECORD
                                THRU 7000-EXIT
                       END-DELETE
                    END-IF
                 END-IF
              END-PERFORM.
       6870-EXIT.
              EXIT.

      *    Option 5: lists an operator's roles and takes assign and
      *    remove choices until done.  Changes take effect at the
      *    operator's next sign-on.  No one may change their own
      *    roles - another administrator has to.
       6900-MAINTAIN-ROLES.
              DISPLAY "ENTER OPERATOR ID: ".
              MOVE SPACES TO WS-ROLE-OPERATOR.
              ACCEPT WS-ROLE-OPERATOR.
              MOVE WS-ROLE-OPERATOR TO OM-OPERATOR-ID.
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    DISPLAY "OPERATOR NOT FOUND - STATUS "
                            WS-OPER-STATUS
                    GO TO 6900-EXIT
              END-READ.
              IF WS-ROLE-OPERATOR = WS-CURRENT-OPERATOR
                 DISPLAY "YOUR OWN ROLES MUST BE CHANGED BY ANOTHER "
                         "ADMINISTRATOR."
                 GO TO 6900-EXIT
              END-IF.
              MOVE SPACE TO WS-ROLE-ACTION.
              PERFORM 6910-ROLE-ACTION THRU 6910-EXIT
                UNTIL WS-ROLE-ACTION = "X".
              DISPLAY "ROLE CHANGES TAKE EFFECT AT THE OPERATOR'S "
                      "NEXT SIGN-ON.".
       6900-EXIT.
              EXIT.

       6910-ROLE-ACTION.
              DISPLAY " ".
              DISPLAY "ROLES HELD BY " OM-OPERATOR-ID " "
                      OM-OPERATOR-NAME.
              PERFORM 6850-LIST-ROLES THRU 6850-EXIT.
              DISPLAY "A - ASSIGN A ROLE, R - REMOVE A ROLE, "
                      "X - DONE: ".
              MOVE SPACE TO WS-ROLE-ACTION.
              ACCEPT WS-ROLE-ACTION.
              EVALUATE WS-ROLE-ACTION
                 WHEN "A"
                 WHEN "a"
                    MOVE "N" TO WS-ROLES-DONE-SW
                    PERFORM 6810-ASSIGN-ONE-ROLE THRU 6810-EXIT
                 WHEN "R"
                 WHEN "r"
                    PERFORM 6820-REMOVE-ONE-ROLE THRU 6820-EXIT
                 WHEN "X"
                 WHEN "x"
                    MOVE "X" TO WS-ROLE-ACTION
                 WHEN OTHER
                    DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       6910-EXIT.
              EXIT.

      *    Common audit-trail append, called by the add/change/delete
      *    paragraphs above once AT-KEY-VALUE, AT-OPERATION, and the
      *    before/after images have been set.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "OperatorMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
