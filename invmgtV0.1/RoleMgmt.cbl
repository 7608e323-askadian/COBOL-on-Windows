       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoleMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  ROLE / PERMISSION MAINTENANCE - Utilities option 24.         *
      *  Maintains the roles operators are given (ROLE-MASTER,        *
      *  ROLEMAS.CPY) and the functions each role grants              *
      *  (ROLE-FUNCTION, ROLEFUNC.CPY).  A function is a code from    *
      *  the function catalog (PERMFUNC.CPY), listed by option 7; a   *
      *  whole group can be granted as GGGG-* and everything as *.    *
      *  Which operators hold which roles is kept in Operator         *
      *  Management.                                                  *
      *                                                               *
      *  Grants are loaded by PermCheck.cbl when an operator signs    *
      *  on, so a change here takes effect at each operator's next    *
      *  sign-on.  A role still held by an operator cannot be         *
      *  deleted, and the ADMIN role and its * grant are kept so the  *
      *  system can never be left with no one able to reach this      *
      *  program.  Every change is written to the audit trail.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ROLE-MASTER-FILE
                     ASSIGN TO "roles"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RO-ROLE-ID
                     FILE STATUS IS WS-ROLE-STATUS.

              SELECT ROLE-FUNCTION-FILE
                     ASSIGN TO "rolefunc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RG-KEY
                     FILE STATUS IS WS-RFUNC-STATUS.

      *    Read only, to refuse deleting a role an operator holds.
              SELECT OPERATOR-ROLE-FILE
                     ASSIGN TO "operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RA-KEY
                     FILE STATUS IS WS-OROLE-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-MASTER-FILE.
           COPY "ROLEMAS.CPY".

       FD  ROLE-FUNCTION-FILE.
           COPY "ROLEFUNC.CPY".

       FD  OPERATOR-ROLE-FILE.
           COPY "OPERROLE.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-ROLE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFUNC-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "8".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-CURRENT-OPERATOR  PIC X(08) VALUE SPACES.
              10 WS-ROLE-ENTERED      PIC X(08) VALUE SPACES.
              10 WS-CODE-ENTERED      PIC X(08) VALUE SPACES.
              10 WS-GRANT-COUNT       PIC 9(03) VALUE ZEROS.
              10 WS-FN-IX             PIC 9(03) VALUE ZEROS.
              10 WS-DESCRIPTION       PIC X(40) VALUE SPACES.
              10 WS-ROLES-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-ROLES-DONE           VALUE "Y".
              10 WS-GRANTS-DONE-SW    PIC X(01) VALUE "N".
                 88 WS-GRANTS-DONE          VALUE "Y".
              10 WS-VALID-CODE-SW     PIC X(01) VALUE "N".
                 88 WS-VALID-CODE           VALUE "Y".
              10 WS-ASSIGNED-SW       PIC X(01) VALUE "N".
                 88 WS-ROLE-ASSIGNED        VALUE "Y".
              10 WS-ASSIGNED-TO       PIC X(08) VALUE SPACES.

      *    The functions a role may be granted.
           COPY "PERMFUNC.CPY".

      *    PermCheck.cbl makes sure the role files exist before they
      *    are opened here and says who is signed on.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
                 THRU 2000-EXIT
                UNTIL WS-MENU-OPTION IS EQUAL TO WS-EXIT-OPTION.
              CLOSE ROLE-MASTER-FILE.
              CLOSE ROLE-FUNCTION-FILE.
              CLOSE OPERATOR-ROLE-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              GOBACK.

       1000-INITIALIZE.
              SET PC-INITIALIZE TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              SET PC-WHO-IS-ON TO TRUE.
              CALL "PermCheck" USING PERM-CHECK-MSG.
              MOVE PC-OPERATOR-ID TO WS-CURRENT-OPERATOR.
              OPEN I-O ROLE-MASTER-FILE.
              OPEN I-O ROLE-FUNCTION-FILE.
              OPEN INPUT OPERATOR-ROLE-FILE.
              IF WS-ROLE-STATUS NOT = "00"
                 OR WS-RFUNC-STATUS NOT = "00"
                 OR WS-OROLE-STATUS NOT = "00"
                 DISPLAY "ROLE FILES UNAVAILABLE - STATUS "
                         WS-ROLE-STATUS " " WS-RFUNC-STATUS " "
                         WS-OROLE-STATUS
                 MOVE WS-EXIT-OPTION TO WS-MENU-OPTION
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
       1000-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Role / Permission Maintenance".
              DISPLAY "------------------------------".
              DISPLAY "1. Add Role".
              DISPLAY "2. Change Role Name".
              DISPLAY "3. Grant Function to Role".
              DISPLAY "4. Revoke Function from Role".
              DISPLAY "5. List Roles and Functions".
              DISPLAY "6. Delete Role".
              DISPLAY "7. List Function Catalog".
              DISPLAY "8. Return to Utilities Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-ROLE THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-CHANGE-ROLE THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-GRANT-FUNCTION THRU 5000-EXIT
                 WHEN "4" PERFORM 5500-REVOKE-FUNCTION THRU 5500-EXIT
                 WHEN "5" PERFORM 6000-LIST-ROLES THRU 6000-EXIT
                 WHEN "6" PERFORM 7000-DELETE-ROLE THRU 7000-EXIT
                 WHEN "7" PERFORM 7500-LIST-CATALOG THRU 7500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
       2000-EXIT.
              EXIT.

      *    A new role starts with no functions; they are granted one
      *    at a time from option 3.
       3000-ADD-ROLE.
              DISPLAY "ENTER ROLE ID: ".
              MOVE SPACES TO WS-ROLE-ENTERED.
              ACCEPT WS-ROLE-ENTERED.
              IF WS-ROLE-ENTERED = SPACES
                 GO TO 3000-EXIT
              END-IF.
              MOVE WS-ROLE-ENTERED TO RO-ROLE-ID.
              DISPLAY "ENTER ROLE NAME: ".
              ACCEPT RO-ROLE-NAME.
              ACCEPT RO-CREATED-DATE FROM DATE YYYYMMDD.
              MOVE WS-CURRENT-OPERATOR TO RO-CREATED-BY.
              WRITE ROLE-MASTER-REC
                 INVALID KEY
                    DISPLAY "ROLE ALREADY EXISTS - STATUS "
                            WS-ROLE-STATUS
                 NOT INVALID KEY
                    DISPLAY "ROLE ADDED - GRANT ITS FUNCTIONS WITH "
                            "OPTION 3."
                    MOVE RO-ROLE-ID TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE ROLE-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

       4000-CHANGE-ROLE.
              DISPLAY "ENTER ROLE ID: ".
              MOVE SPACES TO RO-ROLE-ID.
              ACCEPT RO-ROLE-ID.
              READ ROLE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ROLE NOT FOUND - STATUS " WS-ROLE-STATUS
                    GO TO 4000-EXIT
              END-READ.
              MOVE ROLE-MASTER-REC TO AT-BEFORE-IMAGE.
              DISPLAY "CURRENT NAME: " RO-ROLE-NAME.
              DISPLAY "ENTER NEW ROLE NAME: ".
              ACCEPT RO-ROLE-NAME.
              REWRITE ROLE-MASTER-REC
                 INVALID KEY
                    DISPLAY "ERROR UPDATING ROLE - STATUS "
                            WS-ROLE-STATUS
                 NOT INVALID KEY
                    DISPLAY "ROLE UPDATED."
                    MOVE RO-ROLE-ID TO AT-KEY-VALUE
                    MOVE ROLE-MASTER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       4000-EXIT.
              EXIT.

      *    Grants one function code, a group wildcard or "*" to a
      *    role.  Operators holding the role pick it up at their next
      *    sign-on.
       5000-GRANT-FUNCTION.
              DISPLAY "ENTER ROLE ID: ".
              MOVE SPACES TO RO-ROLE-ID.
              ACCEPT RO-ROLE-ID.
              READ ROLE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ROLE NOT FOUND - STATUS " WS-ROLE-STATUS
                    GO TO 5000-EXIT
              END-READ.
              DISPLAY "ENTER FUNCTION CODE (E.G. STCK-03), GROUP "
                      "(E.G. STCK-*) OR * FOR ALL: ".
              MOVE SPACES TO WS-CODE-ENTERED.
              ACCEPT WS-CODE-ENTERED.
              MOVE FUNCTION UPPER-CASE(WS-CODE-ENTERED)
                TO WS-CODE-ENTERED.
              PERFORM 5100-VALIDATE-CODE THRU 5100-EXIT.
              IF NOT WS-VALID-CODE
                 DISPLAY "FUNCTION CODE " WS-CODE-ENTERED
                         " IS NOT IN THE CATALOG - SEE OPTION 7."
                 GO TO 5000-EXIT
              END-IF.
              MOVE RO-ROLE-ID TO RG-ROLE-ID.
              MOVE WS-CODE-ENTERED TO RG-FUNCTION-CODE.
              ACCEPT RG-GRANTED-DATE FROM DATE YYYYMMDD.
              MOVE WS-CURRENT-OPERATOR TO RG-GRANTED-BY.
              WRITE ROLE-FUNCTION-REC
                 INVALID KEY
                    DISPLAY "ROLE ALREADY HAS " RG-FUNCTION-CODE
                 NOT INVALID KEY
                    DISPLAY RG-FUNCTION-CODE " GRANTED TO " RG-ROLE-ID
                            " - EFFECTIVE AT NEXT SIGN-ON."
                    MOVE RG-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE ROLE-FUNCTION-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       5000-EXIT.
              EXIT.

      *    "*" is always valid; "GGGG-*" is valid when group GGGG has
      *    at least one function in the catalog; anything else must
      *    be a catalog code exactly.
       5100-VALIDATE-CODE.
              MOVE "N" TO WS-VALID-CODE-SW.
              IF WS-CODE-ENTERED = "*"
                 SET WS-VALID-CODE TO TRUE
                 GO TO 5100-EXIT
              END-IF.
              PERFORM VARYING WS-FN-IX FROM 1 BY 1
                    UNTIL WS-FN-IX > FN-ENTRY-COUNT
                       OR WS-VALID-CODE
                 IF WS-CODE-ENTERED(5:4) = "-*  "
                    IF FN-FUNCTION-CODE(WS-FN-IX)(1:5)
                          = WS-CODE-ENTERED(1:5)
                       SET WS-VALID-CODE TO TRUE
                    END-IF
                 ELSE
                    IF FN-FUNCTION-CODE(WS-FN-IX) = WS-CODE-ENTERED
                       SET WS-VALID-CODE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM.
       5100-EXIT.
              EXIT.

      *    Takes one grant away from a role.  The ADMIN role's "*"
      *    is kept so there is always a role that can reach this
      *    program.
       5500-REVOKE-FUNCTION.
              DISPLAY "ENTER ROLE ID: ".
              MOVE SPACES TO RG-ROLE-ID.
              ACCEPT RG-ROLE-ID.
              DISPLAY "ENTER FUNCTION CODE TO REVOKE: ".
              MOVE SPACES TO RG-FUNCTION-CODE.
              ACCEPT RG-FUNCTION-CODE.
              MOVE FUNCTION UPPER-CASE(RG-FUNCTION-CODE)
                TO RG-FUNCTION-CODE.
              IF RG-ROLE-ID = "ADMIN" AND RG-FUNCTION-CODE = "*"
                 DISPLAY "THE ADMIN ROLE'S * GRANT CANNOT BE REVOKED."
                 GO TO 5500-EXIT
              END-IF.
              READ ROLE-FUNCTION-FILE
                 INVALID KEY
                    DISPLAY "ROLE DOES NOT HAVE THAT FUNCTION."
                    GO TO 5500-EXIT
              END-READ.
              MOVE ROLE-FUNCTION-REC TO AT-BEFORE-IMAGE.
              DELETE ROLE-FUNCTION-FILE
                 INVALID KEY
                    DISPLAY "REVOKE FAILED - STATUS " WS-RFUNC-STATUS
                 NOT INVALID KEY
                    DISPLAY RG-FUNCTION-CODE " REVOKED FROM "
                            RG-ROLE-ID " - EFFECTIVE AT NEXT SIGN-ON."
                    MOVE RG-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-DELETE.
       5500-EXIT.
              EXIT.

      *    Every role on file, each followed by the functions it
      *    grants.
       6000-LIST-ROLES.
              MOVE "N" TO WS-ROLES-DONE-SW.
              MOVE LOW-VALUES TO RO-ROLE-ID.
              START ROLE-MASTER-FILE
                    KEY IS NOT LESS THAN RO-ROLE-ID
                 INVALID KEY
                    DISPLAY "NO ROLES ON FILE."
                    SET WS-ROLES-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-ROLES-DONE
                 READ ROLE-MASTER-FILE NEXT RECORD
                    AT END SET WS-ROLES-DONE TO TRUE
                    NOT AT END
                       DISPLAY " "
                       DISPLAY "ROLE " RO-ROLE-ID " " RO-ROLE-NAME
                               " CREATED " RO-CREATED-DATE
                               " BY " RO-CREATED-BY
                       PERFORM 6100-LIST-GRANTS THRU 6100-EXIT
                 END-READ
              END-PERFORM.
       6000-EXIT.
              EXIT.

       6100-LIST-GRANTS.
              MOVE ZEROS TO WS-GRANT-COUNT.
              MOVE "N" TO WS-GRANTS-DONE-SW.
              MOVE RO-ROLE-ID TO RG-ROLE-ID.
              MOVE LOW-VALUES TO RG-FUNCTION-CODE.
              START ROLE-FUNCTION-FILE
                    KEY IS NOT LESS THAN RG-KEY
                 INVALID KEY SET WS-GRANTS-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-GRANTS-DONE
                 READ ROLE-FUNCTION-FILE NEXT RECORD
                    AT END SET WS-GRANTS-DONE TO TRUE
                    NOT AT END
                       IF RG-ROLE-ID NOT = RO-ROLE-ID
                          SET WS-GRANTS-DONE TO TRUE
                       ELSE
                          ADD 1 TO WS-GRANT-COUNT
                          PERFORM 6150-DESCRIBE-CODE THRU 6150-EXIT
                          DISPLAY "    " RG-FUNCTION-CODE " "
                                  WS-DESCRIPTION
                       END-IF
                 END-READ
              END-PERFORM.
              IF WS-GRANT-COUNT = ZEROS
                 DISPLAY "    (NO FUNCTIONS GRANTED)"
              END-IF.
       6100-EXIT.
              EXIT.

      *    Describes RG-FUNCTION-CODE from the catalog, or as a
      *    wildcard.
       6150-DESCRIBE-CODE.
              MOVE SPACES TO WS-DESCRIPTION.
              IF RG-FUNCTION-CODE = "*"
                 MOVE "ALL FUNCTIONS" TO WS-DESCRIPTION
                 GO TO 6150-EXIT
              END-IF.
              IF RG-FUNCTION-CODE(5:4) = "-*  "
                 STRING "ALL " RG-FUNCTION-CODE(1:4) " FUNCTIONS"
                    DELIMITED BY SIZE INTO WS-DESCRIPTION
                 END-STRING
                 GO TO 6150-EXIT
              END-IF.
              MOVE "(NO LONGER IN THE CATALOG)" TO WS-DESCRIPTION.
              PERFORM VARYING WS-FN-IX FROM 1 BY 1
                    UNTIL WS-FN-IX > FN-ENTRY-COUNT
                 IF FN-FUNCTION-CODE(WS-FN-IX) = RG-FUNCTION-CODE
                    MOVE FN-DESCRIPTION(WS-FN-IX) TO WS-DESCRIPTION
                 END-IF
              END-PERFORM.
       6150-EXIT.
              EXIT.

      *    A role still held by any operator is not deleted - the
      *    assignment is removed from Operator Management first.
      *    The ADMIN role is never deleted.  Deleting a role deletes
      *    its grants with it.
       7000-DELETE-ROLE.
              DISPLAY "ENTER ROLE ID: ".
              MOVE SPACES TO RO-ROLE-ID.
              ACCEPT RO-ROLE-ID.
              IF RO-ROLE-ID = "ADMIN"
                 DISPLAY "THE ADMIN ROLE CANNOT BE DELETED."
                 GO TO 7000-EXIT
              END-IF.
              READ ROLE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ROLE NOT FOUND - STATUS " WS-ROLE-STATUS
                    GO TO 7000-EXIT
              END-READ.
              PERFORM 7100-CHECK-ASSIGNED THRU 7100-EXIT.
              IF WS-ROLE-ASSIGNED
                 DISPLAY "ROLE IS STILL HELD BY OPERATOR "
                         WS-ASSIGNED-TO " - REMOVE IT IN OPERATOR "
                         "MANAGEMENT FIRST."
                 GO TO 7000-EXIT
              END-IF.
              DISPLAY "DELETE ROLE " RO-ROLE-ID " " RO-ROLE-NAME
                      " AND ALL ITS FUNCTIONS (Y/N)? ".
              MOVE SPACE TO WS-CONFIRM.
              ACCEPT WS-CONFIRM.
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "DELETE CANCELLED."
                 GO TO 7000-EXIT
              END-IF.
              PERFORM 7200-DELETE-GRANTS THRU 7200-EXIT.
              MOVE ROLE-MASTER-REC TO AT-BEFORE-IMAGE.
              DELETE ROLE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ERROR DELETING ROLE - STATUS "
                            WS-ROLE-STATUS
                 NOT INVALID KEY
                    DISPLAY "ROLE DELETED."
                    MOVE RO-ROLE-ID TO AT-KEY-VALUE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-DELETE.
       7000-EXIT.
              EXIT.

      *    OPERATOR-ROLE is keyed by operator first, so the whole
      *    file is read for the role.
       7100-CHECK-ASSIGNED.
              MOVE "N" TO WS-ASSIGNED-SW.
              MOVE "N" TO WS-GRANTS-DONE-SW.
              MOVE LOW-VALUES TO RA-KEY.
              START OPERATOR-ROLE-FILE
                    KEY IS NOT LESS THAN RA-KEY
                 INVALID KEY SET WS-GRANTS-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-GRANTS-DONE OR WS-ROLE-ASSIGNED
                 READ OPERATOR-ROLE-FILE NEXT RECORD
                    AT END SET WS-GRANTS-DONE TO TRUE
                    NOT AT END
                       IF RA-ROLE-ID = RO-ROLE-ID
                          SET WS-ROLE-ASSIGNED TO TRUE
                          MOVE RA-OPERATOR-ID TO WS-ASSIGNED-TO
                       END-IF
                 END-READ
              END-PERFORM.
       7100-EXIT.
              EXIT.

      *    Deletes every grant under RO-ROLE-ID, restarting the START
      *    after each delete.
       7200-DELETE-GRANTS.
              MOVE "N" TO WS-GRANTS-DONE-SW.
              PERFORM UNTIL WS-GRANTS-DONE
                 MOVE RO-ROLE-ID TO RG-ROLE-ID
                 MOVE LOW-VALUES TO RG-FUNCTION-CODE
                 START ROLE-FUNCTION-FILE
                       KEY IS NOT LESS THAN RG-KEY
                    INVALID KEY SET WS-GRANTS-DONE TO TRUE
                 END-START
                 IF NOT WS-GRANTS-DONE
                    READ ROLE-FUNCTION-FILE NEXT RECORD
                       AT END SET WS-GRANTS-DONE TO TRUE
                    END-READ
                 END-IF
                 IF NOT WS-GRANTS-DONE
                    IF RG-ROLE-ID NOT = RO-ROLE-ID
                       SET WS-GRANTS-DONE TO TRUE
                    ELSE
                       MOVE ROLE-FUNCTION-REC TO AT-BEFORE-IMAGE
                       DELETE ROLE-FUNCTION-FILE
                          INVALID KEY SET WS-GRANTS-DONE TO TRUE
                          NOT INVALID KEY
                             MOVE RG-KEY TO AT-KEY-VALUE
                             MOVE SPACES TO AT-AFTER-IMAGE
                             SET AT-OP-DELETE TO TRUE
                             PERFORM 8000-WRITE-AUDIT-RECORD
                                THRU 8000-EXIT
                       END-DELETE
                    END-IF
                 END-IF
              END-PERFORM.
       7200-EXIT.
              EXIT.

       7500-LIST-CATALOG.
              DISPLAY " ".
              DISPLAY "FUNCTION CATALOG - GRANT A CODE, A GROUP AS "
                      "GGGG-* OR * FOR ALL".
              PERFORM VARYING WS-FN-IX FROM 1 BY 1
                    UNTIL WS-FN-IX > FN-ENTRY-COUNT
                 DISPLAY "  " FN-FUNCTION-CODE(WS-FN-IX) " "
                         FN-DESCRIPTION(WS-FN-IX)
              END-PERFORM.
       7500-EXIT.
              EXIT.

       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "RoleMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       8000-EXIT.
              EXIT.
