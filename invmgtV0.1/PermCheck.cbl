       IDENTIFICATION DIVISION.
       PROGRAM-ID. PermCheck.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  PERMISSION CHECK - the one place an operator's function      *
      *  permissions are decided.  An operator holds one or more      *
      *  roles (OPERROLE.CPY); each role grants a set of functions    *
      *  (ROLEFUNC.CPY) from the function catalog (PERMFUNC.CPY):     *
      *  every MainMenu, Utilities, Reports and subsystem menu        *
      *  option, and every delete, void, override and approval that   *
      *  needs a second operator's authority.  See PERMMSG.CPY for    *
      *  the functions and result codes.                              *
      *                                                               *
      *  MainMenu.cbl signs the operator on here once the password is *
      *  accepted; the operator's grants are loaded once into         *
      *  WS-GRANT-SET(1) and held for the rest of the run, so every   *
      *  menu CALLed from then on can filter its options and          *
      *  authorize a selection without passing the operator along or  *
      *  rereading the role files.  An approver or supervisor keyed   *
      *  at an override is looked up fresh into WS-GRANT-SET(2) on    *
      *  each call.  A program run on its own, outside a MainMenu     *
      *  session, has no signed-on operator and its menu is not       *
      *  filtered; approvers are still checked.                       *
      *                                                               *
      *  Every refused menu selection or approval is appended to the  *
      *  operator activity log as a DENIED event carrying the         *
      *  function code, so OperatorActivityRpt.cbl shows who tried    *
      *  what.                                                        *
      *                                                               *
      *  The first time the role files are needed on a system that    *
      *  has none, 1100-SEED-ROLES builds CLERK, MANAGER and ADMIN    *
      *  roles that give exactly what the old access levels 1, 5 and  *
      *  9 gave, and 1200-SEED-ASSIGNMENTS gives every operator on    *
      *  file the role matching their access level, so no one gains   *
      *  or loses anything on the changeover.                         *
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

              SELECT OPERATOR-ROLE-FILE
                     ASSIGN TO "operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RA-KEY
                     FILE STATUS IS WS-OROLE-STATUS.

      *    Read only by 1200-SEED-ASSIGNMENTS, to map each operator's
      *    old access level onto a role.
              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT OPERATOR-ACTIVITY-FILE
                     ASSIGN TO "OPERACT.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-MASTER-FILE.
           COPY "ROLEMAS.CPY".

       FD  ROLE-FUNCTION-FILE.
           COPY "ROLEFUNC.CPY".

       FD  OPERATOR-ROLE-FILE.
           COPY "OPERROLE.CPY".

       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  OPERATOR-ACTIVITY-FILE.
           COPY "OPERACT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-ROLE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFUNC-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ACTIVITY-STATUS   PIC X(02) VALUE "00".
                 88 WS-ACTIVITY-FILE-MISSING VALUE "35".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FILES-OK-SW       PIC X(01) VALUE "N".
                 88 WS-FILES-OK             VALUE "Y".
              10 WS-SEED-NEEDED-SW    PIC X(01) VALUE "N".
                 88 WS-SEED-NEEDED          VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.

      *    The signed-on operator, held from "S" until "X" for the
      *    rest of the run.
              10 WS-SESSION-OPERATOR  PIC X(08) VALUE SPACES.
              10 WS-SESSION-TERMINAL  PIC X(08) VALUE SPACES.
              10 WS-SESSION-SW        PIC X(01) VALUE "N".
                 88 WS-SESSION-ACTIVE       VALUE "Y".

      *    Working fields for loading and matching grants.
              10 WS-SET-IX            PIC 9(01) VALUE 1.
              10 WS-GRANT-IX          PIC 9(03) VALUE ZEROS.
              10 WS-MAX-GRANTS        PIC 9(03) VALUE 300.
              10 WS-LOAD-OPERATOR     PIC X(08) VALUE SPACES.
              10 WS-LOAD-ROLE         PIC X(08) VALUE SPACES.
              10 WS-ROLES-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-ROLES-DONE           VALUE "Y".
              10 WS-FUNCS-DONE-SW     PIC X(01) VALUE "N".
                 88 WS-FUNCS-DONE           VALUE "Y".
              10 WS-CODE-WORK         PIC X(08) VALUE SPACES.
              10 WS-GROUP-WILD        PIC X(08) VALUE SPACES.
              10 WS-MATCH-SW          PIC X(01) VALUE "N".
                 88 WS-MATCH                VALUE "Y".
              10 WS-CATALOG-SW        PIC X(01) VALUE "N".
                 88 WS-IN-CATALOG           VALUE "Y".
              10 WS-FN-IX             PIC 9(03) VALUE ZEROS.
              10 WS-OPTION-IX         PIC 9(02) VALUE ZEROS.
              10 WS-OPTION-NUM        PIC 9(02) VALUE ZEROS.
              10 WS-OPTION-WORK       PIC X(02) VALUE SPACES.
              10 WS-LOG-OPERATOR      PIC X(08) VALUE SPACES.
              10 WS-SEED-IX           PIC 9(02) VALUE ZEROS.

      *    WS-GRANT-SET(1) is the signed-on operator's grants, loaded
      *    at sign-on; WS-GRANT-SET(2) is reloaded for each approver
      *    checked by "O".
       01  WS-GRANT-TABLE.
           02 WS-GRANT-SET OCCURS 2 TIMES.
              03 WS-GRANT-COUNT        PIC 9(03).
              03 WS-GRANT-CODE         PIC X(08) OCCURS 300 TIMES.

      *    Starting roles for a new system - the three old access
      *    levels.  CLERK (level 1) has the day-to-day subsystems and
      *    reports; MANAGER (level 5) adds the deletes, voids,
      *    overrides and approvals a manager could sign off, short of
      *    a PO over the admin approval limit; ADMIN (level 9) has
      *    everything, Utilities included.
       01  WS-SEED-ROLE-TABLE.
           02 FILLER PIC X(38) VALUE
              "CLERK   CLERK - DAY-TO-DAY SUBSYSTEMS ".
           02 FILLER PIC X(38) VALUE
              "MANAGER MANAGER - PLUS APPROVALS      ".
           02 FILLER PIC X(38) VALUE
              "ADMIN   ADMINISTRATOR - EVERYTHING    ".
       01  WS-SEED-ROLES REDEFINES WS-SEED-ROLE-TABLE.
           02 WS-SEED-ROLE OCCURS 3 TIMES.
              03 WS-SEED-ROLE-ID       PIC X(08).
              03 WS-SEED-ROLE-NAME     PIC X(30).

       01  WS-SEED-GRANT-TABLE.
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-01 ".
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-02 ".
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-03 ".
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-04 ".
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-05 ".
           02 FILLER PIC X(16) VALUE "CLERK   MAIN-06 ".
           02 FILLER PIC X(16) VALUE "CLERK   STCK-*  ".
           02 FILLER PIC X(16) VALUE "CLERK   SUPP-*  ".
           02 FILLER PIC X(16) VALUE "CLERK   PURC-*  ".
           02 FILLER PIC X(16) VALUE "CLERK   CUST-*  ".
           02 FILLER PIC X(16) VALUE "CLERK   SALE-*  ".
           02 FILLER PIC X(16) VALUE "CLERK   RPTS-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-01 ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-02 ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-03 ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-04 ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-05 ".
           02 FILLER PIC X(16) VALUE "MANAGER MAIN-06 ".
           02 FILLER PIC X(16) VALUE "MANAGER STCK-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER SUPP-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER PURC-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER CUST-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER SALE-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER RPTS-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER DELT-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER VOID-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER OVRD-*  ".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-PRC".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-RTD".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-CLM".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-XFR".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-MRG".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-POM".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-JNL".
           02 FILLER PIC X(16) VALUE "MANAGER APRV-BDW".
           02 FILLER PIC X(16) VALUE "ADMIN   *       ".
       01  WS-SEED-GRANTS REDEFINES WS-SEED-GRANT-TABLE.
           02 WS-SEED-GRANT OCCURS 36 TIMES.
              03 WS-SEED-GRANT-ROLE    PIC X(08).
              03 WS-SEED-GRANT-CODE    PIC X(08).

           COPY "PERMFUNC.CPY".

       LINKAGE SECTION.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION USING PERM-CHECK-MSG.
       0000-MAINLINE.
              SET PC-FILE-ERROR TO TRUE.
              EVALUATE TRUE
                 WHEN PC-INITIALIZE
                    PERFORM 1000-OPEN-ROLE-FILES THRU 1000-EXIT
                    IF WS-FILES-OK
                       SET PC-ALLOWED TO TRUE
                    END-IF
                    PERFORM 1900-CLOSE-ROLE-FILES THRU 1900-EXIT
                 WHEN PC-SIGN-ON
                    PERFORM 2000-SIGN-ON THRU 2000-EXIT
                 WHEN PC-SIGN-OFF
                    MOVE SPACES TO WS-SESSION-OPERATOR
                    MOVE SPACES TO WS-SESSION-TERMINAL
                    MOVE "N" TO WS-SESSION-SW
                    MOVE ZEROS TO WS-GRANT-COUNT(1)
                    SET PC-ALLOWED TO TRUE
                 WHEN PC-WHO-IS-ON
                    MOVE WS-SESSION-OPERATOR TO PC-OPERATOR-ID
                    MOVE WS-SESSION-TERMINAL TO PC-TERMINAL-ID
                    IF WS-SESSION-ACTIVE
                       SET PC-ALLOWED TO TRUE
                    ELSE
                       SET PC-DENIED TO TRUE
                    END-IF
                 WHEN PC-MENU-FILTER
                    PERFORM 3000-MENU-FILTER THRU 3000-EXIT
                 WHEN PC-AUTHORIZE
                    PERFORM 4000-AUTHORIZE THRU 4000-EXIT
                 WHEN PC-AUTHORIZE-OTHER
                 WHEN PC-QUERY-OTHER
                    PERFORM 4500-AUTHORIZE-OTHER THRU 4500-EXIT
              END-EVALUATE.
              MOVE SPACES TO PC-MENU-OPTION.
              GOBACK.

      *    Opens the three role files, creating any that are missing.
      *    A missing ROLE-MASTER means a system that has never had
      *    roles, and the starting roles and assignments are seeded
      *    before anything is read.
       1000-OPEN-ROLE-FILES.
              MOVE "N" TO WS-FILES-OK-SW.
              MOVE "N" TO WS-SEED-NEEDED-SW.
              OPEN I-O ROLE-MASTER-FILE.
              IF WS-ROLE-STATUS = "35"
                 MOVE "Y" TO WS-SEED-NEEDED-SW
                 OPEN OUTPUT ROLE-MASTER-FILE
                 CLOSE ROLE-MASTER-FILE
                 OPEN I-O ROLE-MASTER-FILE
              END-IF.
              OPEN I-O ROLE-FUNCTION-FILE.
              IF WS-RFUNC-STATUS = "35"
                 OPEN OUTPUT ROLE-FUNCTION-FILE
                 CLOSE ROLE-FUNCTION-FILE
                 OPEN I-O ROLE-FUNCTION-FILE
              END-IF.
              OPEN I-O OPERATOR-ROLE-FILE.
              IF WS-OROLE-STATUS = "35"
                 OPEN OUTPUT OPERATOR-ROLE-FILE
                 CLOSE OPERATOR-ROLE-FILE
                 OPEN I-O OPERATOR-ROLE-FILE
              END-IF.
              IF WS-ROLE-STATUS NOT = "00"
                 OR WS-RFUNC-STATUS NOT = "00"
                 OR WS-OROLE-STATUS NOT = "00"
                 GO TO 1000-EXIT
              END-IF.
              SET WS-FILES-OK TO TRUE.
              IF WS-SEED-NEEDED
                 ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                 PERFORM 1100-SEED-ROLES THRU 1100-EXIT
                 PERFORM 1200-SEED-ASSIGNMENTS THRU 1200-EXIT
              END-IF.
       1000-EXIT.
              EXIT.

       1100-SEED-ROLES.
              PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                    UNTIL WS-SEED-IX > 3
                 MOVE WS-SEED-ROLE-ID(WS-SEED-IX) TO RO-ROLE-ID
                 MOVE WS-SEED-ROLE-NAME(WS-SEED-IX) TO RO-ROLE-NAME
                 MOVE WS-TODAY-DATE TO RO-CREATED-DATE
                 MOVE "SYSTEM" TO RO-CREATED-BY
                 WRITE ROLE-MASTER-REC
                    INVALID KEY CONTINUE
                 END-WRITE
              END-PERFORM.
              PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                    UNTIL WS-SEED-IX > 36
                 MOVE WS-SEED-GRANT-ROLE(WS-SEED-IX) TO RG-ROLE-ID
                 MOVE WS-SEED-GRANT-CODE(WS-SEED-IX)
                   TO RG-FUNCTION-CODE
                 MOVE WS-TODAY-DATE TO RG-GRANTED-DATE
                 MOVE "SYSTEM" TO RG-GRANTED-BY
                 WRITE ROLE-FUNCTION-REC
                    INVALID KEY CONTINUE
                 END-WRITE
              END-PERFORM.
       1100-EXIT.
              EXIT.

      *    Every operator on file is given the role matching their
      *    access level - ADMIN for 9, MANAGER for 5, CLERK for
      *    anything else.
       1200-SEED-ASSIGNMENTS.
              OPEN INPUT OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS NOT = "00"
                 GO TO 1200-EXIT
              END-IF.
              PERFORM UNTIL WS-OPER-STATUS NOT = "00"
                 READ OPERATOR-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-OPER-STATUS
                    NOT AT END
                       MOVE OM-OPERATOR-ID TO RA-OPERATOR-ID
                       EVALUATE TRUE
                          WHEN OM-ACCESS-ADMIN
                             MOVE "ADMIN" TO RA-ROLE-ID
                          WHEN OM-ACCESS-MANAGER
                             MOVE "MANAGER" TO RA-ROLE-ID
                          WHEN OTHER
                             MOVE "CLERK" TO RA-ROLE-ID
                       END-EVALUATE
                       MOVE WS-TODAY-DATE TO RA-ASSIGNED-DATE
                       MOVE "SYSTEM" TO RA-ASSIGNED-BY
                       WRITE OPERATOR-ROLE-REC
                          INVALID KEY CONTINUE
                       END-WRITE
                 END-READ
              END-PERFORM.
              CLOSE OPERATOR-MASTER-FILE.
       1200-EXIT.
              EXIT.

       1900-CLOSE-ROLE-FILES.
              CLOSE ROLE-MASTER-FILE.
              CLOSE ROLE-FUNCTION-FILE.
              CLOSE OPERATOR-ROLE-FILE.
       1900-EXIT.
              EXIT.

      *    Loads the operator's grants for the session.  An operator
      *    holding no role at all comes back "N" and is not signed
      *    on here.
       2000-SIGN-ON.
              MOVE "N" TO WS-SESSION-SW.
              MOVE ZEROS TO WS-GRANT-COUNT(1).
              PERFORM 1000-OPEN-ROLE-FILES THRU 1000-EXIT.
              IF NOT WS-FILES-OK
                 PERFORM 1900-CLOSE-ROLE-FILES THRU 1900-EXIT
                 GO TO 2000-EXIT
              END-IF.
              MOVE 1 TO WS-SET-IX.
              MOVE PC-OPERATOR-ID TO WS-LOAD-OPERATOR.
              PERFORM 5000-LOAD-GRANTS THRU 5000-EXIT.
              PERFORM 1900-CLOSE-ROLE-FILES THRU 1900-EXIT.
              IF WS-GRANT-COUNT(1) = ZEROS
                 SET PC-DENIED TO TRUE
                 GO TO 2000-EXIT
              END-IF.
              MOVE PC-OPERATOR-ID TO WS-SESSION-OPERATOR.
              MOVE PC-TERMINAL-ID TO WS-SESSION-TERMINAL.
              SET WS-SESSION-ACTIVE TO TRUE.
              SET PC-ALLOWED TO TRUE.
       2000-EXIT.
              EXIT.

      *    Sets PC-MENU-SW(n) for options 1 to 40 of the menu group
      *    in PC-FUNCTION-CODE.  With no one signed on every option
      *    shows, as it always has for a program run on its own.
       3000-MENU-FILTER.
              MOVE ALL "Y" TO PC-MENU-MASK.
              SET PC-ALLOWED TO TRUE.
              IF NOT WS-SESSION-ACTIVE
                 GO TO 3000-EXIT
              END-IF.
              MOVE 1 TO WS-SET-IX.
              PERFORM VARYING WS-OPTION-IX FROM 1 BY 1
                    UNTIL WS-OPTION-IX > 40
                 MOVE SPACES TO WS-CODE-WORK
                 STRING PC-FUNCTION-CODE(1:4) "-" WS-OPTION-IX
                    DELIMITED BY SIZE INTO WS-CODE-WORK
                 END-STRING
                 PERFORM 6000-MATCH-GRANT THRU 6000-EXIT
                 IF NOT WS-MATCH
                    MOVE "N" TO PC-MENU-SW(WS-OPTION-IX)
                 END-IF
              END-PERFORM.
       3000-EXIT.
              EXIT.

      *    Authorizes the signed-on operator.  A menu option is first
      *    turned into its function code; an entry that is not a
      *    controlled option at all (out of range, not a number) is
      *    let through for the menu's own INVALID CHOICE handling.
       4000-AUTHORIZE.
              SET PC-ALLOWED TO TRUE.
              IF PC-MENU-OPTION NOT = SPACES
                 PERFORM 4100-OPTION-TO-CODE THRU 4100-EXIT
                 IF NOT WS-IN-CATALOG
                    GO TO 4000-EXIT
                 END-IF
              END-IF.
              IF NOT WS-SESSION-ACTIVE
                 GO TO 4000-EXIT
              END-IF.
              MOVE PC-FUNCTION-CODE TO WS-CODE-WORK.
              MOVE 1 TO WS-SET-IX.
              PERFORM 6000-MATCH-GRANT THRU 6000-EXIT.
              IF NOT WS-MATCH
                 SET PC-DENIED TO TRUE
                 MOVE WS-SESSION-OPERATOR TO WS-LOG-OPERATOR
                 PERFORM 7000-LOG-DENIAL THRU 7000-EXIT
              END-IF.
       4000-EXIT.
              EXIT.

      *    Builds "GGGG-NN" from the group in PC-FUNCTION-CODE and the
      *    option keyed, left- or right-justified, and looks it up on
      *    the catalog.
       4100-OPTION-TO-CODE.
              MOVE "N" TO WS-CATALOG-SW.
              MOVE PC-MENU-OPTION TO WS-OPTION-WORK.
              IF WS-OPTION-WORK(2:1) = SPACE
                 MOVE WS-OPTION-WORK(1:1) TO WS-OPTION-WORK(2:1)
                 MOVE "0" TO WS-OPTION-WORK(1:1)
              END-IF.
              IF WS-OPTION-WORK IS NOT NUMERIC
                 GO TO 4100-EXIT
              END-IF.
              MOVE WS-OPTION-WORK TO WS-OPTION-NUM.
              MOVE SPACES TO WS-CODE-WORK.
              STRING PC-FUNCTION-CODE(1:4) "-" WS-OPTION-NUM
                 DELIMITED BY SIZE INTO WS-CODE-WORK
              END-STRING.
              MOVE WS-CODE-WORK TO PC-FUNCTION-CODE.
              PERFORM VARYING WS-FN-IX FROM 1 BY 1
                    UNTIL WS-FN-IX > FN-ENTRY-COUNT
                       OR WS-IN-CATALOG
                 IF FN-FUNCTION-CODE(WS-FN-IX) = WS-CODE-WORK
                    SET WS-IN-CATALOG TO TRUE
                 END-IF
              END-PERFORM.
       4100-EXIT.
              EXIT.

      *    Authorizes an approver or supervisor other than the
      *    signed-on operator - their grants are read fresh from the
      *    role files each time.  A "Q" query is answered the same
      *    way but, being no attempt to use the function, is not
      *    logged as a denial.
       4500-AUTHORIZE-OTHER.
              PERFORM 1000-OPEN-ROLE-FILES THRU 1000-EXIT.
              IF NOT WS-FILES-OK
                 PERFORM 1900-CLOSE-ROLE-FILES THRU 1900-EXIT
                 GO TO 4500-EXIT
              END-IF.
              MOVE 2 TO WS-SET-IX.
              MOVE PC-OPERATOR-ID TO WS-LOAD-OPERATOR.
              PERFORM 5000-LOAD-GRANTS THRU 5000-EXIT.
              PERFORM 1900-CLOSE-ROLE-FILES THRU 1900-EXIT.
              MOVE PC-FUNCTION-CODE TO WS-CODE-WORK.
              PERFORM 6000-MATCH-GRANT THRU 6000-EXIT.
              IF WS-MATCH
                 SET PC-ALLOWED TO TRUE
              ELSE
                 SET PC-DENIED TO TRUE
                 IF PC-AUTHORIZE-OTHER
                    MOVE PC-OPERATOR-ID TO WS-LOG-OPERATOR
                    PERFORM 7000-LOG-DENIAL THRU 7000-EXIT
                 END-IF
              END-IF.
       4500-EXIT.
              EXIT.

      *    Collects into WS-GRANT-SET(WS-SET-IX) every function granted
      *    by every role WS-LOAD-OPERATOR holds.
       5000-LOAD-GRANTS.
              MOVE ZEROS TO WS-GRANT-COUNT(WS-SET-IX).
              MOVE "N" TO WS-ROLES-DONE-SW.
              MOVE WS-LOAD-OPERATOR TO RA-OPERATOR-ID.
              MOVE LOW-VALUES TO RA-ROLE-ID.
              START OPERATOR-ROLE-FILE
                    KEY IS NOT LESS THAN RA-KEY
                 INVALID KEY SET WS-ROLES-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-ROLES-DONE
                 READ OPERATOR-ROLE-FILE NEXT RECORD
                    AT END SET WS-ROLES-DONE TO TRUE
                    NOT AT END
                       IF RA-OPERATOR-ID NOT = WS-LOAD-OPERATOR
                          SET WS-ROLES-DONE TO TRUE
                       ELSE
                          MOVE RA-ROLE-ID TO WS-LOAD-ROLE
                          PERFORM 5100-LOAD-ROLE THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       5000-EXIT.
              EXIT.

       5100-LOAD-ROLE.
              MOVE "N" TO WS-FUNCS-DONE-SW.
              MOVE WS-LOAD-ROLE TO RG-ROLE-ID.
              MOVE LOW-VALUES TO RG-FUNCTION-CODE.
              START ROLE-FUNCTION-FILE
                    KEY IS NOT LESS THAN RG-KEY
                 INVALID KEY SET WS-FUNCS-DONE TO TRUE
              END-START.
              PERFORM UNTIL WS-FUNCS-DONE
                 READ ROLE-FUNCTION-FILE NEXT RECORD
                    AT END SET WS-FUNCS-DONE TO TRUE
                    NOT AT END
                       IF RG-ROLE-ID NOT = WS-LOAD-ROLE
                          SET WS-FUNCS-DONE TO TRUE
                       ELSE
                          IF WS-GRANT-COUNT(WS-SET-IX) < WS-MAX-GRANTS
                             ADD 1 TO WS-GRANT-COUNT(WS-SET-IX)
                             MOVE RG-FUNCTION-CODE
                               TO WS-GRANT-CODE(WS-SET-IX,
                                     WS-GRANT-COUNT(WS-SET-IX))
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.
       5100-EXIT.
              EXIT.

      *    WS-CODE-WORK is granted by WS-GRANT-SET(WS-SET-IX) when the
      *    set holds the code itself, its group wildcard ("STCK-*")
      *    or the all-functions wildcard ("*").
       6000-MATCH-GRANT.
              MOVE "N" TO WS-MATCH-SW.
              MOVE SPACES TO WS-GROUP-WILD.
              STRING WS-CODE-WORK(1:5) "*"
                 DELIMITED BY SIZE INTO WS-GROUP-WILD
              END-STRING.
              PERFORM VARYING WS-GRANT-IX FROM 1 BY 1
                    UNTIL WS-GRANT-IX > WS-GRANT-COUNT(WS-SET-IX)
                       OR WS-MATCH
                 IF WS-GRANT-CODE(WS-SET-IX, WS-GRANT-IX)
                       = WS-CODE-WORK
                    OR WS-GRANT-CODE(WS-SET-IX, WS-GRANT-IX)
                       = WS-GROUP-WILD
                    OR WS-GRANT-CODE(WS-SET-IX, WS-GRANT-IX) = "*"
                    SET WS-MATCH TO TRUE
                 END-IF
              END-PERFORM.
       6000-EXIT.
              EXIT.

      *    Appends a DENIED event for WS-LOG-OPERATOR and the code
      *    refused to the shared operator activity log, opened and
      *    closed per event the same as MainMenu.cbl's own writes.
       7000-LOG-DENIAL.
              OPEN EXTEND OPERATOR-ACTIVITY-FILE.
              IF WS-ACTIVITY-FILE-MISSING
                 OPEN OUTPUT OPERATOR-ACTIVITY-FILE
              END-IF.
              IF WS-ACTIVITY-STATUS NOT = "00"
                 GO TO 7000-EXIT
              END-IF.
              ACCEPT OA-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT OA-TS-TIME FROM TIME.
              MOVE WS-LOG-OPERATOR TO OA-OPERATOR-ID.
              MOVE WS-SESSION-TERMINAL TO OA-TERMINAL-ID.
              SET OA-EVENT-DENIED TO TRUE.
              MOVE SPACE TO OA-MENU-OPTION.
              MOVE PC-FUNCTION-CODE TO OA-FUNCTION-CODE.
              WRITE OPERATOR-ACTIVITY-REC.
              CLOSE OPERATOR-ACTIVITY-FILE.
       7000-EXIT.
              EXIT.
