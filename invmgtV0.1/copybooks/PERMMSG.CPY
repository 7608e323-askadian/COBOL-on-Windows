      *****************************************************************
      *  PERMMSG.CPY                                                  *
      *  Parameter block for CALL "PermCheck" USING PERM-CHECK-MSG -  *
      *  the one way a program asks whether an operator may use a     *
      *  function.  Functions: "S" sign-on - MainMenu.cbl passes      *
      *  PC-OPERATOR-ID and PC-TERMINAL-ID once the password is       *
      *  accepted and PermCheck loads that operator's permissions for *
      *  the rest of the run, "N" coming back when they hold no role; *
      *  "X" sign-off; "I" make sure the role files exist, seeding    *
      *  them on a new system; "W" return the signed-on operator and  *
      *  terminal; "M" menu filter - PC-FUNCTION-CODE holds the       *
      *  menu's four-character group (e.g. "STCK") and PC-MENU-SW(n)  *
      *  comes back "Y" for each option n the operator may see; "A"   *
      *  authorize the signed-on operator for PC-FUNCTION-CODE, or,   *
      *  when PC-MENU-OPTION is keyed, for option PC-MENU-OPTION of   *
      *  the group in PC-FUNCTION-CODE (the full code is returned in  *
      *  PC-FUNCTION-CODE); "O" authorize another operator,           *
      *  PC-OPERATOR-ID, for PC-FUNCTION-CODE - an approver or        *
      *  supervisor override; "Q" ask the same about another operator *
      *  when nothing is being approved - a report finding out what   *
      *  an operator holds.  PC-RESULT comes back "Y" allowed, "N"    *
      *  denied or "E" role files unavailable.  Every "A" or "O"      *
      *  denial is written to the operator activity log; a "Q" never  *
      *  is.  PC-MENU-OPTION is cleared on return.  COPY this member  *
      *  into WORKING-STORAGE of every caller and into the LINKAGE    *
      *  SECTION of PermCheck.cbl.                                    *
      *****************************************************************
       01  PERM-CHECK-MSG.
           02  PC-FUNCTION              PIC X(01).
               88  PC-SIGN-ON                VALUE "S".
               88  PC-SIGN-OFF               VALUE "X".
               88  PC-INITIALIZE             VALUE "I".
               88  PC-WHO-IS-ON              VALUE "W".
               88  PC-MENU-FILTER            VALUE "M".
               88  PC-AUTHORIZE              VALUE "A".
               88  PC-AUTHORIZE-OTHER        VALUE "O".
               88  PC-QUERY-OTHER            VALUE "Q".
           02  PC-OPERATOR-ID           PIC X(08).
           02  PC-TERMINAL-ID           PIC X(08).
           02  PC-FUNCTION-CODE         PIC X(08).
           02  PC-MENU-OPTION           PIC X(02).
           02  PC-RESULT                PIC X(01).
               88  PC-ALLOWED                VALUE "Y".
               88  PC-DENIED                 VALUE "N".
               88  PC-FILE-ERROR             VALUE "E".
           02  PC-MENU-MASK.
               03  PC-MENU-SW           PIC X(01) OCCURS 40 TIMES.
                   88  PC-MENU-ALLOWED       VALUE "Y".
