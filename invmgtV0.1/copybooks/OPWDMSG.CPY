      *****************************************************************
      *  OPWDMSG.CPY                                                  *
      *  Parameter block for CALL "OperPwd" USING OPER-PWD-MSG - the  *
      *  one way a program checks or sets an operator's password.     *
      *  The caller moves in PW-OPERATOR-ID and the clear-text        *
      *  PW-PASSWORD, sets the function and calls; OperPwd.cbl blanks *
      *  PW-PASSWORD before it returns.  Functions: "V" verify the    *
      *  password keyed against the hash on file; "C" operator's own  *
      *  change - refused "R" if it matches the current password or   *
      *  any of the three before it, otherwise the current hash rolls *
      *  into the history and the new one is stored; "S"              *
      *  administrator set - stored without the reuse check, the      *
      *  current hash still rolling into the history; "D" remove the  *
      *  operator's password record when the operator is deleted.     *
      *  PW-RESULT comes back "K" done / password correct, "W" wrong  *
      *  password, "M" no password on file for the operator, "R"      *
      *  password reused, or "E" OPERATOR-PASSWORD file could not be  *
      *  opened or written.  COPY this member into WORKING-STORAGE of *
      *  every caller and into the LINKAGE SECTION of OperPwd.cbl so  *
      *  both sides share one definition.                             *
      *****************************************************************
       01  OPER-PWD-MSG.
           02  PW-FUNCTION              PIC X(01).
               88  PW-VERIFY                 VALUE "V".
               88  PW-CHANGE                 VALUE "C".
               88  PW-SET                    VALUE "S".
               88  PW-DELETE                 VALUE "D".
           02  PW-OPERATOR-ID           PIC X(08).
           02  PW-PASSWORD              PIC X(08).
           02  PW-RESULT                PIC X(01).
               88  PW-OK                     VALUE "K".
               88  PW-WRONG                  VALUE "W".
               88  PW-NOT-ON-FILE            VALUE "M".
               88  PW-REUSED                 VALUE "R".
               88  PW-FILE-ERROR             VALUE "E".
