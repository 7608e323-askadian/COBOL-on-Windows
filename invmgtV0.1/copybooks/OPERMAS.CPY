      *  Record layout for the OPERATOR-MASTER indexed file, keyed by *
      *  operator id - checked by MainMenu.cbl's sign-on screen and   *
      *  maintained from Utilities via OperatorMgmt.cbl.              *
      *  What an operator may do is set by the roles they hold        *
      *  (OPERROLE.CPY) through PermCheck.cbl.  OM-ACCESS-LEVEL no    *
      *  longer gates anything; it is kept because the starting roles *
      *  were assigned from it and a PO approval still records it.    *
      *  OM-PASSWORD no longer holds the password: once set or        *
      *  converted it carries the OM-PASSWORD-HASHED marker and the   *
      *  salted hash is kept on OPERATOR-PASSWORD (OPERPWD.CPY),      *
      *  checked only through CALL "OperPwd".                         *
      *****************************************************************
       01  OPERATOR-MASTER-REC.
           02  OM-OPERATOR-ID           PIC X(08).
           02  OM-OPERATOR-NAME         PIC X(25).
           02  OM-PASSWORD              PIC X(08).
               88  OM-PASSWORD-HASHED   VALUE "********".
           02  OM-ACCESS-LEVEL          PIC 9(01).
               88  OM-ACCESS-CLERK      VALUE 1.
               88  OM-ACCESS-MANAGER    VALUE 5.
