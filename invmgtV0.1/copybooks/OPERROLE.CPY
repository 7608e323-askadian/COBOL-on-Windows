      *****************************************************************
      *  OPERROLE.CPY                                                 *
      *  Record layout for the OPERATOR-ROLE indexed file - one       *
      *  record per role an operator holds, keyed by operator id and  *
      *  role id so all of an operator's roles can be read with a     *
      *  START on the operator id.  Assigned in OperatorMgmt.cbl; an  *
      *  operator may use a function when any role they hold grants   *
      *  it (see PermCheck.cbl).                                      *
      *****************************************************************
       01  OPERATOR-ROLE-REC.
           02  RA-KEY.
               03  RA-OPERATOR-ID       PIC X(08).
               03  RA-ROLE-ID           PIC X(08).
           02  RA-ASSIGNED-DATE         PIC 9(08).
           02  RA-ASSIGNED-BY           PIC X(08).
