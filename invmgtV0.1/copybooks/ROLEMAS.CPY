      *****************************************************************
      *  ROLEMAS.CPY                                                  *
      *  Record layout for the ROLE-MASTER indexed file, keyed by     *
      *  role id.  A role is a named set of function permissions -    *
      *  the functions themselves are the ROLE-FUNCTION records under *
      *  the role (ROLEFUNC.CPY) and an operator is given one or more *
      *  roles through OPERATOR-ROLE (OPERROLE.CPY).  Maintained from *
      *  Utilities through RoleMgmt.cbl and read at sign-on by        *
      *  PermCheck.cbl.                                               *
      *****************************************************************
       01  ROLE-MASTER-REC.
           02  RO-ROLE-ID               PIC X(08).
           02  RO-ROLE-NAME             PIC X(30).
           02  RO-CREATED-DATE          PIC 9(08).
           02  RO-CREATED-BY            PIC X(08).
