      *****************************************************************
      *  ROLEFUNC.CPY                                                 *
      *  Record layout for the ROLE-FUNCTION indexed file - one       *
      *  record per function a role grants, keyed by role id and      *
      *  function code so every function of a role can be read with a *
      *  START on the role id.  RG-FUNCTION-CODE is a code from the   *
      *  function catalog (PERMFUNC.CPY), or a wildcard: "STCK-*"     *
      *  grants every function in the STCK group and "*" grants every *
      *  function there is.                                           *
      *****************************************************************
       01  ROLE-FUNCTION-REC.
           02  RG-KEY.
               03  RG-ROLE-ID           PIC X(08).
               03  RG-FUNCTION-CODE     PIC X(08).
           02  RG-GRANTED-DATE          PIC 9(08).
           02  RG-GRANTED-BY            PIC X(08).
