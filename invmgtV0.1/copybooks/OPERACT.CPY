      *    session off from Utilities.
               88  OA-EVENT-TAKEOVER         VALUE "TAKEOVER".
               88  OA-EVENT-FORCED-OFF       VALUE "FORCEOFF".
      *    A menu option or sensitive action refused by PermCheck.cbl
      *    because none of the operator's roles grants it.
               88  OA-EVENT-DENIED           VALUE "DENIED".
           02  OA-MENU-OPTION            PIC X(01).
      *    The function code refused on a DENIED event (PERMFUNC.CPY);
      *    spaces on every other event.
           02  OA-FUNCTION-CODE          PIC X(08).
