      *  take.  MainMenu.cbl's sign-on enforces it: a locked account  *
      *  is refused outright, an expired or force-flagged password    *
      *  must be changed before the menu is shown, a reused recent    *
      *  password is refused (against the hashed history on           *
      *  OPERPWD.CPY), and repeated failures lock the account until   *
      *  an admin clears it from Utilities.  An operator with no      *
      *  record here is grandfathered in with today's date the first  *
      *  time they sign on.  COPY this member into the FILE SECTION   *
      *  of any program that opens OPERATOR-SECURITY-FILE so every    *
      *  program shares one definition of the record.                 *
      *****************************************************************
       01  OPERATOR-SECURITY-REC.
           02  OS-OPERATOR-ID           PIC X(08).
           02  OS-FAILED-ATTEMPTS       PIC 9(02).
           02  OS-LOCKED-SW             PIC X(01).
               88  OS-LOCKED                VALUE "Y".
      *    Retired clear-text password history, blanked by
      *    OperPwdConvert.cbl and always written as spaces.  The
      *    reuse history is held hashed on OPERATOR-PASSWORD
      *    (OP-PREV-HASH-1..3 in OPERPWD.CPY); the area stays so the
      *    record length does not change.
           02  OS-RETIRED-HISTORY       PIC X(24).
