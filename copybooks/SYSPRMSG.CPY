      *****************************************************************
      *  SYSPRMSG.CPY                                                 *
      *  Parameter block for CALL "SysParmGet" USING SYS-PARM-MSG -   *
      *  the one way a program fetches an entry off the               *
      *  SYSTEM-PARAMETER file (SYSPARM.CPY) at start-up.  The caller *
      *  moves in PG-PARM-KEY and calls; PG-PARM-TYPE, PG-PARM-VALUE  *
      *  and PG-PARM-NUMBER come back filled from the entry.          *
      *  PG-RESULT comes back "K" usable, "M" no such parameter on    *
      *  file, "A" a GL account parameter whose account is not on     *
      *  CHART-OF-ACCOUNTS, "I" a GL account parameter whose account  *
      *  is on file but inactive, "N" SYSTEM-PARAMETER not available, *
      *  or "C" CHART-OF-ACCOUNTS not available to check a GL account *
      *  against.  PG-REASON carries the matching text for the caller *
      *  to display.  Anything other than "K" means the program must  *
      *  not run: it reports the key and reason and stops before      *
      *  touching a file.  COPY this member into WORKING-STORAGE of   *
      *  every caller and into the LINKAGE SECTION of SysParmGet.cbl  *
      *  so both sides share one definition.                          *
      *****************************************************************
       01  SYS-PARM-MSG.
           02  PG-PARM-KEY              PIC X(16).
           02  PG-RESULT                PIC X(01).
               88  PG-RESULT-OK              VALUE "K".
               88  PG-RESULT-MISSING         VALUE "M".
               88  PG-RESULT-NO-ACCOUNT      VALUE "A".
               88  PG-RESULT-INACTIVE        VALUE "I".
               88  PG-RESULT-NO-FILE         VALUE "N".
               88  PG-RESULT-NO-CHART        VALUE "C".
           02  PG-PARM-TYPE             PIC X(01).
           02  PG-PARM-VALUE            PIC X(12).
           02  PG-PARM-NUMBER           PIC S9(09)V9(04).
           02  PG-REASON                PIC X(40).
