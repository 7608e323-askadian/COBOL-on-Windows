      *****************************************************************
      *  SYSPARM.CPY                                                  *
      *  Record layout for the SYSTEM-PARAMETER indexed file - the    *
      *  one place the GL posting accounts by transaction type, the   *
      *  approval limits, tolerances, default rates and day counts    *
      *  the programs work to are held, keyed by parameter name.      *
      *  Until this file existed each program carried its own VALUE   *
      *  clause for them and moving an account or a limit meant       *
      *  finding and recompiling every program that used it.          *
      *  SP-PARM-TYPE says which half of the value is live: "G" a GL  *
      *  account code in SP-PARM-VALUE, which must be an active       *
      *  CHART-OF-ACCOUNTS account; "T" a text value in               *
      *  SP-PARM-VALUE; "N" a number in SP-PARM-NUMBER.               *
      *  SP-CHANGED-BY and SP-CHANGED-DATE name the last operator to  *
      *  change the entry.  Maintained by SysParmMgmt.cbl (reached    *
      *  from Utilities), which logs every change; the programs read  *
      *  it at start-up through SysParmGet.cbl (see SYSPRMSG.CPY).    *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens SYSTEM-PARAMETER-FILE so every program shares one      *
      *  definition of the record.                                    *
      *****************************************************************
       01  SYSTEM-PARM-REC.
           02  SP-PARM-KEY              PIC X(16).
           02  SP-PARM-TYPE             PIC X(01).
               88  SP-TYPE-GL-ACCOUNT       VALUE "G".
               88  SP-TYPE-NUMERIC          VALUE "N".
               88  SP-TYPE-TEXT             VALUE "T".
               88  SP-TYPE-VALID            VALUE "G" "N" "T".
           02  SP-PARM-VALUE            PIC X(12).
           02  SP-PARM-NUMBER           PIC S9(09)V9(04).
           02  SP-DESCRIPTION           PIC X(30).
           02  SP-CHANGED-BY            PIC X(08).
           02  SP-CHANGED-DATE          PIC 9(08).
