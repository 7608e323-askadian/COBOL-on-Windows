      *****************************************************************
      *  PARMHIST.CPY                                                 *
      *  Record layout for PARMHIST.LOG, an append-only log of        *
      *  changes to the SYSTEM-PARAMETER file - one line per add,     *
      *  change or delete, written by SysParmMgmt.cbl alongside the   *
      *  usual AUDIT-TRAIL-FILE before/after image, the same          *
      *  two-logs-for-two-purposes split ItemPriceMgmt.cbl uses for   *
      *  PRICE-HISTORY-FILE: the audit trail proves what changed,     *
      *  this log makes "who moved this account or limit, when, and   *
      *  from what to what" a plain sequential read.  HP-ACTION is    *
      *  "A" added, "C" changed or "D" deleted; the old value is      *
      *  blank and zero on an add and the new value on a delete.      *
      *  COPY this member into the FILE SECTION of any program that   *
      *  opens PARM-HISTORY-FILE so every program shares one          *
      *  definition of the record.                                    *
      *****************************************************************
       01  PARM-HISTORY-REC.
           02  HP-CHANGE-DATE           PIC 9(08).
           02  HP-CHANGE-TIME           PIC 9(08).
           02  HP-OPERATOR-ID           PIC X(08).
           02  HP-PARM-KEY              PIC X(16).
           02  HP-ACTION                PIC X(01).
               88  HP-ACTION-ADD            VALUE "A".
               88  HP-ACTION-CHANGE         VALUE "C".
               88  HP-ACTION-DELETE         VALUE "D".
           02  HP-OLD-VALUE             PIC X(12).
           02  HP-OLD-NUMBER            PIC S9(09)V9(04).
           02  HP-NEW-VALUE             PIC X(12).
           02  HP-NEW-NUMBER            PIC S9(09)V9(04).
