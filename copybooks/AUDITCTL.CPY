      *****************************************************************
      *  AUDITCTL.CPY                                                 *
      *  Record layout for AUDITCTL.DAT, the one-record control file  *
      *  that carries the AUDIT.TRL chain forward from one write to   *
      *  the next: the sequence number and chain value of the last    *
      *  audit record stamped and when it was stamped.                *
      *  AuditChain.cbl reads it, stamps the new record from it and   *
      *  rewrites it on every call; AuditVerify.cbl compares the end  *
      *  of the chain it walked against it, so a trail cut short or a *
      *  record appended without being stamped shows as a break.  No  *
      *  file means no record has been stamped yet.                   *
      *****************************************************************
       01  AUDIT-CONTROL-REC.
           02  AK-LAST-SEQUENCE          PIC 9(09).
           02  AK-LAST-CHAIN-VALUE       PIC 9(10).
           02  AK-LAST-STAMPED.
               03  AK-LAST-DATE          PIC 9(08).
               03  AK-LAST-TIME          PIC 9(08).
