      *  is added, changed, or deleted.  COPY this member into the    *
      *  FILE SECTION of any program that opens AUDIT-TRAIL-FILE so   *
      *  every program shares one definition of the record.           *
      *  Every writer CALLs AuditChain.cbl with the finished record   *
      *  just before its WRITE.  AuditChain fills in                  *
      *  AT-SEQUENCE-NUMBER, one more than the last record written,   *
      *  and AT-CHAIN-VALUE, a check value over the whole record and  *
      *  the previous record's chain value, so a record deleted,      *
      *  inserted, reordered or altered after the fact breaks the     *
      *  chain AuditVerify.cbl walks.  Records written before         *
      *  chaining began carry spaces in both fields - as does a row   *
      *  left in AUDIT.TRL or AUDIT.ARC from before these fields and  *
      *  AT-FILE-NAME were added, since a shorter line in a line      *
      *  sequential file reads back padded with spaces.               *
      *  AT-FILE-NAME carries the ASSIGN name of the master the       *
      *  images belong to (stockmas, custmas, suppmas, personidx,     *
      *  BOOKS.DAT, AUTHOR.DAT) so RollForwardMasters.cbl can         *
      *  re-apply them after a restore.  Writers move it in just      *
      *  before a master-file audit and clear it after every WRITE;   *
      *  it is spaces for any other record type.                      *
      *****************************************************************
       01  AUDIT-TRAIL-REC.
           02  AT-TIMESTAMP.
           02  AT-KEY-VALUE              PIC X(20).
           02  AT-BEFORE-IMAGE           PIC X(91).
           02  AT-AFTER-IMAGE            PIC X(91).
           02  AT-FILE-NAME              PIC X(10).
           02  AT-SEQUENCE-NUMBER        PIC 9(09).
           02  AT-CHAIN-VALUE            PIC 9(10).
