      *  the leading characters entered, so a partial key finds       *
      *  every record it begins.  Reached from Utilities.             *
      *                                                               *
      *  Whether the trail itself is intact - nothing removed,        *
      *  inserted or edited since it was written - is                 *
      *  AuditVerify.cbl's question, also reached from Utilities.     *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC.
           02  AA-ARCHIVE-YEAR           PIC 9(04).
           02  AA-ENTRY                  PIC X(273).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
