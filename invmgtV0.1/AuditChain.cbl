       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChain.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  AUDIT TRAIL CHAIN STAMP - every program that appends to      *
      *  AUDIT.TRL calls here with the finished AUDIT-TRAIL-REC       *
      *  immediately before its WRITE.  The record is given the next  *
      *  AT-SEQUENCE-NUMBER and an AT-CHAIN-VALUE computed over every *
      *  other byte of the record, seeded with the chain value of the *
      *  record stamped before it, and AUDITCTL.DAT (see              *
      *  AUDITCTL.CPY) is rewritten to carry both forward to the next *
      *  call.  A record deleted, inserted, moved or edited           *
      *  afterwards no longer fits the chain, which AuditVerify.cbl   *
      *  walks.                                                       *
      *                                                               *
      *  The control file is opened and closed again on every call,   *
      *  the way SysParmGet.cbl reads its files, so nothing is held   *
      *  open between writes.  When it cannot be read or rewritten    *
      *  the record goes out with sequence number zero - still        *
      *  written, so the change itself is never lost, but shown by    *
      *  AuditVerify as a record written outside the chain.           *
      *                                                               *
      *  AUDITCALC is the promptless entry AuditVerify.cbl uses to    *
      *  recompute a record's chain value from the value before it,   *
      *  so the stamp and the check share one calculation.            *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDIT-CONTROL-FILE
                     ASSIGN TO "AUDITCTL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE.
           COPY "AUDITCTL.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-ACTL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONTROL-SW        PIC X(01) VALUE "N".
                 88 WS-CONTROL-OK               VALUE "Y".
              10 WS-PRIOR-SEQUENCE    PIC 9(09) VALUE ZEROS.
              10 WS-PRIOR-CHAIN       PIC 9(10) VALUE ZEROS.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-NOW-TIME          PIC 9(08) VALUE ZEROS.
      *    Working fields for 2000-COMPUTE-CHAIN.  The chain value is
      *    held below the prime 9999999967, so it always fits the ten
      *    digits of AT-CHAIN-VALUE.
              10 WS-CHAIN-WORK        PIC 9(18) VALUE ZEROS.
              10 WS-CHAIN-IX          PIC 9(03) VALUE ZEROS.
              10 WS-CHAIN-CHAR-VAL    PIC 9(03) VALUE ZEROS.
              10 WS-CHAIN-LENGTH      PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
           COPY "AUDIT-TRAIL-REC.CPY".
       01  LK-PRIOR-CHAIN              PIC 9(10).
       01  LK-CHAIN-VALUE              PIC 9(10).

       PROCEDURE DIVISION USING AUDIT-TRAIL-REC.
       0000-MAINLINE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              ACCEPT WS-NOW-TIME FROM TIME.
              PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
              IF NOT WS-CONTROL-OK
                 MOVE ZEROS TO AT-SEQUENCE-NUMBER AT-CHAIN-VALUE
                 GOBACK
              END-IF.
              COMPUTE AT-SEQUENCE-NUMBER = WS-PRIOR-SEQUENCE + 1.
              MOVE WS-PRIOR-CHAIN TO WS-CHAIN-WORK.
              PERFORM 2000-COMPUTE-CHAIN THRU 2000-EXIT.
              MOVE WS-CHAIN-WORK TO AT-CHAIN-VALUE.
              PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT.
              GOBACK.

       ENTRY "AUDITCALC" USING AUDIT-TRAIL-REC LK-PRIOR-CHAIN
                               LK-CHAIN-VALUE.
              MOVE LK-PRIOR-CHAIN TO WS-CHAIN-WORK.
              PERFORM 2000-COMPUTE-CHAIN THRU 2000-EXIT.
              MOVE WS-CHAIN-WORK TO LK-CHAIN-VALUE.
              GOBACK.

      *    Absence of AUDITCTL.DAT (status 35) simply means no record
      *    has been stamped yet - the chain starts at sequence one
      *    from a zero chain value.
       1000-READ-CONTROL.
              MOVE "N" TO WS-CONTROL-SW.
              MOVE ZEROS TO WS-PRIOR-SEQUENCE WS-PRIOR-CHAIN.
              OPEN INPUT AUDIT-CONTROL-FILE.
              IF WS-ACTL-STATUS = "35"
                 MOVE "Y" TO WS-CONTROL-SW
                 GO TO 1000-EXIT
              END-IF.
              IF WS-ACTL-STATUS NOT = "00"
                 DISPLAY "AUDIT CHAIN CONTROL NOT AVAILABLE - STATUS "
                         WS-ACTL-STATUS
                 GO TO 1000-EXIT
              END-IF.
              READ AUDIT-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-CONTROL-SW
                 NOT AT END
                    IF AK-LAST-SEQUENCE IS NUMERIC
                       AND AK-LAST-CHAIN-VALUE IS NUMERIC
                       MOVE AK-LAST-SEQUENCE TO WS-PRIOR-SEQUENCE
                       MOVE AK-LAST-CHAIN-VALUE TO WS-PRIOR-CHAIN
                       MOVE "Y" TO WS-CONTROL-SW
                    ELSE
                       DISPLAY "AUDIT CHAIN CONTROL RECORD IS DAMAGED"
                    END-IF
              END-READ.
              CLOSE AUDIT-CONTROL-FILE.
       1000-EXIT.
              EXIT.

      *    Folds every byte of the record ahead of AT-CHAIN-VALUE -
      *    sequence number included - into WS-CHAIN-WORK, which comes
      *    in holding the previous record's chain value.  Changing any
      *    byte, or the record it follows, changes the result.
       2000-COMPUTE-CHAIN.
              COMPUTE WS-CHAIN-LENGTH = LENGTH OF AUDIT-TRAIL-REC
                                      - LENGTH OF AT-CHAIN-VALUE.
              PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                    UNTIL WS-CHAIN-IX > WS-CHAIN-LENGTH
                 COMPUTE WS-CHAIN-CHAR-VAL =
                    FUNCTION ORD(AUDIT-TRAIL-REC(WS-CHAIN-IX:1))
                 COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                    WS-CHAIN-WORK * 257 + WS-CHAIN-CHAR-VAL
                    + WS-CHAIN-IX, 9999999967)
              END-PERFORM.
       2000-EXIT.
              EXIT.

       3000-WRITE-CONTROL.
              MOVE AT-SEQUENCE-NUMBER TO AK-LAST-SEQUENCE.
              MOVE AT-CHAIN-VALUE TO AK-LAST-CHAIN-VALUE.
              MOVE WS-TODAY-DATE TO AK-LAST-DATE.
              MOVE WS-NOW-TIME TO AK-LAST-TIME.
              OPEN OUTPUT AUDIT-CONTROL-FILE.
              IF WS-ACTL-STATUS NOT = "00"
                 DISPLAY "AUDIT CHAIN CONTROL NOT UPDATED - STATUS "
                         WS-ACTL-STATUS
                 GO TO 3000-EXIT
              END-IF.
              WRITE AUDIT-CONTROL-REC.
              CLOSE AUDIT-CONTROL-FILE.
       3000-EXIT.
              EXIT.
