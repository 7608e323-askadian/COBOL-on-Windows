      *  the buyer's review threshold; only after the buyer confirms  *
      *  does the second pass upsert the rows - flagged increases     *
      *  are held out unless the buyer explicitly takes them too.    *
      *  A supplier blocked on SUPPLIER-STATUS-FILE (see              *
      *  SUPPSTAT.CPY) has every row rejected - no new prices are     *
      *  taken from a supplier we have stopped trading with.          *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT SUPPLIER-STATUS-FILE
                     ASSIGN TO "suppstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-SUPPLIER-NUMBER
                     FILE STATUS IS WS-SSTAT-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SUPPLIER-STATUS-FILE.
           COPY "SUPPSTAT.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SSTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-SSTAT-OPEN           VALUE "Y".
              10 WS-AUDIT-BEFORE-REC  PIC X(36) VALUE SPACES.
              10 WS-REVIEW-THRESHOLD  PIC 9(03)V99 VALUE ZEROS.
              10 WS-PCT-CHANGE        PIC S9(04)V99 VALUE ZEROS.
              END-IF.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              OPEN INPUT STOCK-MASTER-FILE.
              OPEN INPUT SUPPLIER-STATUS-FILE.
              IF WS-SSTAT-STATUS = "00"
                 SET WS-SSTAT-OPEN TO TRUE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
       2100-EXIT.
              EXIT.

      * Supplier and item must be on file, the supplier not blocked,
      * and the break range must make sense - anything else is
      * reported (first pass only) and skipped on both passes.
       3000-VALIDATE-ROW.
              MOVE "N" TO WS-ROW-VALID-SW.
              MOVE PL-SUPPLIER-NUMBER TO SU-SUPPLIER-NUMBER.
                    END-IF
                    GO TO 3000-EXIT
              END-READ.
              IF WS-SSTAT-OPEN
                 MOVE PL-SUPPLIER-NUMBER TO SV-SUPPLIER-NUMBER
                 READ SUPPLIER-STATUS-FILE
                    INVALID KEY
                       SET SV-STATUS-ACTIVE TO TRUE
                 END-READ
                 IF SV-STATUS-BLOCKED
                    IF WS-PASS-REVIEW
                       DISPLAY "SUPPLIER " PL-SUPPLIER-NUMBER
                               " IS BLOCKED (" SV-REASON
                               ") - ROW SKIPPED"
                       ADD 1 TO WS-ROWS-REJECTED
                    END-IF
                    GO TO 3000-EXIT
                 END-IF
              END-IF.
              MOVE PL-ITEM-NUMBER TO SM-ITEM-NUMBER.
              READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                 INVALID KEY
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "SupplierPriceImport" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
              CLOSE SUPPLIER-PRICE-FILE.
              CLOSE SUPPLIER-MASTER-FILE.
              CLOSE STOCK-MASTER-FILE.
              IF WS-SSTAT-OPEN
                 CLOSE SUPPLIER-STATUS-FILE
              END-IF.
              CLOSE AUDIT-TRAIL-FILE.
       9000-EXIT.
              EXIT.
