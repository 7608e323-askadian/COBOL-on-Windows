       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  AUDIT TRAIL CHAIN VERIFICATION - walks the audit history end *
      *  to end, AUDIT.ARC (the records ArchivePurge.cbl has swept    *
      *  out) and then AUDIT.TRL, recomputing each record's chain     *
      *  value through AuditChain.cbl's AUDITCALC entry from the      *
      *  value of the record before it.  One line per break goes to   *
      *  AUDITVFY.RPT: a gap in the sequence numbers (a record        *
      *  removed), a number out of order or repeated (a record moved  *
      *  or copied in), a chain value that no longer matches the      *
      *  record it sits on (a record edited), and a record written    *
      *  without a number once chaining had started.  The end of the  *
      *  walk is then checked against AUDITCTL.DAT, which catches a   *
      *  trail cut short and a record appended by hand after the last *
      *  one stamped.                                                 *
      *                                                               *
      *  After each break the walk picks the chain up again from the  *
      *  record it stopped on, so one tampered record shows once      *
      *  instead of spoiling everything after it.  Records written    *
      *  before chaining began carry no sequence number and are only  *
      *  counted, and the chain starts at the first record that does  *
      *  carry one.  That includes every row still in the shorter     *
      *  layout from before AT-FILE-NAME, AT-SEQUENCE-NUMBER and      *
      *  AT-CHAIN-VALUE were added: both files are line sequential,   *
      *  so such a row reads back with spaces in all three and the    *
      *  old history needs no conversion to be walked.  Like          *
      *  DataQualitySweep.cbl this repairs nothing - it tells the     *
      *  auditor which records can no longer be relied on.            *
      *                                                               *
      *  Run from Utilities it reports and returns.  AUDITVFY is the  *
      *  promptless entry HeartBeat and MonthEndClose.cbl's audit     *
      *  step call: it produces the same report, passes back the      *
      *  break count and returns RETURN-CODE ZERO only when the chain *
      *  is unbroken.                                                 *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

              SELECT AUDIT-ARCHIVE-FILE
                     ASSIGN TO "AUDIT.ARC"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AARC-STATUS.

              SELECT AUDIT-CONTROL-FILE
                     ASSIGN TO "AUDITCTL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACTL-STATUS.

              SELECT VERIFY-REPORT
                     ASSIGN TO "AUDITVFY.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC.
           02  AA-ARCHIVE-YEAR           PIC 9(04).
           02  AA-ENTRY                  PIC X(273).

       FD  AUDIT-CONTROL-FILE.
           COPY "AUDITCTL.CPY".

       FD  VERIFY-REPORT.
       01  VR-PRINT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SPOOL-HANDOFF.
      *    The report is retained the moment it closes, through the
      *    spooler's promptless entry, so the next run - including
      *    the nightly heartbeat - cannot overwrite the evidence.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "AUDITVFY.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "AuditVerify".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(33) VALUE
                 "AUDIT TRAIL CHAIN VERIFICATION - ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-DETAIL-LINE.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 DL-SOURCE            PIC X(09).
              10 FILLER               PIC X(05) VALUE " REC ".
              10 DL-RECORD-NUMBER     PIC Z(08)9.
              10 FILLER               PIC X(05) VALUE " SEQ ".
              10 DL-SEQUENCE          PIC X(09).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-REASON            PIC X(40).

       01  WS-TOTAL-LINE.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 TL-LABEL             PIC X(30).
              10 TL-COUNT             PIC Z(08)9.

       01  WS-VARS.
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AARC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ACTL-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RUN-DATE          PIC 9(08) VALUE ZEROS.
              10 WS-SOURCE-NAME       PIC X(09) VALUE SPACES.
              10 WS-RECORD-NUMBER     PIC 9(09) VALUE ZEROS.
              10 WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
              10 WS-UNCHAINED-COUNT   PIC 9(09) VALUE ZEROS.
              10 WS-CHAINED-COUNT     PIC 9(09) VALUE ZEROS.
              10 WS-BREAK-COUNT       PIC 9(05) VALUE ZEROS.
              10 WS-BREAK-REASON      PIC X(40) VALUE SPACES.
              10 WS-CHAIN-STARTED-SW  PIC X(01) VALUE "N".
                 88 WS-CHAIN-STARTED            VALUE "Y".
      *    Sequence number and chain value of the last numbered
      *    record walked - what the next one has to follow on from.
              10 WS-LAST-SEQUENCE     PIC 9(09) VALUE ZEROS.
              10 WS-LAST-CHAIN        PIC 9(10) VALUE ZEROS.
              10 WS-EXPECTED-SEQUENCE PIC 9(10) VALUE ZEROS.
              10 WS-EXPECTED-CHAIN    PIC 9(10) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-BREAK-COUNT              PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-VERIFY-CHAIN THRU 1000-EXIT.
              IF WS-BREAK-COUNT = ZERO
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 MOVE 1 TO RETURN-CODE
              END-IF.
              GOBACK.

       ENTRY "AUDITVFY" USING LK-BREAK-COUNT.
              PERFORM 1000-VERIFY-CHAIN THRU 1000-EXIT.
              MOVE WS-BREAK-COUNT TO LK-BREAK-COUNT.
              IF WS-BREAK-COUNT = ZERO
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 MOVE 1 TO RETURN-CODE
              END-IF.
              GOBACK.

       1000-VERIFY-CHAIN.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              MOVE WS-RUN-DATE TO HL-RUN-DATE.
              MOVE ZEROS TO WS-READ-COUNT WS-UNCHAINED-COUNT
                            WS-CHAINED-COUNT WS-BREAK-COUNT
                            WS-LAST-SEQUENCE WS-LAST-CHAIN.
              MOVE "N" TO WS-CHAIN-STARTED-SW.
              OPEN OUTPUT VERIFY-REPORT.
              WRITE VR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO VR-PRINT-LINE.
              WRITE VR-PRINT-LINE.
              PERFORM 2000-WALK-ARCHIVE THRU 2000-EXIT.
              PERFORM 3000-WALK-TRAIL THRU 3000-EXIT.
              PERFORM 5000-CHECK-CONTROL THRU 5000-EXIT.
              PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
              CLOSE VERIFY-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              IF WS-BREAK-COUNT = ZERO
                 DISPLAY "AUDIT TRAIL CHAIN INTACT - "
                         WS-CHAINED-COUNT " CHAINED RECORD(S)."
              ELSE
                 DISPLAY "AUDIT TRAIL CHAIN BROKEN - "
                         WS-BREAK-COUNT " BREAK(S), SEE AUDITVFY.RPT."
              END-IF.
       1000-EXIT.
              EXIT.

      *    The archive holds the oldest part of the chain, so it is
      *    walked first.  No archive just means nothing has been
      *    purged yet.
       2000-WALK-ARCHIVE.
              MOVE "AUDIT.ARC" TO WS-SOURCE-NAME.
              MOVE ZEROS TO WS-RECORD-NUMBER.
              OPEN INPUT AUDIT-ARCHIVE-FILE.
              IF WS-AARC-STATUS NOT = "00"
                 GO TO 2000-EXIT
              END-IF.
              PERFORM UNTIL WS-AARC-STATUS = "10"
                 READ AUDIT-ARCHIVE-FILE
                    AT END MOVE "10" TO WS-AARC-STATUS
                    NOT AT END
                       MOVE AA-ENTRY TO AUDIT-TRAIL-REC
                       PERFORM 4000-CHECK-RECORD THRU 4000-EXIT
                 END-READ
              END-PERFORM.
              CLOSE AUDIT-ARCHIVE-FILE.
       2000-EXIT.
              EXIT.

       3000-WALK-TRAIL.
              MOVE "AUDIT.TRL" TO WS-SOURCE-NAME.
              MOVE ZEROS TO WS-RECORD-NUMBER.
              OPEN INPUT AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "AUDIT.TRL NOT OPENED - STATUS "
                         WS-AUDIT-STATUS
                 GO TO 3000-EXIT
              END-IF.
              PERFORM UNTIL WS-AUDIT-STATUS = "10"
                 READ AUDIT-TRAIL-FILE
                    AT END MOVE "10" TO WS-AUDIT-STATUS
                    NOT AT END
                       PERFORM 4000-CHECK-RECORD THRU 4000-EXIT
                 END-READ
              END-PERFORM.
              CLOSE AUDIT-TRAIL-FILE.
       3000-EXIT.
              EXIT.

      *    One record against the one before it.  Once the sequence
      *    runs on unbroken the chain value is recomputed and must
      *    match; whatever the outcome, the walk carries on from the
      *    sequence number and chain value stored on this record.  A
      *    record numbered at or below the last one is left out of
      *    the chain altogether, so a copy or a record moved back
      *    does not also break the records that follow it.
       4000-CHECK-RECORD.
              ADD 1 TO WS-RECORD-NUMBER WS-READ-COUNT.
              IF AT-SEQUENCE-NUMBER IS NOT NUMERIC
                 IF WS-CHAIN-STARTED
                    MOVE "NO SEQUENCE - WRITTEN AFTER CHAIN START"
                      TO WS-BREAK-REASON
                    PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 ELSE
                    ADD 1 TO WS-UNCHAINED-COUNT
                 END-IF
                 GO TO 4000-EXIT
              END-IF.
              IF AT-SEQUENCE-NUMBER = ZERO
                 MOVE "UNSTAMPED - CHAIN CONTROL UNAVAILABLE"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 4000-EXIT
              END-IF.
              ADD 1 TO WS-CHAINED-COUNT.
              MOVE "Y" TO WS-CHAIN-STARTED-SW.
              COMPUTE WS-EXPECTED-SEQUENCE = WS-LAST-SEQUENCE + 1.
              IF AT-SEQUENCE-NUMBER > WS-EXPECTED-SEQUENCE
                 MOVE "GAP - RECORD(S) MISSING BEFORE THIS ONE"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 PERFORM 4200-CARRY-FORWARD THRU 4200-EXIT
                 GO TO 4000-EXIT
              END-IF.
              IF AT-SEQUENCE-NUMBER < WS-EXPECTED-SEQUENCE
                 MOVE "OUT OF ORDER OR DUPLICATE SEQUENCE"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 4000-EXIT
              END-IF.
              CALL "AUDITCALC" USING AUDIT-TRAIL-REC WS-LAST-CHAIN
                                     WS-EXPECTED-CHAIN.
              IF AT-CHAIN-VALUE IS NOT NUMERIC
                 OR AT-CHAIN-VALUE NOT = WS-EXPECTED-CHAIN
                 MOVE "ALTERED - CHAIN VALUE DOES NOT MATCH"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
              END-IF.
              PERFORM 4200-CARRY-FORWARD THRU 4200-EXIT.
       4000-EXIT.
              EXIT.

       4100-LOG-BREAK.
              ADD 1 TO WS-BREAK-COUNT.
              MOVE WS-SOURCE-NAME TO DL-SOURCE.
              MOVE WS-RECORD-NUMBER TO DL-RECORD-NUMBER.
              MOVE AT-SEQUENCE-NUMBER TO DL-SEQUENCE.
              MOVE WS-BREAK-REASON TO DL-REASON.
              WRITE VR-PRINT-LINE FROM WS-DETAIL-LINE.
       4100-EXIT.
              EXIT.

       4200-CARRY-FORWARD.
              MOVE AT-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE.
              IF AT-CHAIN-VALUE IS NUMERIC
                 MOVE AT-CHAIN-VALUE TO WS-LAST-CHAIN
              ELSE
                 MOVE ZEROS TO WS-LAST-CHAIN
              END-IF.
       4200-EXIT.
              EXIT.

      *    The last record walked has to be the last record stamped.
      *    A trail that stops short has lost its newest records; one
      *    that runs past the control, or ends on a different chain
      *    value, has had records put on the end by something other
      *    than AuditChain.cbl.
       5000-CHECK-CONTROL.
              MOVE "AUDITCTL" TO WS-SOURCE-NAME.
              MOVE ZEROS TO WS-RECORD-NUMBER.
              MOVE SPACES TO AUDIT-TRAIL-REC.
              OPEN INPUT AUDIT-CONTROL-FILE.
              IF WS-ACTL-STATUS = "35"
                 IF WS-CHAIN-STARTED
                    MOVE WS-LAST-SEQUENCE TO AT-SEQUENCE-NUMBER
                    MOVE "CHAIN CONTROL FILE MISSING"
                      TO WS-BREAK-REASON
                    PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 END-IF
                 GO TO 5000-EXIT
              END-IF.
              IF WS-ACTL-STATUS NOT = "00"
                 MOVE "CHAIN CONTROL FILE CANNOT BE READ"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 5000-EXIT
              END-IF.
              READ AUDIT-CONTROL-FILE
                 AT END
                    MOVE ZEROS TO AK-LAST-SEQUENCE AK-LAST-CHAIN-VALUE
              END-READ.
              CLOSE AUDIT-CONTROL-FILE.
              IF AK-LAST-SEQUENCE IS NOT NUMERIC
                 OR AK-LAST-CHAIN-VALUE IS NOT NUMERIC
                 MOVE "CHAIN CONTROL RECORD DAMAGED"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 5000-EXIT
              END-IF.
              MOVE AK-LAST-SEQUENCE TO AT-SEQUENCE-NUMBER.
              IF AK-LAST-SEQUENCE > WS-LAST-SEQUENCE
                 MOVE "TRAIL ENDS SHORT OF LAST RECORD STAMPED"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 5000-EXIT
              END-IF.
              IF AK-LAST-SEQUENCE < WS-LAST-SEQUENCE
                 MOVE "RECORDS ADDED PAST THE LAST ONE STAMPED"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
                 GO TO 5000-EXIT
              END-IF.
              IF AK-LAST-CHAIN-VALUE NOT = WS-LAST-CHAIN
                 MOVE "LAST RECORD DIFFERS FROM CHAIN CONTROL"
                   TO WS-BREAK-REASON
                 PERFORM 4100-LOG-BREAK THRU 4100-EXIT
              END-IF.
       5000-EXIT.
              EXIT.

       6000-PRINT-TOTALS.
              MOVE SPACES TO VR-PRINT-LINE.
              WRITE VR-PRINT-LINE.
              MOVE "RECORDS READ" TO TL-LABEL.
              MOVE WS-READ-COUNT TO TL-COUNT.
              WRITE VR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE "WRITTEN BEFORE CHAINING BEGAN" TO TL-LABEL.
              MOVE WS-UNCHAINED-COUNT TO TL-COUNT.
              WRITE VR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE "CHAINED RECORDS" TO TL-LABEL.
              MOVE WS-CHAINED-COUNT TO TL-COUNT.
              WRITE VR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE "BREAKS IN THE CHAIN" TO TL-LABEL.
              MOVE WS-BREAK-COUNT TO TL-COUNT.
              WRITE VR-PRINT-LINE FROM WS-TOTAL-LINE.
              IF WS-BREAK-COUNT = ZERO
                 MOVE "  CHAIN INTACT" TO VR-PRINT-LINE
              ELSE
                 MOVE "  CHAIN BROKEN - SEE THE BREAKS LISTED ABOVE"
                   TO VR-PRINT-LINE
              END-IF.
              WRITE VR-PRINT-LINE.
       6000-EXIT.
              EXIT.
