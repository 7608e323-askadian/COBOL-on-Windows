      *$ SET SOURCEFORMAT"FREE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RollForwardMasters.
       AUTHOR.  AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  ROLL FORWARD COMPANION TO RestoreMasterFiles.                *
      *                                                               *
      *  RestoreMasterFiles puts a master back as it stood at a       *
      *  nightly backup, but everything keyed since then was lost     *
      *  with it and had to be re-entered from paper.  Every          *
      *  master-file change already logs its before and after images  *
      *  to the audit trail, stamped with the master's ASSIGN name in *
      *  AT-FILE-NAME, so this job takes the date and time the        *
      *  restored backup was taken and re-applies those changes in    *
      *  sequence - AUDIT.ARC and then AUDIT.TRL - up to an           *
      *  operator-chosen stop point (or the end of the trail).        *
      *                                                               *
      *  Each change is only applied when the record on file is the   *
      *  one the change started from: an ADD needs the key absent, a  *
      *  CHANGE or DELETE needs the current record equal to the       *
      *  logged before-image.  A change already on file is skipped;   *
      *  anything else is a conflict, left unapplied and listed.  The *
      *  audit chain is proved through AuditVerify's AUDITVFY entry   *
      *  before anything is touched.                                  *
      *                                                               *
      *  ROLLFWD.RPT lists every skipped and conflicting change and   *
      *  counts applied, skipped and conflicting changes per master.  *
      *  SUPPLIER-MASTER records are longer than the 91-byte images,  *
      *  so only the first 91 bytes of a supplier are replayed and    *
      *  the rest of the record is left as it stands.  RETURN-CODE is *
      *  1 when anything conflicted.                                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PERSON-IDX-FILE ASSIGN TO "personidx"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PERSON-IDX-ID
                     ALTERNATE RECORD KEY IS PERSON-IDX-FIRST-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS PERSON-IDX-STATUS-IND.

              SELECT BOOK-FILE ASSIGN TO "BOOKS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BOOK-NUMBER-FA
                     ALTERNATE RECORD KEY IS AUTHOR-NUMBER-FA
                                   WITH DUPLICATES
                     FILE STATUS IS BOOK-FILE-STATUS.

              SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AUTHOR-NUM-FB
                     ALTERNATE RECORD KEY IS AGENT-NAME-FB
                                   WITH DUPLICATES
                     FILE STATUS IS AUTHOR-FILE-STATUS.

              SELECT STOCK-MASTER-FILE ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS STOCK-FILE-STATUS.

              SELECT SUPPLIER-MASTER-FILE ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS SUPPLIER-FILE-STATUS.

              SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS CUSTOMER-FILE-STATUS.

              SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDIT.ARC"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ARCHIVE-FILE-STATUS.

              SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-FILE-STATUS.

              SELECT Roll-Forward-Report ASSIGN TO "ROLLFWD.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-IDX-FILE.
       01  PERSON-IDX-REC.
           10 PERSON-IDX-ID              PIC 9(09).
           10 PERSON-IDX-FIRST-NAME      PIC X(30).
           10 PERSON-IDX-LAST-NAME       PIC X(30).
           10 PERSON-IDX-SEX             PIC X(06).
           10 PERSON-IDX-ETHNICITY       PIC X(15).
           10 PERSON-IDX-STATUS          PIC X(01).

       FD  BOOK-FILE.
       01  BOOK-REC-FA.
           02 BOOK-NUMBER-FA            PIC 9(7).
           02 BOOK-NAME-FA              PIC X(25).
           02 AUTHOR-NUMBER-FA          PIC 9(7).
           02 ROYALTY-RATE-FA           PIC V999.
           02 QTR-BORROWINGS-FA         PIC 999.
           02 BOOK-CURRENCY-FA          PIC X(3).

       FD  AUTHOR-FILE.
       01  AUTHOR-REC-FB.
           02 AUTHOR-NUM-FB             PIC 9(7).
           02 AUTHOR-NAME-FB            PIC X(25).
           02 AGENT-NAME-FB             PIC X(25).
           02 AGENT-PAYMENT-METHOD-FB   PIC X(05).
           02 AGENT-BANK-DETAILS-FB.
              03 AGENT-ROUTING-NUM-FB   PIC X(09).
              03 AGENT-ACCOUNT-NUM-FB   PIC X(17).

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC.
           02 AA-ARCHIVE-YEAR            PIC 9(04).
           02 AA-ENTRY                   PIC X(273).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  Roll-Forward-Report.
       01  Report-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  File-Stati.
           02 PERSON-IDX-STATUS-IND         PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 BOOK-FILE-STATUS              PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 AUTHOR-FILE-STATUS            PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 STOCK-FILE-STATUS             PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 SUPPLIER-FILE-STATUS          PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 CUSTOMER-FILE-STATUS          PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 ARCHIVE-FILE-STATUS        PIC X(02).
              COPY "FS-STATUS-CODES.CPY".
           02 AUDIT-FILE-STATUS          PIC X(02).
              88 AUDIT-FILE-MISSING             VALUE "35".
              COPY "FS-STATUS-CODES.CPY".
           02 REPORT-FILE-STATUS         PIC X(02).
              COPY "FS-STATUS-CODES.CPY".

       01  WS-RUN-DATE                   PIC 9(08).
       01  WS-MASTER-CHOICE              PIC 9(01) VALUE ZERO.
       01  WS-CONFIRM                    PIC X(01) VALUE SPACE.
       01  WS-BREAK-COUNT                PIC 9(05) VALUE ZEROS.

      *    The replay window.  A change is re-applied when it was
      *    logged after the moment the restored backup was taken and
      *    no later than the operator's stop point; both compare
      *    straight against AT-TIMESTAMP, date then time.
       01  WS-FROM-STAMP.
           02 WS-FROM-DATE               PIC 9(08) VALUE ZEROS.
           02 WS-FROM-TIME               PIC 9(08) VALUE ZEROS.
       01  WS-STOP-STAMP.
           02 WS-STOP-DATE               PIC 9(08) VALUE ZEROS.
           02 WS-STOP-TIME               PIC 9(08) VALUE ZEROS.

       01  Eof-Switches.
           02 WS-SCAN-SW                 PIC 9 VALUE 0.
              88 End-Of-Scan                    VALUE 1.
           02 WS-STOP-SW                 PIC 9 VALUE 0.
              88 Stop-Point-Reached             VALUE 1.
           02 WS-FOUND-SW                PIC 9 VALUE 0.
              88 Current-Record-Found           VALUE 1.
           02 WS-IO-SW                   PIC 9 VALUE 0.
              88 Master-Io-Failed               VALUE 1.

      *    The six masters in RestoreMasterFiles' menu order, keyed
      *    by the ASSIGN name the audit writers stamp in AT-FILE-NAME.
       01  Master-Table-Values.
           02 FILLER                     PIC X(26)
                      VALUE "personidx PERSON-IDX      ".
           02 FILLER                     PIC X(26)
                      VALUE "BOOKS.DAT BOOK-FILE       ".
           02 FILLER                     PIC X(26)
                      VALUE "AUTHOR.DATAUTHOR-FILE     ".
           02 FILLER                     PIC X(26)
                      VALUE "stockmas  STOCK-MASTER    ".
           02 FILLER                     PIC X(26)
                      VALUE "suppmas   SUPPLIER-MASTER ".
           02 FILLER                     PIC X(26)
                      VALUE "custmas   CUSTOMER-MASTER ".
       01  Master-Table REDEFINES Master-Table-Values.
           02 MT-ENTRY                   OCCURS 6 TIMES.
              03 MT-FILE-NAME            PIC X(10).
              03 MT-LABEL                PIC X(16).

      *    Per-master selection, open state and the control counts.
      *    MC-IMAGE-LEN is how much of the record the audit images
      *    hold - the whole record, except SUPPLIER-MASTER, whose
      *    111 bytes are cut to the 91-byte image.
       01  Master-Counts.
           02 MC-ENTRY                   OCCURS 6 TIMES.
              03 MC-SELECTED-SW          PIC X(01).
                 88 MC-SELECTED                 VALUE "Y".
              03 MC-OPEN-SW              PIC X(01).
                 88 MC-OPEN                     VALUE "Y".
              03 MC-IMAGE-LEN            PIC 9(03).
              03 MC-APPLIED              PIC 9(07).
              03 MC-SKIPPED              PIC 9(07).
              03 MC-CONFLICT             PIC 9(07).

       01  Replay-Totals.
           02 WS-FX                      PIC 9(01) VALUE ZERO.
           02 WS-READ-COUNT              PIC 9(09) VALUE ZEROS.
           02 WS-EARLIER-COUNT           PIC 9(09) VALUE ZEROS.
           02 WS-OTHER-COUNT             PIC 9(09) VALUE ZEROS.
           02 WS-TOTAL-APPLIED           PIC 9(07) VALUE ZEROS.
           02 WS-TOTAL-SKIPPED           PIC 9(07) VALUE ZEROS.
           02 WS-TOTAL-CONFLICT          PIC 9(07) VALUE ZEROS.
           02 WS-RECORD-NUMBER           PIC 9(09) VALUE ZEROS.
           02 WS-LAST-SEQUENCE           PIC 9(09) VALUE ZEROS.
           02 WS-IMAGE-LEN               PIC 9(03) VALUE ZEROS.
           02 WS-SOURCE-NAME             PIC X(09) VALUE SPACES.
           02 WS-OUTCOME                 PIC X(26) VALUE SPACES.

      *    The record as it stands on the master now, and the record
      *    the replayed change turns it into.  Sized to the longest
      *    master (SUPPLIER-MASTER).
       01  WS-CURRENT-IMAGE              PIC X(111) VALUE SPACES.
       01  WS-NEW-IMAGE                  PIC X(111) VALUE SPACES.

       01  Report-Heading-1.
           02 FILLER                     PIC X(27)
                      VALUE "MASTER FILE ROLL FORWARD - ".
           02 RH-RUN-DATE                PIC 9(08).
       01  Report-Heading-2.
           02 FILLER                     PIC X(14)
                      VALUE "  FROM BACKUP ".
           02 RH-FROM-DATE               PIC 9(08).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RH-FROM-TIME               PIC 9(08).
           02 FILLER                     PIC X(10)
                      VALUE "  STOP AT ".
           02 RH-STOP-AT                 PIC X(17).
       01  Report-Heading-3.
           02 FILLER                     PIC X(12) VALUE "  SOURCE".
           02 FILLER                     PIC X(10) VALUE "SEQUENCE".
           02 FILLER                     PIC X(11) VALUE "FILE".
           02 FILLER                     PIC X(07) VALUE "OP".
           02 FILLER                     PIC X(13) VALUE "KEY".
           02 FILLER                     PIC X(06) VALUE "RESULT".

       01  Report-Detail.
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 RD-SOURCE                  PIC X(09).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RD-SEQUENCE                PIC X(09).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RD-FILE-NAME               PIC X(10).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RD-OPERATION               PIC X(06).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RD-KEY                     PIC X(12).
           02 FILLER                     PIC X(01) VALUE SPACE.
           02 RD-OUTCOME                 PIC X(26).

       01  Report-Count-Heading.
           02 FILLER                     PIC X(21) VALUE "  FILE".
           02 FILLER                     PIC X(07) VALUE "APPLIED".
           02 FILLER                     PIC X(10) VALUE "   SKIPPED".
           02 FILLER                     PIC X(13)
                      VALUE "     CONFLICT".

       01  Report-Count-Line.
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 RC-LABEL                   PIC X(16).
           02 FILLER                     PIC X(03) VALUE SPACES.
           02 RC-APPLIED                 PIC Z(06)9.
           02 FILLER                     PIC X(03) VALUE SPACES.
           02 RC-SKIPPED                 PIC Z(06)9.
           02 FILLER                     PIC X(06) VALUE SPACES.
           02 RC-CONFLICT                PIC Z(06)9.

       01  Report-Total-Line.
           02 FILLER                     PIC X(02) VALUE SPACES.
           02 RT-LABEL                   PIC X(40).
           02 RT-COUNT                   PIC Z(08)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ROLL FORWARD MASTER FILES FROM THE AUDIT TRAIL".
           DISPLAY "1 PERSON-IDX  2 BOOK-FILE  3 AUTHOR-FILE".
           DISPLAY "4 STOCK-MASTER  5 SUPPLIER-MASTER  "
                   "6 CUSTOMER-MASTER".
           DISPLAY "ENTER MASTER (1-6, 0 = ALL SIX): ".
           ACCEPT WS-MASTER-CHOICE.
           IF WS-MASTER-CHOICE > 6
               DISPLAY "UNRECOGNISED MASTER - NOTHING DONE."
               STOP RUN
           END-IF.
           DISPLAY "ENTER DATE THE RESTORED BACKUP WAS TAKEN "
                   "(YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TIME THE BACKUP WAS TAKEN (HHMMSSCC): ".
           ACCEPT WS-FROM-TIME.
           IF WS-FROM-DATE = ZEROS
               DISPLAY "NO BACKUP DATE - NOTHING DONE."
               STOP RUN
           END-IF.
           DISPLAY "ENTER DATE TO STOP AT (YYYYMMDD, "
                   "0 = END OF TRAIL): ".
           ACCEPT WS-STOP-DATE.
           IF WS-STOP-DATE = ZEROS
               MOVE ALL "9" TO WS-STOP-STAMP
               MOVE "END OF TRAIL" TO RH-STOP-AT
           ELSE
               DISPLAY "ENTER TIME TO STOP AT (HHMMSSCC): "
               ACCEPT WS-STOP-TIME
               MOVE SPACES TO RH-STOP-AT
               STRING WS-STOP-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-STOP-TIME DELIMITED BY SIZE
                   INTO RH-STOP-AT
           END-IF.
           IF WS-STOP-STAMP NOT > WS-FROM-STAMP
               DISPLAY "STOP POINT IS NOT AFTER THE BACKUP - "
                       "NOTHING DONE."
               STOP RUN
           END-IF.
           DISPLAY "ROLL FORWARD UPDATES THE LIVE FILE(S) - "
                   "CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ROLL FORWARD NOT CONFIRMED - NOTHING DONE."
               STOP RUN
           END-IF.

           PERFORM 0100-CHECK-AUDIT-CHAIN THRU 0100-EXIT.
           PERFORM 0200-SELECT-MASTERS THRU 0200-EXIT.
           PERFORM 1000-OPEN-MASTERS THRU 1000-EXIT.

           OPEN OUTPUT Roll-Forward-Report.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-FROM-TIME TO RH-FROM-TIME.
           WRITE Report-Line FROM Report-Heading-1.
           WRITE Report-Line FROM Report-Heading-2.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line.
           WRITE Report-Line FROM Report-Heading-3.

           PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
           PERFORM 3000-REPLAY-TRAIL THRU 3000-EXIT.
           PERFORM 1500-CLOSE-MASTERS THRU 1500-EXIT.
           PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT.
           CLOSE Roll-Forward-Report.
           PERFORM 7000-LOG-ROLL-FORWARD THRU 7000-EXIT.

           DISPLAY WS-TOTAL-APPLIED " CHANGE(S) APPLIED, "
                   WS-TOTAL-SKIPPED " SKIPPED, "
                   WS-TOTAL-CONFLICT " CONFLICTING - SEE ROLLFWD.RPT".
           IF WS-TOTAL-CONFLICT = ZEROS
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Replaying a trail that has been tampered with would write
      *    the tampering back into the masters, so the chain is
      *    proved first and a break needs the operator's say-so.
       0100-CHECK-AUDIT-CHAIN.
           MOVE ZEROS TO WS-BREAK-COUNT.
           CALL "AUDITVFY" USING WS-BREAK-COUNT.
           IF WS-BREAK-COUNT = ZEROS
               GO TO 0100-EXIT
           END-IF.
           DISPLAY "*** AUDIT TRAIL CHAIN HAS " WS-BREAK-COUNT
                   " BREAK(S) - SEE AUDITVFY.RPT ***".
           DISPLAY "REPLAY AN UNPROVEN TRAIL ANYWAY (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ROLL FORWARD ABANDONED - NOTHING DONE."
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0200-SELECT-MASTERS.
           INITIALIZE Master-Counts.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               IF WS-MASTER-CHOICE = ZERO OR WS-MASTER-CHOICE = WS-FX
                   MOVE "Y" TO MC-SELECTED-SW (WS-FX)
               END-IF
           END-PERFORM.
           MOVE LENGTH OF PERSON-IDX-REC TO MC-IMAGE-LEN (1).
           MOVE LENGTH OF BOOK-REC-FA TO MC-IMAGE-LEN (2).
           MOVE LENGTH OF AUTHOR-REC-FB TO MC-IMAGE-LEN (3).
           MOVE LENGTH OF STOCK-MASTER-REC TO MC-IMAGE-LEN (4).
           MOVE LENGTH OF AT-AFTER-IMAGE TO MC-IMAGE-LEN (5).
           MOVE LENGTH OF CUSTOMER-MASTER-REC TO MC-IMAGE-LEN (6).
       0200-EXIT.
           EXIT.

      *    Each selected master is opened I-O.  One that will not
      *    open has its changes counted as skipped rather than
      *    stopping the others.
       1000-OPEN-MASTERS.
           IF MC-SELECTED (1)
               OPEN I-O PERSON-IDX-FILE
               IF FS-SUCCESS OF PERSON-IDX-STATUS-IND
                   MOVE "Y" TO MC-OPEN-SW (1)
               ELSE
                   DISPLAY "PERSON-IDX WOULD NOT OPEN, STATUS "
                           PERSON-IDX-STATUS-IND
               END-IF
           END-IF.
           IF MC-SELECTED (2)
               OPEN I-O BOOK-FILE
               IF FS-SUCCESS OF BOOK-FILE-STATUS
                   MOVE "Y" TO MC-OPEN-SW (2)
               ELSE
                   DISPLAY "BOOK-FILE WOULD NOT OPEN, STATUS "
                           BOOK-FILE-STATUS
               END-IF
           END-IF.
           IF MC-SELECTED (3)
               OPEN I-O AUTHOR-FILE
               IF FS-SUCCESS OF AUTHOR-FILE-STATUS
                   MOVE "Y" TO MC-OPEN-SW (3)
               ELSE
                   DISPLAY "AUTHOR-FILE WOULD NOT OPEN, STATUS "
                           AUTHOR-FILE-STATUS
               END-IF
           END-IF.
           IF MC-SELECTED (4)
               OPEN I-O STOCK-MASTER-FILE
               IF FS-SUCCESS OF STOCK-FILE-STATUS
                   MOVE "Y" TO MC-OPEN-SW (4)
               ELSE
                   DISPLAY "STOCK-MASTER WOULD NOT OPEN, STATUS "
                           STOCK-FILE-STATUS
               END-IF
           END-IF.
           IF MC-SELECTED (5)
               OPEN I-O SUPPLIER-MASTER-FILE
               IF FS-SUCCESS OF SUPPLIER-FILE-STATUS
                   MOVE "Y" TO MC-OPEN-SW (5)
               ELSE
                   DISPLAY "SUPPLIER-MASTER WOULD NOT OPEN, STATUS "
                           SUPPLIER-FILE-STATUS
               END-IF
           END-IF.
           IF MC-SELECTED (6)
               OPEN I-O CUSTOMER-MASTER-FILE
               IF FS-SUCCESS OF CUSTOMER-FILE-STATUS
                   MOVE "Y" TO MC-OPEN-SW (6)
               ELSE
                   DISPLAY "CUSTOMER-MASTER WOULD NOT OPEN, STATUS "
                           CUSTOMER-FILE-STATUS
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1500-CLOSE-MASTERS.
           IF MC-OPEN (1)
               CLOSE PERSON-IDX-FILE
           END-IF.
           IF MC-OPEN (2)
               CLOSE BOOK-FILE
           END-IF.
           IF MC-OPEN (3)
               CLOSE AUTHOR-FILE
           END-IF.
           IF MC-OPEN (4)
               CLOSE STOCK-MASTER-FILE
           END-IF.
           IF MC-OPEN (5)
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.
           IF MC-OPEN (6)
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
       1500-EXIT.
           EXIT.

      *    The archive holds the oldest changes, so it is replayed
      *    first; normally nothing in it is newer than last night's
      *    backup, but a short retention can sweep recent changes
      *    out of AUDIT.TRL.  No archive means nothing was purged.
       2000-REPLAY-ARCHIVE.
           MOVE "AUDIT.ARC" TO WS-SOURCE-NAME.
           MOVE ZEROS TO WS-RECORD-NUMBER.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF NOT FS-SUCCESS OF ARCHIVE-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-SCAN-SW.
           PERFORM UNTIL End-Of-Scan OR Stop-Point-Reached
               READ AUDIT-ARCHIVE-FILE
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       MOVE AA-ENTRY TO AUDIT-TRAIL-REC
                       PERFORM 4000-REPLAY-ONE-CHANGE THRU 4000-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

       3000-REPLAY-TRAIL.
           IF Stop-Point-Reached
               GO TO 3000-EXIT
           END-IF.
           MOVE "AUDIT.TRL" TO WS-SOURCE-NAME.
           MOVE ZEROS TO WS-RECORD-NUMBER.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF NOT FS-SUCCESS OF AUDIT-FILE-STATUS
               DISPLAY "AUDIT.TRL WOULD NOT OPEN, STATUS "
                       AUDIT-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-SCAN-SW.
           PERFORM UNTIL End-Of-Scan OR Stop-Point-Reached
               READ AUDIT-TRAIL-FILE
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       PERFORM 4000-REPLAY-ONE-CHANGE THRU 4000-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-TRAIL-FILE.
       3000-EXIT.
           EXIT.

      *    One logged change.  Only records stamped with one of the
      *    six masters' names and logged inside the window are
      *    replayed.  The current record decides what happens:
      *      ADD    - not on file: written.  On file and already the
      *               same as the after-image: skipped.  Otherwise a
      *               conflict.
      *      CHANGE - equal to the before-image: rewritten.  Already
      *               equal to the after-image: skipped.  Missing or
      *               anything else: a conflict.
      *      DELETE - equal to the before-image: deleted.  Already
      *               gone: skipped.  Anything else: a conflict.
      *    A conflicting change is left unapplied and reported, so
      *    someone looks at that record before it is touched.
       4000-REPLAY-ONE-CHANGE.
           ADD 1 TO WS-RECORD-NUMBER WS-READ-COUNT.
           IF AT-TIMESTAMP > WS-STOP-STAMP
               SET Stop-Point-Reached TO TRUE
               GO TO 4000-EXIT
           END-IF.
           IF AT-TIMESTAMP NOT > WS-FROM-STAMP
               ADD 1 TO WS-EARLIER-COUNT
               GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WS-FX.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 6
                      OR MT-FILE-NAME (WS-FX) = AT-FILE-NAME
               CONTINUE
           END-PERFORM.
           IF WS-FX > 6
               ADD 1 TO WS-OTHER-COUNT
               GO TO 4000-EXIT
           END-IF.
           IF NOT MC-SELECTED (WS-FX)
               ADD 1 TO WS-OTHER-COUNT
               GO TO 4000-EXIT
           END-IF.
           IF NOT MC-OPEN (WS-FX)
               MOVE "SKIPPED - FILE NOT OPEN" TO WS-OUTCOME
               PERFORM 4800-COUNT-SKIPPED THRU 4800-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF AT-SEQUENCE-NUMBER IS NUMERIC
                  AND AT-SEQUENCE-NUMBER NOT = ZERO
               IF AT-SEQUENCE-NUMBER NOT > WS-LAST-SEQUENCE
                   MOVE "CONFLICT - OUT OF SEQUENCE" TO WS-OUTCOME
                   PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
                   GO TO 4000-EXIT
               END-IF
               MOVE AT-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
           END-IF.

           MOVE MC-IMAGE-LEN (WS-FX) TO WS-IMAGE-LEN.
           IF AT-OP-DELETE
               MOVE AT-BEFORE-IMAGE TO WS-NEW-IMAGE
           ELSE
               MOVE AT-AFTER-IMAGE TO WS-NEW-IMAGE
           END-IF.
           PERFORM 5000-READ-CURRENT THRU 5000-EXIT.

           EVALUATE TRUE
               WHEN AT-OP-ADD
                   PERFORM 4100-REPLAY-ADD THRU 4100-EXIT
               WHEN AT-OP-CHANGE
                   PERFORM 4200-REPLAY-CHANGE THRU 4200-EXIT
               WHEN AT-OP-DELETE
                   PERFORM 4300-REPLAY-DELETE THRU 4300-EXIT
               WHEN OTHER
                   MOVE "SKIPPED - UNKNOWN OPERATION" TO WS-OUTCOME
                   PERFORM 4800-COUNT-SKIPPED THRU 4800-EXIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       4100-REPLAY-ADD.
           IF Current-Record-Found
               IF WS-CURRENT-IMAGE (1:WS-IMAGE-LEN)
                      = AT-AFTER-IMAGE (1:WS-IMAGE-LEN)
                   MOVE "SKIPPED - ALREADY ON FILE" TO WS-OUTCOME
                   PERFORM 4800-COUNT-SKIPPED THRU 4800-EXIT
               ELSE
                   MOVE "CONFLICT - KEY ON FILE" TO WS-OUTCOME
                   PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
               END-IF
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE AT-AFTER-IMAGE (1:WS-IMAGE-LEN)
             TO WS-NEW-IMAGE (1:WS-IMAGE-LEN).
           PERFORM 5100-WRITE-NEW THRU 5100-EXIT.
           PERFORM 4700-COUNT-APPLIED THRU 4700-EXIT.
       4100-EXIT.
           EXIT.

       4200-REPLAY-CHANGE.
           IF NOT Current-Record-Found
               MOVE "CONFLICT - NOT ON FILE" TO WS-OUTCOME
               PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:WS-IMAGE-LEN)
                  = AT-BEFORE-IMAGE (1:WS-IMAGE-LEN)
               MOVE WS-CURRENT-IMAGE TO WS-NEW-IMAGE
               MOVE AT-AFTER-IMAGE (1:WS-IMAGE-LEN)
                 TO WS-NEW-IMAGE (1:WS-IMAGE-LEN)
               PERFORM 5200-REWRITE-CURRENT THRU 5200-EXIT
               PERFORM 4700-COUNT-APPLIED THRU 4700-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:WS-IMAGE-LEN)
                  = AT-AFTER-IMAGE (1:WS-IMAGE-LEN)
               MOVE "SKIPPED - ALREADY APPLIED" TO WS-OUTCOME
               PERFORM 4800-COUNT-SKIPPED THRU 4800-EXIT
           ELSE
               MOVE "CONFLICT - BEFORE MISMATCH" TO WS-OUTCOME
               PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-REPLAY-DELETE.
           IF NOT Current-Record-Found
               MOVE "SKIPPED - ALREADY DELETED" TO WS-OUTCOME
               PERFORM 4800-COUNT-SKIPPED THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE (1:WS-IMAGE-LEN)
                  = AT-BEFORE-IMAGE (1:WS-IMAGE-LEN)
               PERFORM 5300-DELETE-CURRENT THRU 5300-EXIT
               PERFORM 4700-COUNT-APPLIED THRU 4700-EXIT
           ELSE
               MOVE "CONFLICT - BEFORE MISMATCH" TO WS-OUTCOME
               PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *    A write the master refused is a conflict, not an applied
      *    change - the record is still as it was.
       4700-COUNT-APPLIED.
           IF Master-Io-Failed
               MOVE "CONFLICT - UPDATE REJECTED" TO WS-OUTCOME
               PERFORM 4900-COUNT-CONFLICT THRU 4900-EXIT
           ELSE
               ADD 1 TO MC-APPLIED (WS-FX) WS-TOTAL-APPLIED
           END-IF.
       4700-EXIT.
           EXIT.

       4800-COUNT-SKIPPED.
           ADD 1 TO MC-SKIPPED (WS-FX) WS-TOTAL-SKIPPED.
           PERFORM 4950-PRINT-DETAIL THRU 4950-EXIT.
       4800-EXIT.
           EXIT.

       4900-COUNT-CONFLICT.
           ADD 1 TO MC-CONFLICT (WS-FX) WS-TOTAL-CONFLICT.
           PERFORM 4950-PRINT-DETAIL THRU 4950-EXIT.
       4900-EXIT.
           EXIT.

       4950-PRINT-DETAIL.
           MOVE WS-SOURCE-NAME TO RD-SOURCE.
           MOVE AT-SEQUENCE-NUMBER TO RD-SEQUENCE.
           MOVE AT-FILE-NAME TO RD-FILE-NAME.
           MOVE AT-OPERATION TO RD-OPERATION.
           MOVE AT-KEY-VALUE TO RD-KEY.
           MOVE WS-OUTCOME TO RD-OUTCOME.
           WRITE Report-Line FROM Report-Detail.
       4950-EXIT.
           EXIT.

      *    Fetches the record the change is about, keyed from the
      *    image in WS-NEW-IMAGE, into WS-CURRENT-IMAGE.
       5000-READ-CURRENT.
           MOVE ZERO TO WS-FOUND-SW.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           EVALUATE WS-FX
               WHEN 1
                   MOVE WS-NEW-IMAGE TO PERSON-IDX-REC
                   READ PERSON-IDX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE PERSON-IDX-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 2
                   MOVE WS-NEW-IMAGE TO BOOK-REC-FA
                   READ BOOK-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE BOOK-REC-FA TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 3
                   MOVE WS-NEW-IMAGE TO AUTHOR-REC-FB
                   READ AUTHOR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE AUTHOR-REC-FB TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 4
                   MOVE WS-NEW-IMAGE TO STOCK-MASTER-REC
                   READ STOCK-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE STOCK-MASTER-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 5
                   MOVE WS-NEW-IMAGE TO SUPPLIER-MASTER-REC
                   READ SUPPLIER-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE SUPPLIER-MASTER-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN 6
                   MOVE WS-NEW-IMAGE TO CUSTOMER-MASTER-REC
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET Current-Record-Found TO TRUE
                           MOVE CUSTOMER-MASTER-REC
                             TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      *    A supplier added through the replay only has the first 91
      *    bytes the image carried; the lead time is zeroed so the
      *    record is at least valid, and the control report tells the
      *    operator to finish it off in SupplierMgmt.
       5100-WRITE-NEW.
           MOVE ZERO TO WS-IO-SW.
           EVALUATE WS-FX
               WHEN 1
                   MOVE WS-NEW-IMAGE TO PERSON-IDX-REC
                   WRITE PERSON-IDX-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
               WHEN 2
                   MOVE WS-NEW-IMAGE TO BOOK-REC-FA
                   WRITE BOOK-REC-FA
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
               WHEN 3
                   MOVE WS-NEW-IMAGE TO AUTHOR-REC-FB
                   WRITE AUTHOR-REC-FB
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
               WHEN 4
                   MOVE WS-NEW-IMAGE TO STOCK-MASTER-REC
                   WRITE STOCK-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
               WHEN 5
                   MOVE WS-NEW-IMAGE TO SUPPLIER-MASTER-REC
                   IF SU-LEAD-TIME-DAYS NOT NUMERIC
                       MOVE ZEROS TO SU-LEAD-TIME-DAYS
                   END-IF
                   WRITE SUPPLIER-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
               WHEN 6
                   MOVE WS-NEW-IMAGE TO CUSTOMER-MASTER-REC
                   WRITE CUSTOMER-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-WRITE
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-REWRITE-CURRENT.
           MOVE ZERO TO WS-IO-SW.
           EVALUATE WS-FX
               WHEN 1
                   MOVE WS-NEW-IMAGE TO PERSON-IDX-REC
                   REWRITE PERSON-IDX-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
               WHEN 2
                   MOVE WS-NEW-IMAGE TO BOOK-REC-FA
                   REWRITE BOOK-REC-FA
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
               WHEN 3
                   MOVE WS-NEW-IMAGE TO AUTHOR-REC-FB
                   REWRITE AUTHOR-REC-FB
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
               WHEN 4
                   MOVE WS-NEW-IMAGE TO STOCK-MASTER-REC
                   REWRITE STOCK-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
               WHEN 5
                   MOVE WS-NEW-IMAGE TO SUPPLIER-MASTER-REC
                   REWRITE SUPPLIER-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
               WHEN 6
                   MOVE WS-NEW-IMAGE TO CUSTOMER-MASTER-REC
                   REWRITE CUSTOMER-MASTER-REC
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-REWRITE
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *    The record area still holds the key from 5000's READ.
       5300-DELETE-CURRENT.
           MOVE ZERO TO WS-IO-SW.
           EVALUATE WS-FX
               WHEN 1
                   DELETE PERSON-IDX-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
               WHEN 2
                   DELETE BOOK-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
               WHEN 3
                   DELETE AUTHOR-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
               WHEN 4
                   DELETE STOCK-MASTER-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
               WHEN 5
                   DELETE SUPPLIER-MASTER-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
               WHEN 6
                   DELETE CUSTOMER-MASTER-FILE RECORD
                       INVALID KEY SET Master-Io-Failed TO TRUE
                   END-DELETE
           END-EVALUATE.
       5300-EXIT.
           EXIT.

      *    Applied / skipped / conflicting per master, then how much
      *    of the trail was looked at and passed over.
       6000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line.
           WRITE Report-Line FROM Report-Count-Heading.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               IF MC-SELECTED (WS-FX)
                   MOVE MT-LABEL (WS-FX) TO RC-LABEL
                   MOVE MC-APPLIED (WS-FX) TO RC-APPLIED
                   MOVE MC-SKIPPED (WS-FX) TO RC-SKIPPED
                   MOVE MC-CONFLICT (WS-FX) TO RC-CONFLICT
                   WRITE Report-Line FROM Report-Count-Line
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO RC-LABEL.
           MOVE WS-TOTAL-APPLIED TO RC-APPLIED.
           MOVE WS-TOTAL-SKIPPED TO RC-SKIPPED.
           MOVE WS-TOTAL-CONFLICT TO RC-CONFLICT.
           WRITE Report-Line FROM Report-Count-Line.
           MOVE SPACES TO Report-Line.
           WRITE Report-Line.
           MOVE "AUDIT RECORDS READ" TO RT-LABEL.
           MOVE WS-READ-COUNT TO RT-COUNT.
           WRITE Report-Line FROM Report-Total-Line.
           MOVE "LOGGED BEFORE THE BACKUP WAS TAKEN" TO RT-LABEL.
           MOVE WS-EARLIER-COUNT TO RT-COUNT.
           WRITE Report-Line FROM Report-Total-Line.
           MOVE "NOT A CHANGE TO A SELECTED MASTER" TO RT-LABEL.
           MOVE WS-OTHER-COUNT TO RT-COUNT.
           WRITE Report-Line FROM Report-Total-Line.
           IF Stop-Point-Reached
               MOVE "  STOP POINT REACHED - LATER CHANGES NOT APPLIED"
                 TO Report-Line
               WRITE Report-Line
           END-IF.
           IF MC-APPLIED (5) NOT = ZEROS
               MOVE "  SUPPLIER IMAGES HOLD 91 OF 111 BYTES - CHECK "
                 TO Report-Line
               WRITE Report-Line
               MOVE "  TERMS, LEAD TIME AND CURRENCY ON THOSE SUPPLIERS"
                 TO Report-Line
               WRITE Report-Line
           END-IF.
       6000-EXIT.
           EXIT.

      *    The run itself goes on the audit trail, with no file name
      *    so a later roll forward never tries to replay it.
       7000-LOG-ROLL-FORWARD.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AT-TS-TIME FROM TIME.
           MOVE "RollForwardMasters" TO AT-PROGRAM-ID.
           SET AT-OP-CHANGE TO TRUE.
           IF WS-MASTER-CHOICE = ZERO
               MOVE "ALL MASTERS" TO AT-KEY-VALUE
           ELSE
               MOVE MT-LABEL (WS-MASTER-CHOICE) TO AT-KEY-VALUE
           END-IF.
           MOVE SPACES TO AT-BEFORE-IMAGE AT-AFTER-IMAGE AT-FILE-NAME.
           STRING "ROLL FORWARD FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FROM-TIME DELIMITED BY SIZE
                  " APPLIED " DELIMITED BY SIZE
                  WS-TOTAL-APPLIED DELIMITED BY SIZE
                  " SKIPPED " DELIMITED BY SIZE
                  WS-TOTAL-SKIPPED DELIMITED BY SIZE
                  " CONFLICT " DELIMITED BY SIZE
                  WS-TOTAL-CONFLICT DELIMITED BY SIZE
               INTO AT-AFTER-IMAGE.
           CALL "AuditChain" USING AUDIT-TRAIL-REC.
           WRITE AUDIT-TRAIL-REC.
           CLOSE AUDIT-TRAIL-FILE.
       7000-EXIT.
           EXIT.
