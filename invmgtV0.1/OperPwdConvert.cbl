       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperPwdConvert.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  OPERATOR PASSWORD CONVERSION - the one-time run that takes   *
      *  every clear-text password off OPERATOR-MASTER and            *
      *  OPERATOR-SECURITY and puts it on OPERATOR-PASSWORD           *
      *  (OPERPWD.CPY) as a salted hash through OperPwd.cbl.  It is   *
      *  run on its own, not from a menu, because until it has run    *
      *  nobody can sign on to reach one.                             *
      *                                                               *
      *  For each operator still holding a clear-text OM-PASSWORD,    *
      *  the three previous passwords in OPERSEC's retired history    *
      *  area are hashed oldest first and then the current password,  *
      *  so the hashed reuse history comes out in the same order it   *
      *  was kept in clear.  OM-PASSWORD is then overwritten with the *
      *  OM-PASSWORD-HASHED marker, the retired history area is       *
      *  blanked, and OS-FORCE-CHANGE is set so every operator must   *
      *  choose a new password at next sign-on.  An operator with no  *
      *  OPERSEC record is given one.                                 *
      *                                                               *
      *  An operator already carrying the marker is passed over, so   *
      *  the run is safe to repeat after a failure.  Any operator     *
      *  that could not be converted sets RETURN-CODE 1.  Backups and *
      *  restore extracts of opermas and opersec taken before this    *
      *  run still hold clear-text passwords and must be destroyed    *
      *  once the run has succeeded.                                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPERATOR-MASTER-FILE
                     ASSIGN TO "opermas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-OPERATOR-ID
                     FILE STATUS IS WS-OPER-STATUS.

              SELECT OPERATOR-SECURITY-FILE
                     ASSIGN TO "opersec"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OS-OPERATOR-ID
                     FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY "OPERMAS.CPY".

       FD  OPERATOR-SECURITY-FILE.
           COPY "OPERSEC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SEC-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-EOF-SW            PIC X(01) VALUE "N".
                 88 WS-EOF                  VALUE "Y".
              10 WS-SEC-FOUND-SW      PIC X(01) VALUE "N".
                 88 WS-SEC-FOUND            VALUE "Y".
              10 WS-OPER-OK-SW        PIC X(01) VALUE "Y".
                 88 WS-OPER-OK              VALUE "Y".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-READ-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-CONVERTED-COUNT   PIC 9(05) VALUE ZEROS.
              10 WS-ALREADY-COUNT     PIC 9(05) VALUE ZEROS.
              10 WS-FAILED-COUNT      PIC 9(05) VALUE ZEROS.

      *    The clear-text password history as it sat in the
      *    OS-RETIRED-HISTORY area of OPERSEC before this run.
              10 WS-OLD-HISTORY.
                 15 WS-OLD-PREV-1     PIC X(08) VALUE SPACES.
                 15 WS-OLD-PREV-2     PIC X(08) VALUE SPACES.
                 15 WS-OLD-PREV-3     PIC X(08) VALUE SPACES.
              10 WS-CLEAR-PASSWORD    PIC X(08) VALUE SPACES.

           COPY "OPWDMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              MOVE ZERO TO RETURN-CODE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              OPEN I-O OPERATOR-MASTER-FILE.
              IF WS-OPER-STATUS NOT = "00"
                 DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                         WS-OPER-STATUS " - NOTHING CONVERTED."
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              OPEN I-O OPERATOR-SECURITY-FILE.
              IF WS-SEC-STATUS = "35"
                 OPEN OUTPUT OPERATOR-SECURITY-FILE
                 CLOSE OPERATOR-SECURITY-FILE
                 OPEN I-O OPERATOR-SECURITY-FILE
              END-IF.
              IF WS-SEC-STATUS NOT = "00"
                 DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE - "
                         "STATUS " WS-SEC-STATUS
                         " - NOTHING CONVERTED."
                 CLOSE OPERATOR-MASTER-FILE
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.

              MOVE LOW-VALUES TO OM-OPERATOR-ID.
              START OPERATOR-MASTER-FILE
                 KEY IS NOT LESS THAN OM-OPERATOR-ID
                 INVALID KEY
                    SET WS-EOF TO TRUE
              END-START.
              PERFORM 1000-CONVERT-OPERATOR THRU 1000-EXIT
                 UNTIL WS-EOF.

              CLOSE OPERATOR-MASTER-FILE.
              CLOSE OPERATOR-SECURITY-FILE.
              DISPLAY "OPERATOR PASSWORD CONVERSION COMPLETE".
              DISPLAY "  OPERATORS READ      " WS-READ-COUNT.
              DISPLAY "  CONVERTED           " WS-CONVERTED-COUNT.
              DISPLAY "  ALREADY CONVERTED   " WS-ALREADY-COUNT.
              DISPLAY "  NOT CONVERTED       " WS-FAILED-COUNT.
              IF WS-FAILED-COUNT > ZERO
                 DISPLAY "CORRECT THE ERRORS ABOVE AND RUN AGAIN - "
                         "CONVERTED OPERATORS ARE SKIPPED."
                 MOVE 1 TO RETURN-CODE
              ELSE
                 DISPLAY "DESTROY ANY BACKUP OF OPERMAS OR OPERSEC "
                         "TAKEN BEFORE THIS RUN - IT HOLDS"
                 DISPLAY "CLEAR-TEXT PASSWORDS."
              END-IF.
              GOBACK.

       1000-CONVERT-OPERATOR.
              READ OPERATOR-MASTER-FILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                    GO TO 1000-EXIT
              END-READ.
              ADD 1 TO WS-READ-COUNT.
              IF OM-PASSWORD-HASHED
                 ADD 1 TO WS-ALREADY-COUNT
                 GO TO 1000-EXIT
              END-IF.

              MOVE "Y" TO WS-OPER-OK-SW.
              MOVE OM-PASSWORD TO WS-CLEAR-PASSWORD.
              MOVE SPACES TO WS-OLD-HISTORY.
              MOVE "N" TO WS-SEC-FOUND-SW.
              MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID.
              READ OPERATOR-SECURITY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-SEC-FOUND TO TRUE
                    MOVE OS-RETIRED-HISTORY TO WS-OLD-HISTORY
              END-READ.

      *    Any record left on OPERATOR-PASSWORD by an earlier,
      *    interrupted attempt is dropped so the history is rebuilt
      *    from scratch, oldest password first.
              SET PW-DELETE TO TRUE.
              MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
              CALL "OperPwd" USING OPER-PWD-MSG.
              IF WS-OLD-PREV-3 NOT = SPACES
                 MOVE WS-OLD-PREV-3 TO PW-PASSWORD
                 PERFORM 1100-STORE-HASH THRU 1100-EXIT
              END-IF.
              IF WS-OLD-PREV-2 NOT = SPACES
                 MOVE WS-OLD-PREV-2 TO PW-PASSWORD
                 PERFORM 1100-STORE-HASH THRU 1100-EXIT
              END-IF.
              IF WS-OLD-PREV-1 NOT = SPACES
                 MOVE WS-OLD-PREV-1 TO PW-PASSWORD
                 PERFORM 1100-STORE-HASH THRU 1100-EXIT
              END-IF.
              MOVE WS-CLEAR-PASSWORD TO PW-PASSWORD.
              PERFORM 1100-STORE-HASH THRU 1100-EXIT.
              MOVE SPACES TO WS-OLD-HISTORY WS-CLEAR-PASSWORD.
              IF NOT WS-OPER-OK
                 ADD 1 TO WS-FAILED-COUNT
                 GO TO 1000-EXIT
              END-IF.

              SET OM-PASSWORD-HASHED TO TRUE.
              REWRITE OPERATOR-MASTER-REC
                 INVALID KEY
                    DISPLAY "OPERATOR " OM-OPERATOR-ID
                            " NOT REWRITTEN - STATUS " WS-OPER-STATUS
                    ADD 1 TO WS-FAILED-COUNT
                    GO TO 1000-EXIT
              END-REWRITE.

              MOVE SPACES TO OS-RETIRED-HISTORY.
              MOVE "Y" TO OS-FORCE-CHANGE-SW.
              IF WS-SEC-FOUND
                 REWRITE OPERATOR-SECURITY-REC
                    INVALID KEY
                       DISPLAY "SECURITY RECORD FOR " OM-OPERATOR-ID
                               " NOT UPDATED - STATUS " WS-SEC-STATUS
                 END-REWRITE
              ELSE
                 MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID
                 MOVE WS-TODAY-DATE TO OS-PWD-CHANGED-DATE
                 MOVE ZEROS TO OS-FAILED-ATTEMPTS
                 MOVE "N" TO OS-LOCKED-SW
                 WRITE OPERATOR-SECURITY-REC
                    INVALID KEY
                       DISPLAY "SECURITY RECORD FOR " OM-OPERATOR-ID
                               " NOT WRITTEN - STATUS " WS-SEC-STATUS
                 END-WRITE
              END-IF.
              ADD 1 TO WS-CONVERTED-COUNT.
       1000-EXIT.
              EXIT.

      *    Hashes PW-PASSWORD onto OPERATOR-PASSWORD for the current
      *    operator; each call rolls the previous hash into history.
       1100-STORE-HASH.
              SET PW-SET TO TRUE.
              MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
              CALL "OperPwd" USING OPER-PWD-MSG.
              IF NOT PW-OK
                 DISPLAY "OPERATOR " OM-OPERATOR-ID
                         " - PASSWORD NOT STORED, OPERATOR-PASSWORD "
                         "FILE ERROR."
                 MOVE "N" TO WS-OPER-OK-SW
              END-IF.
       1100-EXIT.
              EXIT.
