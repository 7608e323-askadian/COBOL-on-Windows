       IDENTIFICATION DIVISION.
       PROGRAM-ID. SysParmGet.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  SYSTEM PARAMETER FETCH - every program that posts to the     *
      *  general ledger or works to an approval limit, tolerance,     *
      *  default rate or day count calls here at start-up, once per   *
      *  parameter, rather than carrying the figure in its own VALUE  *
      *  clause.  See SYSPRMSG.CPY for the result codes.              *
      *                                                               *
      *  A GL account parameter is only handed back usable when the   *
      *  account it names is on CHART-OF-ACCOUNTS and active, so a    *
      *  program never starts posting to an account GLPostingRun.cbl  *
      *  would reroute to suspense.  Both files are opened INPUT and  *
      *  closed again on every call, the way BadDebtWriteOff.cbl's    *
      *  BDHOLDCHECK entry reads its file, so the caller holds        *
      *  nothing open between fetches.                                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SYSTEM-PARAMETER-FILE
                     ASSIGN TO "sysparm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS SP-PARM-KEY
                     FILE STATUS IS WS-PARM-STATUS.

              SELECT CHART-OF-ACCOUNTS-FILE
                     ASSIGN TO "chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CA-ACCOUNT-CODE
                     FILE STATUS IS WS-COA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-PARAMETER-FILE.
           COPY "SYSPARM.CPY".

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY "CHARTACC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".

       LINKAGE SECTION.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION USING SYS-PARM-MSG.
       0000-MAINLINE.
              MOVE SPACES TO PG-PARM-TYPE PG-PARM-VALUE PG-REASON.
              MOVE ZEROS TO PG-PARM-NUMBER.
              PERFORM 1000-READ-PARAMETER THRU 1000-EXIT.
              IF PG-RESULT-OK AND PG-PARM-TYPE = "G"
                 PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT
              END-IF.
              GOBACK.

       1000-READ-PARAMETER.
              OPEN INPUT SYSTEM-PARAMETER-FILE.
              IF WS-PARM-STATUS NOT = "00"
                 SET PG-RESULT-NO-FILE TO TRUE
                 MOVE "SYSTEM PARAMETER FILE NOT AVAILABLE"
                   TO PG-REASON
                 GO TO 1000-EXIT
              END-IF.
              MOVE PG-PARM-KEY TO SP-PARM-KEY.
              READ SYSTEM-PARAMETER-FILE
                 INVALID KEY
                    SET PG-RESULT-MISSING TO TRUE
                    MOVE "NOT ON THE SYSTEM PARAMETER FILE"
                      TO PG-REASON
                 NOT INVALID KEY
                    SET PG-RESULT-OK TO TRUE
                    MOVE SP-PARM-TYPE TO PG-PARM-TYPE
                    MOVE SP-PARM-VALUE TO PG-PARM-VALUE
                    MOVE SP-PARM-NUMBER TO PG-PARM-NUMBER
              END-READ.
              CLOSE SYSTEM-PARAMETER-FILE.
       1000-EXIT.
              EXIT.

      * A GL account parameter must name an active account on the
      * chart - one deactivated or deleted since the parameter was
      * set stops the caller here instead of in suspense later.
       2000-CHECK-ACCOUNT.
              OPEN INPUT CHART-OF-ACCOUNTS-FILE.
              IF WS-COA-STATUS NOT = "00"
                 SET PG-RESULT-NO-CHART TO TRUE
                 MOVE "CHART OF ACCOUNTS NOT AVAILABLE"
                   TO PG-REASON
                 GO TO 2000-EXIT
              END-IF.
              MOVE PG-PARM-VALUE TO CA-ACCOUNT-CODE.
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    SET PG-RESULT-NO-ACCOUNT TO TRUE
                    MOVE "GL ACCOUNT NOT ON THE CHART OF ACCOUNTS"
                      TO PG-REASON
                 NOT INVALID KEY
                    IF NOT CA-ACTIVE
                       SET PG-RESULT-INACTIVE TO TRUE
                       MOVE "GL ACCOUNT IS INACTIVE ON THE CHART"
                         TO PG-REASON
                    END-IF
              END-READ.
              CLOSE CHART-OF-ACCOUNTS-FILE.
       2000-EXIT.
              EXIT.
