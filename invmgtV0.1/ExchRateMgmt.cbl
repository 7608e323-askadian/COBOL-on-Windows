      *  / inquire / delete against EXCHRATE, modeled on the KSDS     *
      *  patterns used throughout this subsystem.                     *
      *                                                               *
      *  The limits this program works to are fetched from the system *
      *  parameter file at start-up (0900-LOAD-SYSTEM-PARMS).  A      *
      *  missing parameter stops it before any file is opened.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-RATE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
              10 WS-INQ-CURRENCY      PIC X(03) VALUE SPACES.

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
      *    it converts a PO to home currency off this same file.
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-RATE-AGE-DAYS     PIC S9(05) VALUE ZEROS.
              10 WS-STALE-RATE-DAYS   PIC 9(03) VALUE ZEROS.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
              PERFORM 1000-INITIALIZE
                 THRU 1000-EXIT.
              PERFORM 2000-DISPLAY-MENU
              CLOSE OPERATOR-MASTER-FILE.
              GOBACK.

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "FX-STALE-DAYS" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-NUMBER TO WS-STALE-RATE-DAYS.
              IF NOT WS-PARMS-OK
                 DISPLAY "EXCHANGE RATES CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

       1000-INITIALIZE.
              OPEN I-O EXCHRATE-FILE.
              IF WS-RATE-STATUS = "35"
       6000-EXIT.
              EXIT.

      *    A confirmed delete still needs a second, suitably
      *    authorized operator to sign off before it is carried
      *    out - the clerk who confirmed the delete cannot approve
      *    their own action by re-entering their own credentials.
       6050-GET-DELETE-APPROVAL.
              MOVE "N" TO WS-APPROVAL-OK-SW.
              DISPLAY "SECOND APPROVAL REQUIRED - ENTER MANAGER "
                    DISPLAY "OPERATOR NOT RECOGNISED - APPROVAL "
                            "DENIED."
                 NOT INVALID KEY
                    SET PW-VERIFY TO TRUE
                    MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
                    MOVE WS-APPROVER-PASSWORD TO PW-PASSWORD
                    CALL "OperPwd" USING OPER-PWD-MSG
                    IF PW-OK
                       MOVE OM-OPERATOR-ID TO PC-OPERATOR-ID
                       MOVE "DELT-FXR" TO PC-FUNCTION-CODE
                       SET PC-AUTHORIZE-OTHER TO TRUE
                       CALL "PermCheck" USING PERM-CHECK-MSG
                    END-IF
                    IF PW-OK AND PC-ALLOWED
                       SET WS-APPROVAL-OK TO TRUE
                       DISPLAY "DELETE APPROVED BY " OM-OPERATOR-NAME
                    ELSE
                       DISPLAY "APPROVAL DENIED - NOT AUTHORIZED OR "
                               "WRONG PASSWORD."
                    END-IF
              END-READ.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "ExchRateMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
