                 88 WS-SUB-MORE             VALUE "Y".

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
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
                       MOVE "DELT-SUB" TO PC-FUNCTION-CODE
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
              MOVE "ItemSubMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.
