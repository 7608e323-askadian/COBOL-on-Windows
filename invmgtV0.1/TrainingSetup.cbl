      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  TRAINING DATA SET SEEDING - builds the parallel practice    *
      *  files a training sign-on runs against.  Creates the TRAINING *
      *  subdirectory and copies the reference masters a practice     *
      *  session needs to look real (stock, customers, suppliers,     *
      *  operators with their security records and hashed passwords,  *
      *  list prices, tax codes, the chart of accounts and the system *
      *  parameters) into it record by record; every transaction file *
      *  simply open-or-creates empty inside TRAINING on first use,   *
      *  exactly as it did on the live system's first day.            *
      *  MainMenu.cbl CALLs this at a training sign-on and then       *
      *  switches the session's working directory into TRAINING, so   *
      *  every relative file name in every subsystem resolves to the  *
      *  practice copies - the live files, GL.INT and AUDIT.TRL are   *
      *  out of reach by construction, not by per-program discipline. *
      *  Reseeded on every training sign-on, so each trainee starts   *
      *  from a fresh copy of the masters.                            *
      *                                                               *
      *  The practice copies carry the same key structure as the      *
      *  live files (including the alternate keys) through FILLER     *
      *  images of the records, so the subsystems open them without   *
      *  an attribute mismatch.                                       *
      *                                                               *
      *  Operators' roles and the functions each role grants are      *
      *  copied as well, so a trainee is offered the same menu        *
      *  options and approvals as on the live system.                 *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                     RECORD KEY IS TS-SEC-KEY
                     FILE STATUS IS WS-TSEC-STATUS.

              SELECT OPERATOR-PASSWORD-FILE
                     ASSIGN TO "operpwd"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS OP-OPERATOR-ID
                     FILE STATUS IS WS-PWD-STATUS.

              SELECT TRAIN-PASSWORD-FILE
                     ASSIGN TO "TRAINING/operpwd"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-PWD-KEY
                     FILE STATUS IS WS-TPWD-STATUS.

      *    Roles, the functions they grant and the operators holding
      *    them, so a practice session shows the trainee the same
      *    menus and approvals PermCheck.cbl gives them live.
              SELECT ROLE-MASTER-FILE
                     ASSIGN TO "roles"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RO-ROLE-ID
                     FILE STATUS IS WS-ROLE-STATUS.

              SELECT TRAIN-ROLE-FILE
                     ASSIGN TO "TRAINING/roles"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-ROLE-KEY
                     FILE STATUS IS WS-TROLE-STATUS.

              SELECT ROLE-FUNCTION-FILE
                     ASSIGN TO "rolefunc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RG-KEY
                     FILE STATUS IS WS-RFUNC-STATUS.

              SELECT TRAIN-RFUNC-FILE
                     ASSIGN TO "TRAINING/rolefunc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-RFUNC-KEY
                     FILE STATUS IS WS-TRFUNC-STATUS.

              SELECT OPERATOR-ROLE-FILE
                     ASSIGN TO "operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RA-KEY
                     FILE STATUS IS WS-OROLE-STATUS.

              SELECT TRAIN-OROLE-FILE
                     ASSIGN TO "TRAINING/operrole"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-OROLE-KEY
                     FILE STATUS IS WS-TOROLE-STATUS.

              SELECT ITEM-PRICE-FILE
                     ASSIGN TO "itemprce"
                     ORGANIZATION IS INDEXED
                     RECORD KEY IS TS-TAX-KEY
                     FILE STATUS IS WS-TTAX-STATUS.

              SELECT CHART-OF-ACCOUNTS-FILE
                     ASSIGN TO "chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CA-ACCOUNT-CODE
                     FILE STATUS IS WS-COA-STATUS.

              SELECT TRAIN-CHART-FILE
                     ASSIGN TO "TRAINING/chartacc"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-CHART-KEY
                     FILE STATUS IS WS-TCOA-STATUS.

              SELECT SYSTEM-PARAMETER-FILE
                     ASSIGN TO "sysparm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS SP-PARM-KEY
                     FILE STATUS IS WS-PARM-STATUS.

              SELECT TRAIN-PARM-FILE
                     ASSIGN TO "TRAINING/sysparm"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TS-PARM-KEY
                     FILE STATUS IS WS-TPARM-STATUS.

      *    The marker every subsystem menu probes (as "TRNMODE.FLG"
      *    relative to its working directory) to banner TRAINING on
      *    its screens - it only ever exists inside the practice
           02  TS-SEC-KEY               PIC X(08).
           02  FILLER                   PIC X(36).

       FD  OPERATOR-PASSWORD-FILE.
           COPY "OPERPWD.CPY".

       FD  TRAIN-PASSWORD-FILE.
       01  TRAIN-PASSWORD-REC.
           02  TS-PWD-KEY               PIC X(08).
           02  FILLER                   PIC X(73).

       FD  ROLE-MASTER-FILE.
           COPY "ROLEMAS.CPY".

       FD  TRAIN-ROLE-FILE.
       01  TRAIN-ROLE-REC.
           02  TS-ROLE-KEY              PIC X(08).
           02  FILLER                   PIC X(46).

       FD  ROLE-FUNCTION-FILE.
           COPY "ROLEFUNC.CPY".

       FD  TRAIN-RFUNC-FILE.
       01  TRAIN-RFUNC-REC.
           02  TS-RFUNC-KEY             PIC X(16).
           02  FILLER                   PIC X(16).

       FD  OPERATOR-ROLE-FILE.
           COPY "OPERROLE.CPY".

       FD  TRAIN-OROLE-FILE.
       01  TRAIN-OROLE-REC.
           02  TS-OROLE-KEY             PIC X(16).
           02  FILLER                   PIC X(16).

       FD  ITEM-PRICE-FILE.
           COPY "ITEMPRCE.CPY".

       FD  TRAIN-TAX-FILE.
       01  TRAIN-TAX-REC.
           02  TS-TAX-KEY               PIC X(04).
           02  FILLER                   PIC X(46).

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY "CHARTACC.CPY".

       FD  TRAIN-CHART-FILE.
       01  TRAIN-CHART-REC.
           02  TS-CHART-KEY             PIC X(10).
           02  FILLER                   PIC X(32).

       FD  SYSTEM-PARAMETER-FILE.
           COPY "SYSPARM.CPY".

       FD  TRAIN-PARM-FILE.
       01  TRAIN-PARM-REC.
           02  TS-PARM-KEY              PIC X(16).
           02  FILLER                   PIC X(72).

       FD  TRAINING-FLAG-FILE.
       01  TRAINING-FLAG-REC           PIC X(10).
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TSEC-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PWD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TPWD-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ROLE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RFUNC-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TRFUNC-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-OROLE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TOROLE-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PRICE-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TPRICE-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TTAX-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-COA-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TCOA-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-PARM-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TPARM-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TFLG-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TRAIN-DIR         PIC X(08) VALUE "TRAINING".
              PERFORM 4000-COPY-SUPPLIERS THRU 4000-EXIT.
              PERFORM 5000-COPY-OPERATORS THRU 5000-EXIT.
              PERFORM 6000-COPY-SECURITY THRU 6000-EXIT.
              PERFORM 6500-COPY-PASSWORDS THRU 6500-EXIT.
              PERFORM 6600-COPY-ROLES THRU 6600-EXIT.
              PERFORM 6700-COPY-ROLE-FUNCTIONS THRU 6700-EXIT.
              PERFORM 6800-COPY-OPERATOR-ROLES THRU 6800-EXIT.
              PERFORM 7000-COPY-PRICES THRU 7000-EXIT.
              PERFORM 8000-COPY-TAX-CODES THRU 8000-EXIT.
              PERFORM 8500-COPY-CHART THRU 8500-EXIT.
              PERFORM 8600-COPY-PARAMETERS THRU 8600-EXIT.
              DISPLAY "TRAINING DATA SEEDED - " WS-SEEDED-COUNT
                      " MASTER RECORD(S) COPIED.".
              GOBACK.
       6000-EXIT.
              EXIT.

      *    Supervisor and approver overrides keyed in a practice
      *    session check the practice copy of the password file.
       6500-COPY-PASSWORDS.
              OPEN INPUT OPERATOR-PASSWORD-FILE.
              IF WS-PWD-STATUS NOT = "00"
                 GO TO 6500-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-PASSWORD-FILE.
              PERFORM UNTIL WS-PWD-STATUS NOT = "00"
                 READ OPERATOR-PASSWORD-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PWD-STATUS
                    NOT AT END
                       MOVE OPERATOR-PASSWORD-REC
                         TO TRAIN-PASSWORD-REC
                       WRITE TRAIN-PASSWORD-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE OPERATOR-PASSWORD-FILE.
              CLOSE TRAIN-PASSWORD-FILE.
       6500-EXIT.
              EXIT.

       6600-COPY-ROLES.
              OPEN INPUT ROLE-MASTER-FILE.
              IF WS-ROLE-STATUS NOT = "00"
                 GO TO 6600-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-ROLE-FILE.
              PERFORM UNTIL WS-ROLE-STATUS NOT = "00"
                 READ ROLE-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-ROLE-STATUS
                    NOT AT END
                       MOVE ROLE-MASTER-REC TO TRAIN-ROLE-REC
                       WRITE TRAIN-ROLE-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE ROLE-MASTER-FILE.
              CLOSE TRAIN-ROLE-FILE.
       6600-EXIT.
              EXIT.

       6700-COPY-ROLE-FUNCTIONS.
              OPEN INPUT ROLE-FUNCTION-FILE.
              IF WS-RFUNC-STATUS NOT = "00"
                 GO TO 6700-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-RFUNC-FILE.
              PERFORM UNTIL WS-RFUNC-STATUS NOT = "00"
                 READ ROLE-FUNCTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-RFUNC-STATUS
                    NOT AT END
                       MOVE ROLE-FUNCTION-REC TO TRAIN-RFUNC-REC
                       WRITE TRAIN-RFUNC-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE ROLE-FUNCTION-FILE.
              CLOSE TRAIN-RFUNC-FILE.
       6700-EXIT.
              EXIT.

       6800-COPY-OPERATOR-ROLES.
              OPEN INPUT OPERATOR-ROLE-FILE.
              IF WS-OROLE-STATUS NOT = "00"
                 GO TO 6800-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-OROLE-FILE.
              PERFORM UNTIL WS-OROLE-STATUS NOT = "00"
                 READ OPERATOR-ROLE-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-OROLE-STATUS
                    NOT AT END
                       MOVE OPERATOR-ROLE-REC TO TRAIN-OROLE-REC
                       WRITE TRAIN-OROLE-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE OPERATOR-ROLE-FILE.
              CLOSE TRAIN-OROLE-FILE.
       6800-EXIT.
              EXIT.

       7000-COPY-PRICES.
              OPEN INPUT ITEM-PRICE-FILE.
              IF WS-PRICE-STATUS NOT = "00"
              CLOSE TRAIN-TAX-FILE.
       8000-EXIT.
              EXIT.

      *    The chart and the system parameters go across together -
      *    every posting program fetches its GL accounts and limits
      *    at start-up and would refuse to run in a practice session
      *    without them.
       8500-COPY-CHART.
              OPEN INPUT CHART-OF-ACCOUNTS-FILE.
              IF WS-COA-STATUS NOT = "00"
                 GO TO 8500-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-CHART-FILE.
              PERFORM UNTIL WS-COA-STATUS NOT = "00"
                 READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-COA-STATUS
                    NOT AT END
                       MOVE CHART-ACCOUNT-REC TO TRAIN-CHART-REC
                       WRITE TRAIN-CHART-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE CHART-OF-ACCOUNTS-FILE.
              CLOSE TRAIN-CHART-FILE.
       8500-EXIT.
              EXIT.

       8600-COPY-PARAMETERS.
              OPEN INPUT SYSTEM-PARAMETER-FILE.
              IF WS-PARM-STATUS NOT = "00"
                 GO TO 8600-EXIT
              END-IF.
              OPEN OUTPUT TRAIN-PARM-FILE.
              PERFORM UNTIL WS-PARM-STATUS NOT = "00"
                 READ SYSTEM-PARAMETER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-PARM-STATUS
                    NOT AT END
                       MOVE SYSTEM-PARM-REC TO TRAIN-PARM-REC
                       WRITE TRAIN-PARM-REC
                       ADD 1 TO WS-SEEDED-COUNT
                 END-READ
              END-PERFORM.
              CLOSE SYSTEM-PARAMETER-FILE.
              CLOSE TRAIN-PARM-FILE.
       8600-EXIT.
              EXIT.
