       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperPwd.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  OPERATOR PASSWORD CHECK AND STORE - the only program that    *
      *  reads or writes OPERATOR-PASSWORD (OPERPWD.CPY) and the only *
      *  place a password is hashed.  Sign-on in MainMenu.cbl, the    *
      *  operator's own password change, OperatorMgmt.cbl's add,      *
      *  reset and delete, and every supervisor or approver override  *
      *  in the subsystems call here instead of comparing OM-PASSWORD *
      *  themselves.  See OPWDMSG.CPY for the functions and result    *
      *  codes.                                                       *
      *                                                               *
      *  A password is never stored or compared in clear.             *
      *  5000-HASH-PASSWORD runs the operator's salt, the password    *
      *  and the operator id through 256 rounds of two interleaved    *
      *  multiply-and-add accumulators and keeps the final pair as 16 *
      *  hex digits; only that result is written, and there is no way *
      *  back from it to the password.  The salt is drawn at random   *
      *  the first time a password is set for an operator             *
      *  (5500-DRAW-SALT), so two operators choosing the same         *
      *  password still hold different hashes.                        *
      *                                                               *
      *  The file is opened and closed on every call, the way         *
      *  SysParmGet.cbl treats its files, so the caller holds nothing *
      *  open between calls, and PW-PASSWORD is blanked before        *
      *  returning so the clear text does not linger in the caller's  *
      *  parameter block.  OperPwdConvert.cbl is the one-time run     *
      *  that moved the existing clear-text passwords onto this file. *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPERATOR-PASSWORD-FILE
                     ASSIGN TO "operpwd"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS OP-OPERATOR-ID
                     FILE STATUS IS WS-PWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PASSWORD-FILE.
           COPY "OPERPWD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PWD-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-NEW-RECORD-SW     PIC X(01) VALUE "N".
                 88 WS-NEW-RECORD           VALUE "Y".

      *    Working fields for 5000-HASH-PASSWORD.  WS-HASH-INPUT is
      *    salt, password and operator id side by side; the two
      *    accumulators are each reduced modulo a prime just under
      *    2**32 so every product stays inside PIC 9(18).
              10 WS-HASH-INPUT.
                 15 WS-HASH-SALT      PIC X(08) VALUE SPACES.
                 15 WS-HASH-PASSWORD  PIC X(08) VALUE SPACES.
                 15 WS-HASH-OPERATOR  PIC X(08) VALUE SPACES.
              10 WS-HASH-A            PIC 9(18) VALUE ZEROS.
              10 WS-HASH-B            PIC 9(18) VALUE ZEROS.
              10 WS-HASH-ROUND        PIC 9(03) VALUE ZEROS.
              10 WS-HASH-ROUNDS       PIC 9(03) VALUE 256.
              10 WS-HASH-IX           PIC 9(02) VALUE ZEROS.
              10 WS-HASH-CHAR-VAL     PIC 9(03) VALUE ZEROS.
              10 WS-NEW-HASH          PIC X(16) VALUE SPACES.
              10 WS-HEX-DIGITS        PIC X(16)
                                      VALUE "0123456789ABCDEF".
              10 WS-HEX-WORK          PIC 9(18) VALUE ZEROS.
              10 WS-HEX-REM           PIC 9(02) VALUE ZEROS.
              10 WS-HEX-IX            PIC 9(02) VALUE ZEROS.
              10 WS-HEX-OFFSET        PIC 9(02) VALUE ZEROS.

      *    Working fields for 5500-DRAW-SALT.  The random sequence
      *    is seeded from the time of day on the first draw of the
      *    run and simply continued on later draws.
              10 WS-SALT-CHARS        PIC X(36) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
              10 WS-SALT-IX           PIC 9(02) VALUE ZEROS.
              10 WS-SALT-POS          PIC 9(02) VALUE ZEROS.
              10 WS-SALT-SEEDED-SW    PIC X(01) VALUE "N".
                 88 WS-SALT-SEEDED          VALUE "Y".
              10 WS-SEED-TIME         PIC 9(08) VALUE ZEROS.
              10 WS-RANDOM-VALUE      PIC V9(09) VALUE ZEROS.

       LINKAGE SECTION.
           COPY "OPWDMSG.CPY".

       PROCEDURE DIVISION USING OPER-PWD-MSG.
       0000-MAINLINE.
              SET PW-FILE-ERROR TO TRUE.
              OPEN I-O OPERATOR-PASSWORD-FILE.
              IF WS-PWD-STATUS = "35"
                 OPEN OUTPUT OPERATOR-PASSWORD-FILE
                 CLOSE OPERATOR-PASSWORD-FILE
                 OPEN I-O OPERATOR-PASSWORD-FILE
              END-IF.
              IF WS-PWD-STATUS NOT = "00"
                 MOVE SPACES TO PW-PASSWORD
                 GOBACK
              END-IF.
              EVALUATE TRUE
                 WHEN PW-VERIFY
                    PERFORM 1000-VERIFY-PASSWORD THRU 1000-EXIT
                 WHEN PW-CHANGE
                 WHEN PW-SET
                    PERFORM 2000-STORE-PASSWORD THRU 2000-EXIT
                 WHEN PW-DELETE
                    PERFORM 4000-DELETE-PASSWORD THRU 4000-EXIT
              END-EVALUATE.
              CLOSE OPERATOR-PASSWORD-FILE.
              MOVE SPACES TO PW-PASSWORD.
              MOVE SPACES TO WS-HASH-INPUT.
              GOBACK.

      *    The password keyed is hashed with the operator's own salt
      *    and compared with the hash on file - the password itself
      *    is never compared with anything.
       1000-VERIFY-PASSWORD.
              MOVE PW-OPERATOR-ID TO OP-OPERATOR-ID.
              READ OPERATOR-PASSWORD-FILE
                 INVALID KEY
                    SET PW-NOT-ON-FILE TO TRUE
                    GO TO 1000-EXIT
              END-READ.
              PERFORM 5000-HASH-PASSWORD THRU 5000-EXIT.
              IF WS-NEW-HASH = OP-PASSWORD-HASH
                 SET PW-OK TO TRUE
              ELSE
                 SET PW-WRONG TO TRUE
              END-IF.
       1000-EXIT.
              EXIT.

      *    Stores a new password for the operator - their own change
      *    ("C", checked against the current and three previous
      *    hashes first) or one set by an administrator ("S").  An
      *    operator with no record yet is given one, with a freshly
      *    drawn salt.  The hash being replaced rolls into the
      *    history, oldest dropping off the end.
       2000-STORE-PASSWORD.
              MOVE "N" TO WS-NEW-RECORD-SW.
              MOVE PW-OPERATOR-ID TO OP-OPERATOR-ID.
              READ OPERATOR-PASSWORD-FILE
                 INVALID KEY
                    MOVE "Y" TO WS-NEW-RECORD-SW
              END-READ.
              IF WS-NEW-RECORD
                 MOVE SPACES TO OPERATOR-PASSWORD-REC
                 MOVE PW-OPERATOR-ID TO OP-OPERATOR-ID
                 PERFORM 5500-DRAW-SALT THRU 5500-EXIT
              END-IF.
              PERFORM 5000-HASH-PASSWORD THRU 5000-EXIT.
              IF PW-CHANGE AND NOT WS-NEW-RECORD
                 IF WS-NEW-HASH = OP-PASSWORD-HASH
                    OR WS-NEW-HASH = OP-PREV-HASH-1
                    OR WS-NEW-HASH = OP-PREV-HASH-2
                    OR WS-NEW-HASH = OP-PREV-HASH-3
                    SET PW-REUSED TO TRUE
                    GO TO 2000-EXIT
                 END-IF
              END-IF.
              IF NOT WS-NEW-RECORD
                 AND WS-NEW-HASH NOT = OP-PASSWORD-HASH
                 MOVE OP-PREV-HASH-2 TO OP-PREV-HASH-3
                 MOVE OP-PREV-HASH-1 TO OP-PREV-HASH-2
                 MOVE OP-PASSWORD-HASH TO OP-PREV-HASH-1
              END-IF.
              MOVE WS-NEW-HASH TO OP-PASSWORD-HASH.
              SET OP-HASH-V1 TO TRUE.
              IF WS-NEW-RECORD
                 WRITE OPERATOR-PASSWORD-REC
                    INVALID KEY
                       SET PW-FILE-ERROR TO TRUE
                    NOT INVALID KEY
                       SET PW-OK TO TRUE
                 END-WRITE
              ELSE
                 REWRITE OPERATOR-PASSWORD-REC
                    INVALID KEY
                       SET PW-FILE-ERROR TO TRUE
                    NOT INVALID KEY
                       SET PW-OK TO TRUE
                 END-REWRITE
              END-IF.
       2000-EXIT.
              EXIT.

       4000-DELETE-PASSWORD.
              MOVE PW-OPERATOR-ID TO OP-OPERATOR-ID.
              DELETE OPERATOR-PASSWORD-FILE
                 INVALID KEY
                    SET PW-NOT-ON-FILE TO TRUE
                 NOT INVALID KEY
                    SET PW-OK TO TRUE
              END-DELETE.
       4000-EXIT.
              EXIT.

      *    Salted, stretched one-way hash of PW-PASSWORD into
      *    WS-NEW-HASH.  Each round feeds every character of salt,
      *    password and operator id through both accumulators, each
      *    of which also takes in the other, so a change anywhere in
      *    the input spreads through the whole result.  Nothing but
      *    the 64-bit result leaves this paragraph.
       5000-HASH-PASSWORD.
              MOVE OP-SALT TO WS-HASH-SALT.
              MOVE PW-PASSWORD TO WS-HASH-PASSWORD.
              MOVE PW-OPERATOR-ID TO WS-HASH-OPERATOR.
              MOVE 5381 TO WS-HASH-A.
              MOVE 52711 TO WS-HASH-B.
              PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                    UNTIL WS-HASH-ROUND > WS-HASH-ROUNDS
                 PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                       UNTIL WS-HASH-IX > 24
                    COMPUTE WS-HASH-CHAR-VAL =
                       FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IX:1))
                    COMPUTE WS-HASH-A = FUNCTION MOD(
                       WS-HASH-A * 33 + WS-HASH-CHAR-VAL + WS-HASH-B,
                       4294967291)
                    COMPUTE WS-HASH-B = FUNCTION MOD(
                       WS-HASH-B * 65599 + WS-HASH-CHAR-VAL
                       + WS-HASH-A + WS-HASH-ROUND, 4294967279)
                 END-PERFORM
              END-PERFORM.
              MOVE WS-HASH-A TO WS-HEX-WORK.
              MOVE ZEROS TO WS-HEX-OFFSET.
              PERFORM 5100-TO-HEX THRU 5100-EXIT.
              MOVE WS-HASH-B TO WS-HEX-WORK.
              MOVE 8 TO WS-HEX-OFFSET.
              PERFORM 5100-TO-HEX THRU 5100-EXIT.
              MOVE SPACES TO WS-HASH-INPUT.
       5000-EXIT.
              EXIT.

      *    Writes WS-HEX-WORK (under 2**32) as eight hex digits into
      *    WS-NEW-HASH after WS-HEX-OFFSET.
       5100-TO-HEX.
              PERFORM VARYING WS-HEX-IX FROM 8 BY -1
                    UNTIL WS-HEX-IX < 1
                 DIVIDE WS-HEX-WORK BY 16 GIVING WS-HEX-WORK
                    REMAINDER WS-HEX-REM
                 MOVE WS-HEX-DIGITS(WS-HEX-REM + 1:1)
                   TO WS-NEW-HASH(WS-HEX-OFFSET + WS-HEX-IX:1)
              END-PERFORM.
       5100-EXIT.
              EXIT.

      *    Eight random letters and digits for a new operator's salt.
       5500-DRAW-SALT.
              IF NOT WS-SALT-SEEDED
                 ACCEPT WS-SEED-TIME FROM TIME
                 COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-SEED-TIME)
                 SET WS-SALT-SEEDED TO TRUE
              END-IF.
              PERFORM VARYING WS-SALT-IX FROM 1 BY 1
                    UNTIL WS-SALT-IX > 8
                 COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
                 COMPUTE WS-SALT-POS = WS-RANDOM-VALUE * 36 + 1
                 MOVE WS-SALT-CHARS(WS-SALT-POS:1)
                   TO OP-SALT(WS-SALT-IX:1)
              END-PERFORM.
       5500-EXIT.
              EXIT.
