      *  stock decrements.  Offers add / inquire / change / delete    *
      *  against BOM-COMPONENT, modeled on BarcodeXrefMgmt.cbl.       *
      *                                                               *
      *  A component may itself be a kit, so a hamper can list the    *
      *  starter trio rather than its three oils again.  An add or    *
      *  change that would make a kit part of itself, at any level,   *
      *  is refused.  The kit inquiry shows the structure through     *
      *  every level and a where-used inquiry lists every kit, at     *
      *  any level, an item goes into - both through BomExplode.cbl.  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-OPER-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-CONFIRM           PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(19) VALUE SPACES.
              10 WS-KIT-ITEM-NUMBER   PIC 9(06) VALUE ZEROS.
                 88 WS-BOM-MORE             VALUE "Y".

      *    Working fields for 6050-GET-DELETE-APPROVAL: a confirmed
      *    delete still needs a second, suitably authorized operator
      *    to approve it before the DELETE is actually issued.
              10 WS-APPROVAL-OK-SW    PIC X(01) VALUE "N".
                 88 WS-APPROVAL-OK          VALUE "Y".
              10 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
              10 WS-APPROVER-PASSWORD PIC X(08) VALUE SPACES.

      *    Working fields for 3060-CHECK-CIRCULAR and the multi-level
      *    inquiries - BomExplode.cbl reads BOM-COMPONENT itself, so
      *    7100-CALL-BOM-EXPLODE closes this program's handle around
      *    the CALL and WS-BOM-SAVE-REC carries the record across.
              10 WS-COMPONENT-ITEM    PIC 9(06) VALUE ZEROS.
              10 WS-CIRCULAR-SW       PIC X(01) VALUE "N".
                 88 WS-CIRCULAR             VALUE "Y".
              10 WS-BM-IX             PIC 9(04) VALUE ZEROS.
              10 WS-INDENT            PIC X(20) VALUE SPACES.
              10 WS-INDENT-LEN        PIC 9(02) VALUE ZEROS.
              10 WS-BOM-SAVE-REC      PIC X(19) VALUE SPACES.

      *    Parameter block for 7100-CALL-BOM-EXPLODE.
           COPY "BOMXPMSG.CPY".

      *    Supervisor, approver and sign-on passwords are checked
      *    through OperPwd.cbl against the hashed password file.
           COPY "OPWDMSG.CPY".

      *    An approver or supervisor override is checked against the
      *    approving operator's roles through PermCheck.cbl.
           COPY "PERMMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 1000-INITIALIZE
              DISPLAY "2. Change Kit Component".
              DISPLAY "3. Inquire Kit".
              DISPLAY "4. Delete Kit Component".
              DISPLAY "5. Where-Used Inquiry".
              DISPLAY "6. Return to Stock Management Menu".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

                 WHEN "2" PERFORM 4000-CHANGE-COMPONENT THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-INQUIRE-KIT THRU 5000-EXIT
                 WHEN "4" PERFORM 6000-DELETE-COMPONENT THRU 6000-EXIT
                 WHEN "5" PERFORM 5500-WHERE-USED THRU 5500-EXIT
                 WHEN WS-EXIT-OPTION CONTINUE
                 WHEN OTHER DISPLAY "INVALID CHOICE"
              END-EVALUATE.
              DISPLAY "ENTER COMPONENT QTY PER KIT: ".
              ACCEPT BC-COMPONENT-QTY.

              MOVE BC-COMPONENT-ITEM-NUMBER TO WS-COMPONENT-ITEM.
              PERFORM 3060-CHECK-CIRCULAR THRU 3060-EXIT.
              IF WS-CIRCULAR
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 3050-FIND-LAST-SEQ THRU 3050-EXIT.
              MOVE WS-KIT-ITEM-NUMBER TO BC-KIT-ITEM-NUMBER.
              COMPUTE BC-COMPONENT-SEQ = WS-LAST-SEQ + 1.
       3050-EXIT.
              EXIT.

      * Refuses WS-COMPONENT-ITEM as a component of WS-KIT-ITEM-
      * NUMBER when the kit would end up inside itself: the component
      * is the kit, or the kit already appears somewhere in the
      * component's own structure at any level.  A component whose
      * structure cannot be walked to the bottom is refused too.
      * BOM-COMPONENT-REC is carried across the walk for the caller.
       3060-CHECK-CIRCULAR.
              MOVE "N" TO WS-CIRCULAR-SW.
              IF WS-COMPONENT-ITEM = WS-KIT-ITEM-NUMBER
                 SET WS-CIRCULAR TO TRUE
                 DISPLAY "A KIT CANNOT BE A COMPONENT OF ITSELF - "
                         "NOT SAVED."
                 GO TO 3060-EXIT
              END-IF.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-STRUCTURE TO TRUE.
              MOVE WS-COMPONENT-ITEM TO BM-ROOT-ITEM.
              PERFORM 7100-CALL-BOM-EXPLODE THRU 7100-EXIT.
              IF NOT BM-RESULT-OK
                 SET WS-CIRCULAR TO TRUE
                 DISPLAY "COMPONENT " WS-COMPONENT-ITEM
                         " STRUCTURE CANNOT BE CHECKED (RESULT "
                         BM-RESULT ") - NOT SAVED."
                 GO TO 3060-EXIT
              END-IF.
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                       OR WS-CIRCULAR
                 IF BM-LINE-ITEM(WS-BM-IX) = WS-KIT-ITEM-NUMBER
                    SET WS-CIRCULAR TO TRUE
                    DISPLAY "KIT " WS-KIT-ITEM-NUMBER " IS ALREADY "
                            "PART OF " WS-COMPONENT-ITEM
                            " - CIRCULAR, NOT SAVED."
                 END-IF
              END-PERFORM.
       3060-EXIT.
              EXIT.

       4000-CHANGE-COMPONENT.
              DISPLAY "ENTER KIT ITEM NUMBER: ".
              ACCEPT BC-KIT-ITEM-NUMBER.
              DISPLAY "ENTER LINE SEQUENCE NUMBER: ".
              ACCEPT BC-COMPONENT-SEQ.
              MOVE "N" TO WS-CIRCULAR-SW.
              READ BOM-COMPONENT-FILE
                 INVALID KEY
                    DISPLAY "COMPONENT NOT FOUND - STATUS "
                    ACCEPT BC-COMPONENT-ITEM-NUMBER
                    DISPLAY "ENTER NEW COMPONENT QTY PER KIT: "
                    ACCEPT BC-COMPONENT-QTY
                    MOVE BC-KIT-ITEM-NUMBER TO WS-KIT-ITEM-NUMBER
                    MOVE BC-COMPONENT-ITEM-NUMBER TO WS-COMPONENT-ITEM
                    PERFORM 3060-CHECK-CIRCULAR THRU 3060-EXIT
                 END-READ.
              IF WS-BOM-STATUS NOT = "00" OR WS-CIRCULAR
                 GO TO 4000-EXIT
              END-IF.
              REWRITE BOM-COMPONENT-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - STATUS "
                            WS-BOM-STATUS
                 NOT INVALID KEY
                    DISPLAY "COMPONENT UPDATED."
                    MOVE BC-COMPONENT-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE BOM-COMPONENT-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
              END-REWRITE.
       4000-EXIT.
              EXIT.

                       END-IF
                 END-READ
              END-PERFORM.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-STRUCTURE TO TRUE.
              MOVE WS-KIT-ITEM-NUMBER TO BM-ROOT-ITEM.
              PERFORM 7100-CALL-BOM-EXPLODE THRU 7100-EXIT.
              IF BM-LINE-COUNT = ZEROS
                 GO TO 5000-EXIT
              END-IF.
              DISPLAY "FULL STRUCTURE, ALL LEVELS (QTY PER KIT):".
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 COMPUTE WS-INDENT-LEN = BM-LINE-LEVEL(WS-BM-IX) * 2
                 DISPLAY WS-INDENT(1:WS-INDENT-LEN)
                         "L" BM-LINE-LEVEL(WS-BM-IX)
                         " ITEM " BM-LINE-ITEM(WS-BM-IX)
                         " QTY " BM-LINE-QTY(WS-BM-IX)
              END-PERFORM.
              PERFORM 5900-SHOW-WALK-RESULT THRU 5900-EXIT.
       5000-EXIT.
              EXIT.

      * Every kit, at any level, the item goes into, with how many of
      * the item one of that kit holds and the item it holds it
      * through.
       5500-WHERE-USED.
              DISPLAY "ENTER COMPONENT ITEM NUMBER: ".
              ACCEPT WS-COMPONENT-ITEM.
              INITIALIZE BOM-EXPLODE-MSG.
              SET BM-FN-WHERE-USED TO TRUE.
              MOVE WS-COMPONENT-ITEM TO BM-ROOT-ITEM.
              PERFORM 7100-CALL-BOM-EXPLODE THRU 7100-EXIT.
              IF BM-LINE-COUNT = ZEROS
                 DISPLAY "ITEM " WS-COMPONENT-ITEM " IS NOT USED IN "
                         "ANY KIT."
                 PERFORM 5900-SHOW-WALK-RESULT THRU 5900-EXIT
                 GO TO 5500-EXIT
              END-IF.
              DISPLAY "ITEM " WS-COMPONENT-ITEM " GOES INTO:".
              DISPLAY "  LVL KIT    QTY/KIT  VIA".
              PERFORM VARYING WS-BM-IX FROM 1 BY 1
                    UNTIL WS-BM-IX > BM-LINE-COUNT
                 DISPLAY "  " BM-LINE-LEVEL(WS-BM-IX)
                         "  " BM-LINE-ITEM(WS-BM-IX)
                         " " BM-LINE-QTY(WS-BM-IX)
                         "  " BM-LINE-PARENT(WS-BM-IX)
              END-PERFORM.
              PERFORM 5900-SHOW-WALK-RESULT THRU 5900-EXIT.
       5500-EXIT.
              EXIT.

      * Says why a multi-level walk stopped short, if it did.
       5900-SHOW-WALK-RESULT.
              EVALUATE TRUE
                 WHEN BM-RESULT-CIRCULAR
                    DISPLAY "*** CIRCULAR REFERENCE AT ITEM "
                            BM-CIRCULAR-ITEM " - LIST INCOMPLETE"
                 WHEN BM-RESULT-TOO-DEEP
                    DISPLAY "*** MORE THAN 10 LEVELS - LIST INCOMPLETE"
                 WHEN BM-RESULT-FULL
                    DISPLAY "*** MORE THAN 200 LINES - LIST INCOMPLETE"
                 WHEN BM-RESULT-NO-FILE
                    DISPLAY "*** BOM-COMPONENT NOT AVAILABLE"
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.
       5900-EXIT.
              EXIT.

       6000-DELETE-COMPONENT.
              DISPLAY "ENTER KIT ITEM NUMBER: ".
              ACCEPT BC-KIT-ITEM-NUMBER.
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
                       MOVE "DELT-BOM" TO PC-FUNCTION-CODE
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
              MOVE "BomMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       7000-EXIT.
              EXIT.

      *    BomExplode.cbl opens BOM-COMPONENT for itself, so this
      *    program's I-O handle is closed across the CALL and reopened
      *    after, the same way StockMgmt.cbl hands STOCK-MASTER over
      *    to the programs it calls.  The current record is kept.
       7100-CALL-BOM-EXPLODE.
              MOVE BOM-COMPONENT-REC TO WS-BOM-SAVE-REC.
              CLOSE BOM-COMPONENT-FILE.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
              OPEN I-O BOM-COMPONENT-FILE.
              MOVE WS-BOM-SAVE-REC TO BOM-COMPONENT-REC.
       7100-EXIT.
              EXIT.
