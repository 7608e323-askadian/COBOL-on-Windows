       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomExplode RECURSIVE.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  MULTI-LEVEL BILL-OF-MATERIALS WALK - a kit on BOM-COMPONENT  *
      *  may list another kit as one of its components (a hamper      *
      *  holding the starter trio), so every program that needs a     *
      *  kit's components calls here rather than reading one level    *
      *  of BOM-COMPONENT itself.  See BOMXPMSG.CPY for the three     *
      *  functions - explode to stock items, full structure, and      *
      *  where-used.                                                  *
      *                                                               *
      *  The program calls itself once per level, the way             *
      *  Recursion/RecursiveExample.cbl does: each call reads the     *
      *  rows for one item into its own LOCAL-STORAGE table and then  *
      *  calls itself for each of them, so a nested kit is expanded   *
      *  however deep it goes.  The item chain from the root down is  *
      *  kept in BM-PATH-ITEM, and an item met again on its own       *
      *  chain stops the walk as a circular reference - BomMgmt.cbl   *
      *  refuses one at maintenance time, this catches any already    *
      *  on file.                                                     *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BOM-COMPONENT-FILE
                     ASSIGN TO "bomcomp"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BC-COMPONENT-KEY
                     FILE STATUS IS WS-BOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-COMPONENT-FILE.
           COPY "BOMCOMP.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-BOM-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-LEVEL-MAX         PIC 9(02) VALUE 10.
              10 WS-LINE-MAX          PIC 9(04) VALUE 200.
              10 WS-ROW-MAX           PIC 9(03) VALUE 99.

      *    One call's own copy of the item it was called for and the
      *    rows read for it - kept here, not in WORKING-STORAGE, so
      *    the calls it makes for the next level down cannot
      *    overwrite them.
       LOCAL-STORAGE SECTION.
       01  LS-VARS.
              10 LS-ITEM              PIC 9(06) VALUE ZEROS.
              10 LS-QTY               PIC 9(07) VALUE ZEROS.
              10 LS-DEPTH             PIC 9(02) VALUE ZEROS.
              10 LS-IX                PIC 9(04) VALUE ZEROS.
              10 LS-FOUND-IX          PIC 9(04) VALUE ZEROS.
              10 LS-ROW-QTY           PIC 9(07) VALUE ZEROS.
              10 LS-LINK-ITEM         PIC 9(06) VALUE ZEROS.
              10 LS-BOM-MORE-SW       PIC X(01) VALUE "N".
                 88 LS-BOM-MORE             VALUE "Y".
              10 LS-ROW-COUNT         PIC 9(03) VALUE ZEROS.
              10 LS-ROW OCCURS 99 TIMES.
                 15 LS-ROW-ITEM       PIC 9(06).
                 15 LS-ROW-PER        PIC 9(05).

       LINKAGE SECTION.
           COPY "BOMXPMSG.CPY".

       PROCEDURE DIVISION USING BOM-EXPLODE-MSG.
       0000-MAINLINE.
              IF BM-WORK-DEPTH = ZEROS
                 PERFORM 1000-START-WALK THRU 1000-EXIT
              ELSE
                 PERFORM 2000-WALK-ONE-ITEM THRU 2000-EXIT
              END-IF.
              GOBACK.

      * The caller's own call: opens BOM-COMPONENT, clears the
      * result and starts the walk at level one with the root item,
      * one unit of it.
       1000-START-WALK.
              MOVE ZEROS TO BM-LINE-COUNT.
              MOVE ZEROS TO BM-CIRCULAR-ITEM.
              SET BM-RESULT-OK TO TRUE.
              OPEN INPUT BOM-COMPONENT-FILE.
              IF WS-BOM-STATUS NOT = "00"
                 SET BM-RESULT-NO-FILE TO TRUE
                 GO TO 1000-EXIT
              END-IF.
              MOVE 1 TO BM-WORK-DEPTH.
              MOVE BM-ROOT-ITEM TO BM-WORK-ITEM.
              MOVE 1 TO BM-WORK-QTY.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
              CLOSE BOM-COMPONENT-FILE.
              MOVE ZEROS TO BM-WORK-DEPTH.
       1000-EXIT.
              EXIT.

      * One level: the item this call was made for, and how many of
      * it one unit of the root stands for (explode / structure) or
      * how many of the root one unit of it holds (where-used).
       2000-WALK-ONE-ITEM.
              MOVE BM-WORK-ITEM TO LS-ITEM.
              MOVE BM-WORK-QTY TO LS-QTY.
              MOVE BM-WORK-DEPTH TO LS-DEPTH.
              IF LS-DEPTH > WS-LEVEL-MAX
                 SET BM-RESULT-TOO-DEEP TO TRUE
                 GO TO 2000-EXIT
              END-IF.
              PERFORM 2100-CHECK-PATH THRU 2100-EXIT.
              IF NOT BM-RESULT-OK
                 GO TO 2000-EXIT
              END-IF.
              MOVE LS-ITEM TO BM-PATH-ITEM(LS-DEPTH).

              IF BM-FN-WHERE-USED
                 PERFORM 2300-LOAD-PARENTS THRU 2300-EXIT
              ELSE
                 PERFORM 2200-LOAD-COMPONENTS THRU 2200-EXIT
              END-IF.

      *    An item below the root with no rows of its own is a
      *    stock item - the bottom of the explosion.
              IF BM-FN-EXPLODE AND LS-ROW-COUNT = ZEROS
                 AND LS-DEPTH > 1
                 COMPUTE LS-IX = LS-DEPTH - 1
                 MOVE BM-PATH-ITEM(LS-IX) TO LS-LINK-ITEM
                 PERFORM 2500-ADD-MERGED-LINE THRU 2500-EXIT
                 GO TO 2000-EXIT
              END-IF.

              MOVE ZEROS TO LS-IX.
              PERFORM 2400-WALK-ROW THRU 2400-EXIT
                 UNTIL LS-IX NOT < LS-ROW-COUNT
                    OR NOT BM-RESULT-OK.
       2000-EXIT.
              EXIT.

      * The item must not already be on the chain above it.
       2100-CHECK-PATH.
              PERFORM VARYING LS-IX FROM 1 BY 1
                    UNTIL LS-IX NOT < LS-DEPTH
                       OR NOT BM-RESULT-OK
                 IF BM-PATH-ITEM(LS-IX) = LS-ITEM
                    SET BM-RESULT-CIRCULAR TO TRUE
                    MOVE LS-ITEM TO BM-CIRCULAR-ITEM
                 END-IF
              END-PERFORM.
       2100-EXIT.
              EXIT.

      * Every BOM row of LS-ITEM as a kit, in line-sequence order.
       2200-LOAD-COMPONENTS.
              MOVE ZEROS TO LS-ROW-COUNT.
              MOVE LS-ITEM TO BC-KIT-ITEM-NUMBER.
              MOVE ZEROS TO BC-COMPONENT-SEQ.
              SET LS-BOM-MORE TO TRUE.
              START BOM-COMPONENT-FILE
                    KEY IS NOT LESS THAN BC-COMPONENT-KEY
                 INVALID KEY MOVE "N" TO LS-BOM-MORE-SW
              END-START.
              PERFORM UNTIL NOT LS-BOM-MORE
                 READ BOM-COMPONENT-FILE NEXT RECORD
                    AT END MOVE "N" TO LS-BOM-MORE-SW
                    NOT AT END
                       IF BC-KIT-ITEM-NUMBER NOT = LS-ITEM
                          MOVE "N" TO LS-BOM-MORE-SW
                       ELSE
                          PERFORM 2250-KEEP-ROW THRU 2250-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       2200-EXIT.
              EXIT.

       2250-KEEP-ROW.
              IF LS-ROW-COUNT NOT < WS-ROW-MAX
                 SET BM-RESULT-FULL TO TRUE
                 MOVE "N" TO LS-BOM-MORE-SW
                 GO TO 2250-EXIT
              END-IF.
              ADD 1 TO LS-ROW-COUNT.
              IF BM-FN-WHERE-USED
                 MOVE BC-KIT-ITEM-NUMBER TO LS-ROW-ITEM(LS-ROW-COUNT)
              ELSE
                 MOVE BC-COMPONENT-ITEM-NUMBER
                   TO LS-ROW-ITEM(LS-ROW-COUNT)
              END-IF.
              MOVE BC-COMPONENT-QTY TO LS-ROW-PER(LS-ROW-COUNT).
       2250-EXIT.
              EXIT.

      * Every kit that lists LS-ITEM as a component.  BOM-COMPONENT
      * is keyed by kit only, so the whole file is read.
       2300-LOAD-PARENTS.
              MOVE ZEROS TO LS-ROW-COUNT.
              MOVE LOW-VALUES TO BC-COMPONENT-KEY.
              SET LS-BOM-MORE TO TRUE.
              START BOM-COMPONENT-FILE
                    KEY IS NOT LESS THAN BC-COMPONENT-KEY
                 INVALID KEY MOVE "N" TO LS-BOM-MORE-SW
              END-START.
              PERFORM UNTIL NOT LS-BOM-MORE
                 READ BOM-COMPONENT-FILE NEXT RECORD
                    AT END MOVE "N" TO LS-BOM-MORE-SW
                    NOT AT END
                       IF BC-COMPONENT-ITEM-NUMBER = LS-ITEM
                          PERFORM 2250-KEEP-ROW THRU 2250-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       2300-EXIT.
              EXIT.

      * One row: records it, then calls this program again for the
      * item it names, one level down.
       2400-WALK-ROW.
              ADD 1 TO LS-IX.
              COMPUTE LS-ROW-QTY = LS-QTY * LS-ROW-PER(LS-IX).
              IF BM-FN-STRUCTURE
                 PERFORM 2450-ADD-STRUCTURE-LINE THRU 2450-EXIT
              END-IF.
              IF BM-FN-WHERE-USED
                 MOVE LS-ROW-ITEM(LS-IX) TO BM-WORK-ITEM
                 MOVE LS-ROW-QTY TO BM-WORK-QTY
                 MOVE LS-ITEM TO LS-LINK-ITEM
                 PERFORM 2500-ADD-MERGED-LINE THRU 2500-EXIT
              END-IF.
              IF NOT BM-RESULT-OK
                 GO TO 2400-EXIT
              END-IF.
              MOVE LS-ROW-ITEM(LS-IX) TO BM-WORK-ITEM.
              MOVE LS-ROW-QTY TO BM-WORK-QTY.
              COMPUTE BM-WORK-DEPTH = LS-DEPTH + 1.
              CALL "BomExplode" USING BOM-EXPLODE-MSG.
       2400-EXIT.
              EXIT.

       2450-ADD-STRUCTURE-LINE.
              IF BM-LINE-COUNT NOT < WS-LINE-MAX
                 SET BM-RESULT-FULL TO TRUE
                 GO TO 2450-EXIT
              END-IF.
              ADD 1 TO BM-LINE-COUNT.
              MOVE LS-ROW-ITEM(LS-IX) TO BM-LINE-ITEM(BM-LINE-COUNT).
              MOVE LS-ITEM TO BM-LINE-PARENT(BM-LINE-COUNT).
              MOVE LS-DEPTH TO BM-LINE-LEVEL(BM-LINE-COUNT).
              MOVE LS-ROW-QTY TO BM-LINE-QTY(BM-LINE-COUNT).
       2450-EXIT.
              EXIT.

      * Adds BM-WORK-QTY of BM-WORK-ITEM to its line, opening one
      * the first time the item is met with LS-LINK-ITEM, the item
      * it was reached through, as its parent - a stock item down
      * two branches of the same kit, or a kit the root goes into
      * more than one way, is one line carrying the total.
       2500-ADD-MERGED-LINE.
              MOVE ZEROS TO LS-FOUND-IX.
              PERFORM VARYING LS-IX FROM 1 BY 1
                    UNTIL LS-IX > BM-LINE-COUNT
                       OR LS-FOUND-IX NOT = ZEROS
                 IF BM-LINE-ITEM(LS-IX) = BM-WORK-ITEM
                    MOVE LS-IX TO LS-FOUND-IX
                 END-IF
              END-PERFORM.
              IF LS-FOUND-IX = ZEROS
                 IF BM-LINE-COUNT NOT < WS-LINE-MAX
                    SET BM-RESULT-FULL TO TRUE
                    GO TO 2500-EXIT
                 END-IF
                 ADD 1 TO BM-LINE-COUNT
                 MOVE BM-LINE-COUNT TO LS-FOUND-IX
                 MOVE BM-WORK-ITEM TO BM-LINE-ITEM(LS-FOUND-IX)
                 MOVE LS-LINK-ITEM TO BM-LINE-PARENT(LS-FOUND-IX)
                 MOVE LS-DEPTH TO BM-LINE-LEVEL(LS-FOUND-IX)
                 MOVE ZEROS TO BM-LINE-QTY(LS-FOUND-IX)
              END-IF.
              ADD BM-WORK-QTY TO BM-LINE-QTY(LS-FOUND-IX).
       2500-EXIT.
              EXIT.
