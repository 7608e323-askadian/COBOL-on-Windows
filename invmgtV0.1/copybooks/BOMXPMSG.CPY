      *****************************************************************
      *  BOMXPMSG.CPY                                                 *
      *  Parameter block for CALL "BomExplode" USING BOM-EXPLODE-MSG  *
      *  - the one way a program walks a kit's bill of materials      *
      *  through every level, since a kit may list another kit as a   *
      *  component on BOM-COMPONENT (BOMCOMP.CPY).  The caller        *
      *  INITIALIZEs the block, moves in the function and the root    *
      *  item and calls; BM-LINE comes back filled.  Function "E"     *
      *  explodes a kit into the stock items it is finally built from *
      *  - any component that is itself a kit is expanded in turn -   *
      *  one line per stock item with its total quantity in one unit  *
      *  of the kit.  Function "S" returns the whole structure, every *
      *  BOM row at every level in walk order with its level and the  *
      *  quantity it stands for in one unit of the kit, for display.  *
      *  Function "W" is where-used: every kit, at any level, the     *
      *  root item goes into, with how many of the root one unit of   *
      *  that kit holds.  BM-LINE-PARENT is the item each line was    *
      *  reached through.  BM-RESULT comes back "K" complete, "C" a   *
      *  circular reference was met (BM-CIRCULAR-ITEM names the item  *
      *  that comes round again), "D" deeper than ten levels, "F"     *
      *  more lines than BM-LINE holds, or "N" BOM-COMPONENT not      *
      *  available.  BM-WORK-AREA belongs to BomExplode between its   *
      *  own recursive calls; callers only clear it.  COPY this       *
      *  member into WORKING-STORAGE of every caller and into the     *
      *  LINKAGE SECTION of BomExplode.cbl so both sides share one    *
      *  definition.                                                  *
      *****************************************************************
       01  BOM-EXPLODE-MSG.
           02  BM-FUNCTION              PIC X(01).
               88  BM-FN-EXPLODE             VALUE "E".
               88  BM-FN-STRUCTURE           VALUE "S".
               88  BM-FN-WHERE-USED          VALUE "W".
           02  BM-ROOT-ITEM             PIC 9(06).
           02  BM-RESULT                PIC X(01).
               88  BM-RESULT-OK              VALUE "K".
               88  BM-RESULT-CIRCULAR        VALUE "C".
               88  BM-RESULT-TOO-DEEP        VALUE "D".
               88  BM-RESULT-FULL            VALUE "F".
               88  BM-RESULT-NO-FILE         VALUE "N".
           02  BM-CIRCULAR-ITEM         PIC 9(06).
           02  BM-LINE-COUNT            PIC 9(04).
           02  BM-LINE OCCURS 200 TIMES.
               03  BM-LINE-ITEM         PIC 9(06).
               03  BM-LINE-PARENT       PIC 9(06).
               03  BM-LINE-LEVEL        PIC 9(02).
               03  BM-LINE-QTY          PIC 9(07).
           02  BM-WORK-AREA.
               03  BM-WORK-DEPTH        PIC 9(02).
               03  BM-WORK-ITEM         PIC 9(06).
               03  BM-WORK-QTY          PIC 9(07).
               03  BM-PATH-ITEM OCCURS 10 TIMES
                                        PIC 9(06).
