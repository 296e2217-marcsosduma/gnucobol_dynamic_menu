*> Object: Walk every M-MODULE's menu tree in DINAMIC_MENU.DAT offline
*>         and report broken MENU-FATHER references and father-chain
*>         cycles before they can hang a live makemenu/test session.
*>         Link items ("*LINK*") are checked too: the target M-ID in
*>         M-PARM-STRING must be a plain submenu, and a link may not
*>         be reachable from its own target (a link cycle).
*>
*> Read...: dinamic_menu.dat
*>
    05  WK-N-MODULE               PIC X(15).
    05  WK-N-FATHER               PIC X(15).
    05  WK-N-NAME                 PIC X(15).
    05  WK-N-SUB                  PIC X(01).
    05  WK-N-LINK                 PIC X(05).
    05  WK-N-PARENT               PIC 9(04).
    05  WK-N-TGT                  PIC 9(04).
    05  WK-N-MARK                 PIC X(01).

01  WK-IDX                        PIC 9(04).
01  WK-IDX2                       PIC 9(04).
01  WK-WALK-NAME                  PIC X(15).
01  WK-WALK-FATHER                PIC X(15).
01  WK-WALK-STEPS                 PIC 9(04).
*> Link cycle search: everything shown under the link's target -------
01  WK-LNK-IDX                    PIC 9(04).
01  WK-LNK-CHANGED                PIC X(01).

COPY screenio.


    PERFORM 040-CHECA-CICLOS

    PERFORM 050-CHECA-LINKS

    PERFORM 900-FINALIZA.

000-EXIT-INICIO.
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/menu_tree_integrity.txt" TO WK-RW-FILENAME
    MOVE "MENU TREE INTEGRITY REPORT" TO WK-RW-TITLE
    MOVE "BROKEN FATHERS, BROKEN LINKS AND CYCLES IN DINAMIC_MENU.DAT" TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, loading the tree..." TO WK-MSG
                MOVE M-MODULE      TO WK-N-MODULE(WK-NODE-COUNT)
                MOVE M-ITEM-FATHER TO WK-N-FATHER(WK-NODE-COUNT)
                MOVE M-NAME        TO WK-N-NAME(WK-NODE-COUNT)
                MOVE "N"           TO WK-N-SUB(WK-NODE-COUNT)
                IF M-ACTION-TARGET = SPACES
                   MOVE "Y"        TO WK-N-SUB(WK-NODE-COUNT)
                END-IF
                MOVE SPACES        TO WK-N-LINK(WK-NODE-COUNT)
                IF M-IS-LINK
                   MOVE M-PARM-STRING(1:5) TO WK-N-LINK(WK-NODE-COUNT)
                END-IF
             ELSE
                MOVE SPACES TO REG-TXT
                STRING "TABLE CAPACITY (" WK-TABLE-MAX
030-CHECA-REFERENCIAS-QUEBRADAS.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       MOVE ZEROS TO WK-N-PARENT(WK-IDX)
       IF WK-N-FATHER(WK-IDX) NOT = SPACES
          PERFORM 060-FIND-NODE-BY-NAME
          MOVE WK-FOUND-IDX TO WK-N-PARENT(WK-IDX)
          IF WK-FOUND-IDX = ZEROS
             ADD 1 TO WK-BROKEN
             MOVE SPACES TO REG-TXT
040-EXIT-CHECA-CICLOS.
    EXIT.
*>----------------------------------------------------------------------
*> Link items. The target M-ID must exist and be a plain submenu (no
*> action target - so not a leaf and not another link). Then, for each
*> good link, everything makemenu would show under the target is
*> marked - children by their father, and through any link met on the
*> way, that link's own target - until nothing changes. A link that
*> ends up marked sits inside its own target: opening it would nest
*> the same menus forever.
050-CHECA-LINKS.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       MOVE ZEROS TO WK-N-TGT(WK-IDX)
       IF WK-N-LINK(WK-IDX) NOT = SPACES
          IF WK-N-LINK(WK-IDX) IS NUMERIC
             PERFORM VARYING WK-IDX2 FROM 1 BY 1
                     UNTIL WK-IDX2 > WK-NODE-COUNT
                IF WK-N-ID(WK-IDX2) = WK-N-LINK(WK-IDX)
                   AND WK-N-SUB(WK-IDX2) = "Y"
                   MOVE WK-IDX2 TO WK-N-TGT(WK-IDX)
                END-IF
             END-PERFORM
          END-IF
          IF WK-N-TGT(WK-IDX) = ZEROS
             ADD 1 TO WK-BROKEN
             MOVE SPACES TO REG-TXT
             STRING "BROKEN LINK - M-ID: " WK-N-ID(WK-IDX)
                    "  MODULE: " WK-N-MODULE(WK-IDX)
                    "  NAME: " WK-N-NAME(WK-IDX)
                    "  TARGET NOT A SUBMENU: " WK-N-LINK(WK-IDX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
             MOVE "L" TO WK-RW-OP
             MOVE REG-TXT TO WK-RW-LINE
             CALL "rptwriter" USING WK-RW-PARM END-CALL
          END-IF
       END-IF
    END-PERFORM

    PERFORM VARYING WK-LNK-IDX FROM 1 BY 1 UNTIL WK-LNK-IDX > WK-NODE-COUNT
       IF WK-N-TGT(WK-LNK-IDX) > ZEROS
          PERFORM 055-MARCA-ALVO
          IF WK-N-MARK(WK-LNK-IDX) = "Y"
             ADD 1 TO WK-CYCLES
             MOVE SPACES TO REG-TXT
             STRING "LINK CYCLE - M-ID: " WK-N-ID(WK-LNK-IDX)
                    "  MODULE: " WK-N-MODULE(WK-LNK-IDX)
                    "  NAME: " WK-N-NAME(WK-LNK-IDX)
                    "  IS INSIDE ITS TARGET: " WK-N-LINK(WK-LNK-IDX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
             MOVE "L" TO WK-RW-OP
             MOVE REG-TXT TO WK-RW-LINE
             CALL "rptwriter" USING WK-RW-PARM END-CALL
          END-IF
       END-IF
    END-PERFORM.

050-EXIT-CHECA-LINKS.
    EXIT.
*>----------------------------------------------------------------------
*> Marks the target of link WK-LNK-IDX and everything shown under it.
055-MARCA-ALVO.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       MOVE "N" TO WK-N-MARK(WK-IDX)
    END-PERFORM
    MOVE "Y" TO WK-N-MARK(WK-N-TGT(WK-LNK-IDX))
    MOVE "Y" TO WK-LNK-CHANGED
    PERFORM UNTIL WK-LNK-CHANGED = "N"
       MOVE "N" TO WK-LNK-CHANGED
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
          IF WK-N-MARK(WK-IDX) = "N"
             AND WK-N-PARENT(WK-IDX) > ZEROS
             IF WK-N-MARK(WK-N-PARENT(WK-IDX)) = "Y"
                MOVE "Y" TO WK-N-MARK(WK-IDX)
                MOVE "Y" TO WK-LNK-CHANGED
             END-IF
          END-IF
          IF WK-N-MARK(WK-IDX) = "Y"
             AND WK-N-TGT(WK-IDX) > ZEROS
             IF WK-N-MARK(WK-N-TGT(WK-IDX)) = "N"
                MOVE "Y" TO WK-N-MARK(WK-N-TGT(WK-IDX))
                MOVE "Y" TO WK-LNK-CHANGED
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.

055-EXIT-MARCA-ALVO.
    EXIT.
*>----------------------------------------------------------------------
*> Find a node with M-MODULE(WK-IDX)/M-NAME = WK-N-FATHER(WK-IDX) -
*> returns the index found in WK-FOUND-IDX, or zero when not found.
060-FIND-NODE-BY-NAME.
