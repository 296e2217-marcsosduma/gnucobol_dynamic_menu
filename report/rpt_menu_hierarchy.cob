*>         item, type, action) - something to hand a new operator or an
*>         auditor instead of making them click through makemenu/menu
*>         level by level to see the shape of the tree.
*>         A link item ("*LINK*") is printed with the submenu it points
*>         at, and that submenu's items are printed under it, each one
*>         marked "@" - shown through the link, stored elsewhere.
*>
*> Read...: dinamic_menu.dat
*>
    05  WK-N-DISPLAY              PIC X(20).
    05  WK-N-ACTION                PIC 9(15).
    05  WK-N-ACTION-TARGET        PIC X(15).
    05  WK-N-LINK                 PIC X(05).
    05  WK-N-TGT                  PIC 9(04).

*> Distinct M-MODULE list, collected in the order the key-sequenced
*> read already groups them in -------------------------------------
01  WK-STACK-TOP                  PIC 9(04) VALUE ZEROS.
01  WK-STACK-IDX  OCCURS 2000 TIMES PIC 9(04).
01  WK-STACK-DEPTH OCCURS 2000 TIMES PIC 9(02).
01  WK-STACK-LINKED OCCURS 2000 TIMES PIC X(01).
*> "Y" while the node being printed (or its children) came through a
*> link; linked content stops expanding at WK-LINK-MAX-DEPTH, the same
*> ten levels makemenu can open, so a link cycle cannot run away -----
01  WK-LINKED                     PIC X(01) VALUE "N".
01  WK-CHILD-LINKED               PIC X(01) VALUE "N".
01  WK-LINK-MAX-DEPTH             PIC 9(02) VALUE 10.
01  WK-MARK                       PIC X(01) VALUE SPACES.

*> Small scratch table holding one node's children while they are
*> sorted into M-ORDER sequence before being pushed onto the stack --

    PERFORM 020-CARREGA-ARVORE

    PERFORM 025-RESOLVE-LINKS

    PERFORM 030-IMPRIME-ARVORE

    PERFORM 900-FINALIZA.
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/menu_hierarchy.txt" TO WK-RW-FILENAME
    MOVE "MENU HIERARCHY REPORT" TO WK-RW-TITLE
    MOVE "MODULE / NODE TREE (INDENTED BY LEVEL, @ = SHOWN THROUGH A LINK)" TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, loading the tree..." TO WK-MSG
                MOVE M-DISPLAY-TEXT   TO WK-N-DISPLAY(WK-NODE-COUNT)
                MOVE M-ACTION         TO WK-N-ACTION(WK-NODE-COUNT)
                MOVE M-ACTION-TARGET  TO WK-N-ACTION-TARGET(WK-NODE-COUNT)
                MOVE SPACES           TO WK-N-LINK(WK-NODE-COUNT)
                IF M-IS-LINK
                   MOVE M-PARM-STRING(1:5) TO WK-N-LINK(WK-NODE-COUNT)
                END-IF
             ELSE
                MOVE SPACES TO REG-TXT
                STRING "TABLE CAPACITY (" WK-TABLE-MAX
020-EXIT-CARREGA-ARVORE.
    EXIT.
*>----------------------------------------------------------------------
*> Points each link item at the table entry of its target - only a
*> plain submenu (no action target) counts; anything else is left at
*> zero and printed as a broken link.
025-RESOLVE-LINKS.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       MOVE ZEROS TO WK-N-TGT(WK-IDX)
       IF WK-N-LINK(WK-IDX) NOT = SPACES
          AND WK-N-LINK(WK-IDX) IS NUMERIC
          PERFORM VARYING WK-IDX2 FROM 1 BY 1
                  UNTIL WK-IDX2 > WK-NODE-COUNT
             IF WK-N-ID(WK-IDX2) = WK-N-LINK(WK-IDX)
                AND WK-N-ACTION-TARGET(WK-IDX2) = SPACES
                MOVE WK-IDX2 TO WK-N-TGT(WK-IDX)
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

025-EXIT-RESOLVE-LINKS.
    EXIT.
*>----------------------------------------------------------------------
*> Prints one indented outline per module. For each module, root nodes
*> (father = SPACES) are pushed onto the stack in M-ORDER sequence and
*> then walked depth-first, pushing each popped node's own children
    CALL "rptwriter" USING WK-RW-PARM END-CALL

       MOVE ZEROS TO WK-STACK-TOP
       MOVE "N" TO WK-CHILD-LINKED
       PERFORM 050-COLETA-FILHOS-RAIZ
       PERFORM 060-EMPILHA-FILHOS-ORDENADOS

       PERFORM UNTIL WK-STACK-TOP = ZEROS
          MOVE WK-STACK-IDX(WK-STACK-TOP) TO WK-IDX
          MOVE WK-STACK-DEPTH(WK-STACK-TOP) TO WK-DEPTH
          MOVE WK-STACK-LINKED(WK-STACK-TOP) TO WK-LINKED
          SUBTRACT 1 FROM WK-STACK-TOP
          PERFORM 040-IMPRIME-NO
          PERFORM 050-COLETA-FILHOS THRU 050-EXIT-COLETA-FILHOS
          PERFORM 060-EMPILHA-FILHOS-ORDENADOS
       END-PERFORM

    DISPLAY SS-FILLER02-1

    MOVE SPACES TO WK-INDENT
    MOVE SPACES TO WK-MARK
    IF WK-LINKED = "Y"
       MOVE "@" TO WK-MARK
    END-IF

    MOVE SPACES TO REG-TXT
    EVALUATE TRUE
       WHEN WK-N-LINK(WK-IDX) = SPACES
          STRING WK-INDENT(1:WK-DEPTH * 2) DELIMITED BY SIZE
                 WK-MARK WK-N-NAME(WK-IDX) DELIMITED BY SIZE
                 "  TYPE: " WK-N-TYPE(WK-IDX)
                 "  DISPLAY: " WK-N-DISPLAY(WK-IDX)
                 "  ACTION: " WK-N-ACTION(WK-IDX)
                 "  TARGET: " WK-N-ACTION-TARGET(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
       WHEN WK-N-TGT(WK-IDX) = ZEROS
          STRING WK-INDENT(1:WK-DEPTH * 2) DELIMITED BY SIZE
                 WK-MARK WK-N-NAME(WK-IDX) DELIMITED BY SIZE
                 "  DISPLAY: " WK-N-DISPLAY(WK-IDX)
                 "  LINK TO: " WK-N-LINK(WK-IDX)
                 " - BROKEN, NOT A SUBMENU"
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
       WHEN OTHER
          STRING WK-INDENT(1:WK-DEPTH * 2) DELIMITED BY SIZE
                 WK-MARK WK-N-NAME(WK-IDX) DELIMITED BY SIZE
                 "  DISPLAY: " WK-N-DISPLAY(WK-IDX)
                 "  LINK TO: " WK-N-LINK(WK-IDX) " "
                 FUNCTION TRIM(WK-N-MODULE(WK-N-TGT(WK-IDX)))
                 DELIMITED BY SIZE
                 "/" WK-N-NAME(WK-N-TGT(WK-IDX))
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
    END-EVALUATE
    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.
050-COLETA-FILHOS.

    MOVE ZEROS TO WK-CHILD-COUNT
    MOVE WK-LINKED TO WK-CHILD-LINKED
    IF WK-N-LINK(WK-IDX) NOT = SPACES
       PERFORM 055-COLETA-FILHOS-LINK THRU 055-EXIT-COLETA-FILHOS-LINK
       GO 050-EXIT-COLETA-FILHOS
    END-IF
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
       IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-IDX)
          AND WK-N-FATHER(WK-IDX2) = WK-N-NAME(WK-IDX)
050-EXIT-COLETA-FILHOS.
    EXIT.
*>----------------------------------------------------------------------
*> The children of a link item are its target's children, wherever the
*> target lives, and everything below them is marked as linked. Past
*> WK-LINK-MAX-DEPTH the link is left unexpanded, with a note.
055-COLETA-FILHOS-LINK.

    ADD 1 TO WK-DEPTH
    IF WK-N-TGT(WK-IDX) = ZEROS
       GO 055-EXIT-COLETA-FILHOS-LINK
    END-IF
    IF WK-DEPTH > WK-LINK-MAX-DEPTH
       MOVE SPACES TO REG-TXT
       STRING WK-INDENT(1:WK-DEPTH * 2) DELIMITED BY SIZE
              "@(NOT EXPANDED - LINKS NEST PAST "
              WK-LINK-MAX-DEPTH " LEVELS, SEE THE INTEGRITY REPORT)"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       MOVE "L" TO WK-RW-OP
       MOVE REG-TXT TO WK-RW-LINE
       CALL "rptwriter" USING WK-RW-PARM END-CALL
       GO 055-EXIT-COLETA-FILHOS-LINK
    END-IF
    MOVE "Y" TO WK-CHILD-LINKED
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
       IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-N-TGT(WK-IDX))
          AND WK-N-FATHER(WK-IDX2) = WK-N-NAME(WK-N-TGT(WK-IDX))
          IF WK-CHILD-COUNT < WK-MAX-CHILDREN
             ADD 1 TO WK-CHILD-COUNT
             MOVE WK-IDX2 TO WK-CHILD-IDX(WK-CHILD-COUNT)
          END-IF
       END-IF
    END-PERFORM.

055-EXIT-COLETA-FILHOS-LINK.
    EXIT.
*>----------------------------------------------------------------------
*> Sorts WK-CHILD-IDX into M-ORDER sequence (a small bubble sort - the
*> sibling count at any one level is never large) and pushes the
*> entries in descending order, so the stack pops them back out in
          ADD 1 TO WK-STACK-TOP
          MOVE WK-CHILD-IDX(WK-IDX) TO WK-STACK-IDX(WK-STACK-TOP)
          MOVE WK-DEPTH             TO WK-STACK-DEPTH(WK-STACK-TOP)
          MOVE WK-CHILD-LINKED      TO WK-STACK-LINKED(WK-STACK-TOP)
       END-IF
    END-PERFORM.

