       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    check_launch_targets.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Launch-target check before the morning open. Walks every
*>           leaf item of DINAMIC_MENU.DAT (an item no other item of
*>           its module names as father) and looks for its
*>           M-ACTION-TARGET module in each directory of the runtime
*>           library path (COB_LIBRARY_PATH) - a target that was never
*>           installed, or is misspelled, shows up here instead of in
*>           a user's failed launch. Each target is also matched
*>           against OBJ-TARGET in the application inventory
*>           (OBJETOS_PPA): items whose program has no inventory row,
*>           and inventory rows no menu item launches, are listed.
*>           Exit code 8 when any target cannot be loaded, so the
*>           sequencer's pre-open check raises it.
*>
*> Entrada...: dinamic_menu.dat, objetos_ppa.dat, COB_LIBRARY_PATH
*>
*> Saida.....: launch_target_check.txt, the verdict on screen
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  LAUNCH CHECK   10/15/26  DUMA      Primeira versao.
*>  LINKED MENUS   10/15/26  DUMA      Itens de link ("*LINK*") nao
*>                                     sao procurados como programa.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER.
             GNUCOBOL
             CLASSIFICATION brazil.
SPECIAL-NAMES.
               LOCALE brazil "pt_BR.UTF-8".
               DECIMAL-POINT IS COMMA.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/menu_se.cpy".
COPY "../cpy/objetos_ppa_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/menu_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-MNU                        PIC  9(002).
    88  FSM-OK                                VALUE ZEROS.
77  ST-OBJ                        PIC  9(002).
    88  OBJ-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-LEAVES                     PIC  9(006) VALUE ZEROS.
01  WK-NO-TARGET                  PIC  9(006) VALUE ZEROS.
01  WK-MISSING                    PIC  9(006) VALUE ZEROS.
01  WK-NO-INVENT                  PIC  9(006) VALUE ZEROS.
01  WK-UNUSED                     PIC  9(006) VALUE ZEROS.

*> The whole menu tree in memory - a leaf is only known once every
*> node has been read.
01  WK-TABLE-MAX                  PIC 9(04) VALUE 2000.
01  WK-NODE-COUNT                 PIC 9(04) VALUE ZEROS.
01  WK-NODE OCCURS 2000 TIMES.
    05  WK-N-ID                   PIC 9(05).
    05  WK-N-MODULE               PIC X(15).
    05  WK-N-FATHER               PIC X(15).
    05  WK-N-NAME                 PIC X(15).
    05  WK-N-TARGET               PIC X(15).

*> Application inventory rows that name a program.
01  WK-INV-MAX                    PIC 9(04) VALUE 1000.
01  WK-INV-COUNT                  PIC 9(04) VALUE ZEROS.
01  WK-INV OCCURS 1000 TIMES.
    05  WK-I-CODIGO               PIC 9(04).
    05  WK-I-NOME                 PIC X(40).
    05  WK-I-TARGET               PIC X(15).
    05  WK-I-USADO                PIC X(01).

*> Directories of the runtime library path, in search order.
01  WK-LIB-PATH                   PIC X(500) VALUE SPACES.
01  WK-LIB-PTR                    PIC 9(04) VALUE 1.
01  WK-LIB-COUNT                  PIC 9(02) VALUE ZEROS.
01  WK-LIB-DIR OCCURS 20 TIMES    PIC X(120).
01  WK-LIB-ONE                    PIC X(120) VALUE SPACES.
01  WK-MOD-EXT OCCURS 2 TIMES     PIC X(06).

01  WK-IDX                        PIC 9(04).
01  WK-IDX2                       PIC 9(04).
01  WK-LIB-IDX                    PIC 9(02).
01  WK-EXT-IDX                    PIC 9(02).
01  WK-FOUND-IDX                  PIC 9(04).
01  WK-IS-LEAF                    PIC X(01).
01  WK-LOADABLE                   PIC X(01).
01  WK-MODULE-FILE                PIC X(200) VALUE SPACES.
01  WK-FILE-INFO.
    05  WK-FILE-SIZE              PIC 9(18) COMP.
    05  FILLER                    PIC X(16).

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 020-CARREGA-ARVORE THRU 020-EXIT-CARREGA-ARVORE
    PERFORM 025-CARREGA-INVENTARIO THRU 025-EXIT-CARREGA-INVENTARIO

    PERFORM 030-CHECA-FOLHAS THRU 030-EXIT-CHECA-FOLHAS
    PERFORM 040-INVENTARIO-SEM-USO THRU 040-EXIT-INVENTARIO-SEM-USO

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    MOVE ZEROS TO WK-NODE-COUNT WK-INV-COUNT WK-LEAVES WK-NO-TARGET
                  WK-MISSING WK-NO-INVENT WK-UNUSED
    MOVE "F" TO FLG-EOF
    MOVE ".so" TO WK-MOD-EXT(1)
    MOVE ".dll" TO WK-MOD-EXT(2)

    *> the same search list the runtime uses for a dynamic CALL;
    *> unset means the current directory
    MOVE SPACES TO WK-LIB-PATH
    ACCEPT WK-LIB-PATH FROM ENVIRONMENT "COB_LIBRARY_PATH"
    IF WK-LIB-PATH = SPACES
       MOVE "." TO WK-LIB-PATH
    END-IF
    MOVE 1 TO WK-LIB-PTR
    MOVE ZEROS TO WK-LIB-COUNT
    PERFORM UNTIL WK-LIB-PTR > 500 OR WK-LIB-COUNT >= 20
       MOVE SPACES TO WK-LIB-ONE
       UNSTRING WK-LIB-PATH DELIMITED BY ":" OR ";"
           INTO WK-LIB-ONE
           WITH POINTER WK-LIB-PTR
       END-UNSTRING
       IF WK-LIB-ONE NOT = SPACES
          ADD 1 TO WK-LIB-COUNT
          MOVE WK-LIB-ONE TO WK-LIB-DIR(WK-LIB-COUNT)
       END-IF
    END-PERFORM

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/launch_target_check.txt" TO WK-RW-FILENAME
    MOVE "LAUNCH TARGET CHECK" TO WK-RW-TITLE
    MOVE "MENU LEAF TARGETS VS RUNTIME LIBRARY PATH AND APPLICATION INVENTORY"
      TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "LIBRARY PATH: " FUNCTION TRIM(WK-LIB-PATH)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-CARREGA-ARVORE.

    OPEN INPUT FD-MENU
    IF NOT FSM-OK
       MOVE "DINAMIC_MENU.DAT NOT READABLE - NOTHING CHECKED" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       MOVE 1 TO WK-MISSING
       GO 020-EXIT-CARREGA-ARVORE
    END-IF
    MOVE LOW-VALUES TO KEY2-MENU
    START FD-MENU
        KEY IS >= KEY2-MENU
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-MENU NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-NODE-COUNT < WK-TABLE-MAX
                ADD 1 TO WK-NODE-COUNT
                MOVE M-ID            TO WK-N-ID(WK-NODE-COUNT)
                MOVE M-MODULE        TO WK-N-MODULE(WK-NODE-COUNT)
                MOVE M-ITEM-FATHER   TO WK-N-FATHER(WK-NODE-COUNT)
                MOVE M-NAME          TO WK-N-NAME(WK-NODE-COUNT)
                MOVE M-ACTION-TARGET TO WK-N-TARGET(WK-NODE-COUNT)
             ELSE
                MOVE SPACES TO REG-TXT
                STRING "TABLE CAPACITY (" WK-TABLE-MAX
                       ") EXCEEDED - REMAINING ITEMS NOT CHECKED"
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 080-GRAVA-LINHA
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MENU
    MOVE "F" TO FLG-EOF.

020-EXIT-CARREGA-ARVORE.
    EXIT.
*>----------------------------------------------------------------------
*> INVENTORY ROWS WITH A BLANK OBJ-TARGET ARE PLAN OBJECTS, NOT
*> PROGRAMS, AND TAKE NO PART IN THE CHECK.
025-CARREGA-INVENTARIO.

    OPEN INPUT FD-OBJ
    IF NOT OBJ-FS-OK
       MOVE "OBJETOS_PPA.DAT NOT READABLE - INVENTORY NOT CROSS-CHECKED"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 025-EXIT-CARREGA-INVENTARIO
    END-IF
    INITIALIZE REC-OBJ
    MOVE ZEROS TO OBJ-CODIGO
    START FD-OBJ
        KEY IS >= KEY1-OBJ
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-OBJ NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF OBJ-TARGET NOT = SPACES
                AND WK-INV-COUNT < WK-INV-MAX
                ADD 1 TO WK-INV-COUNT
                MOVE OBJ-CODIGO     TO WK-I-CODIGO(WK-INV-COUNT)
                MOVE OBJ-NOME(1:40) TO WK-I-NOME(WK-INV-COUNT)
                MOVE OBJ-TARGET     TO WK-I-TARGET(WK-INV-COUNT)
                MOVE "N"            TO WK-I-USADO(WK-INV-COUNT)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-OBJ
    MOVE "F" TO FLG-EOF.

025-EXIT-CARREGA-INVENTARIO.
    EXIT.
*>----------------------------------------------------------------------
*> A LEAF IS A NODE NO OTHER NODE OF THE SAME MODULE NAMES AS ITS
*> FATHER. A LEAF WITH NO TARGET IS DISPLAY-ONLY IN makemenu AND IS
*> ONLY COUNTED; SO IS A LINK ITEM ("*LINK*"), WHICH OPENS ANOTHER
*> SUBMENU AND LOADS NO PROGRAM.
030-CHECA-FOLHAS.

    MOVE "ITEMS WHOSE TARGET CANNOT BE LOADED / HAS NO INVENTORY ROW"
      TO REG-TXT
    PERFORM 085-TITULO-SECAO
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
       MOVE "Y" TO WK-IS-LEAF
       PERFORM VARYING WK-IDX2 FROM 1 BY 1
               UNTIL WK-IDX2 > WK-NODE-COUNT OR WK-IS-LEAF = "N"
          IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-IDX)
             AND WK-N-FATHER(WK-IDX2) = WK-N-NAME(WK-IDX)
             MOVE "N" TO WK-IS-LEAF
          END-IF
       END-PERFORM
       IF WK-IS-LEAF = "Y"
          ADD 1 TO WK-LEAVES
          IF WK-N-TARGET(WK-IDX) = SPACES
             OR WK-N-TARGET(WK-IDX) = "*LINK*"
             ADD 1 TO WK-NO-TARGET
          ELSE
             PERFORM 032-CHECA-ALVO THRU 032-EXIT-CHECA-ALVO
          END-IF
       END-IF
    END-PERFORM.

030-EXIT-CHECA-FOLHAS.
    EXIT.
*>----------------------------------------------------------------------
032-CHECA-ALVO.

    *> loadable: the module file sits in some library directory
    MOVE "N" TO WK-LOADABLE
    PERFORM VARYING WK-LIB-IDX FROM 1 BY 1
            UNTIL WK-LIB-IDX > WK-LIB-COUNT OR WK-LOADABLE = "Y"
       PERFORM VARYING WK-EXT-IDX FROM 1 BY 1
               UNTIL WK-EXT-IDX > 2 OR WK-LOADABLE = "Y"
          MOVE SPACES TO WK-MODULE-FILE
          STRING FUNCTION TRIM(WK-LIB-DIR(WK-LIB-IDX)) "/"
                 FUNCTION TRIM(WK-N-TARGET(WK-IDX))
                 FUNCTION TRIM(WK-MOD-EXT(WK-EXT-IDX))
              DELIMITED BY SIZE INTO WK-MODULE-FILE
          END-STRING
          CALL 'CBL_CHECK_FILE_EXIST' USING WK-MODULE-FILE WK-FILE-INFO
          END-CALL
          IF RETURN-CODE = 0
             MOVE "Y" TO WK-LOADABLE
          END-IF
       END-PERFORM
    END-PERFORM
    MOVE 0 TO RETURN-CODE
    IF WK-LOADABLE = "N"
       ADD 1 TO WK-MISSING
       MOVE SPACES TO REG-TXT
       STRING "NOT LOADABLE     M-ID: " WK-N-ID(WK-IDX)
              "  MODULE: " WK-N-MODULE(WK-IDX)
              "  ITEM: " WK-N-NAME(WK-IDX)
              "  TARGET: " WK-N-TARGET(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-IF

    *> the inventory side: every row naming this program is in use
    MOVE ZEROS TO WK-FOUND-IDX
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-INV-COUNT
       IF WK-I-TARGET(WK-IDX2) = WK-N-TARGET(WK-IDX)
          MOVE "S" TO WK-I-USADO(WK-IDX2)
          MOVE WK-IDX2 TO WK-FOUND-IDX
       END-IF
    END-PERFORM
    IF WK-FOUND-IDX = ZEROS
       ADD 1 TO WK-NO-INVENT
       MOVE SPACES TO REG-TXT
       STRING "NO INVENTORY ROW M-ID: " WK-N-ID(WK-IDX)
              "  MODULE: " WK-N-MODULE(WK-IDX)
              "  ITEM: " WK-N-NAME(WK-IDX)
              "  TARGET: " WK-N-TARGET(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-IF.

032-EXIT-CHECA-ALVO.
    EXIT.
*>----------------------------------------------------------------------
040-INVENTARIO-SEM-USO.

    MOVE "INVENTORY ROWS NO MENU ITEM LAUNCHES" TO REG-TXT
    PERFORM 085-TITULO-SECAO
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-INV-COUNT
       IF WK-I-USADO(WK-IDX) = "N"
          ADD 1 TO WK-UNUSED
          MOVE SPACES TO REG-TXT
          STRING "UNUSED  OBJ: " WK-I-CODIGO(WK-IDX)
                 "  TARGET: " WK-I-TARGET(WK-IDX)
                 "  " WK-I-NOME(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 080-GRAVA-LINHA
       END-IF
    END-PERFORM.

040-EXIT-INVENTARIO-SEM-USO.
    EXIT.
*>----------------------------------------------------------------------
080-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

080-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
085-TITULO-SECAO.

    MOVE "L" TO WK-RW-OP
    MOVE SPACES TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    PERFORM 080-GRAVA-LINHA
    MOVE ALL "-" TO REG-TXT(1:60)
    PERFORM 080-GRAVA-LINHA.

085-EXIT-TITULO-SECAO.
    EXIT.
*>----------------------------------------------------------------------
090-FINALIZA.

    MOVE SPACES TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    STRING "LEAF ITEMS: " WK-LEAVES
           "  NO TARGET (DISPLAY ONLY): " WK-NO-TARGET
           "  NOT LOADABLE: " WK-MISSING
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    STRING "ITEMS WITHOUT INVENTORY ROW: " WK-NO-INVENT
           "  INVENTORY ROWS UNUSED: " WK-UNUSED
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY "LAUNCH TARGETS - LEAVES: " WK-LEAVES
            "  NOT LOADABLE: " WK-MISSING
            "  NO INVENTORY: " WK-NO-INVENT
            "  UNUSED INVENTORY: " WK-UNUSED
    IF WK-MISSING > 0
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
