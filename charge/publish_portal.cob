       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    publish_portal.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Static intranet portal of the menu tree - generates a set
*>           of plain HTML pages new staff and the service desk can
*>           browse without signing on: an index of the modules, one
*>           page per module with its indented hierarchy, and one page
*>           per item with its labels (MENU_LANG), its F1 help text
*>           (HELP), availability window, target program and
*>           parameters, the owner and support contact of that program
*>           in the application inventory (OBJETOS_PPA) and the
*>           profiles that grant it - directly or through a parent
*>           profile, with deny and inquiry-only grants marked.
*>           Every page is rewritten on each run, so the nightly job
*>           plan runs this step and then copies the whole directory
*>           to the intranet server.
*>
*> Entrada...: dinamic_menu.dat, help.dat, menu_lang.dat,
*>             objetos_ppa.dat, profile.dat, menu_profile.dat
*>
*> Saida.....: PORTAL_DIR (default ../portal): index.html,
*>             mod_<module>.html, item_<m-id>.html
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  INTRANET PORT  10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/help_se.cpy".
COPY "../cpy/menu_lang_se.cpy".
COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/profile_se.cpy".
COPY "../cpy/menu_profile_se.cpy".

*> One page at a time - DD_PORTALOUT is set to the page's path right
*> before each OPEN, the same way rptwriter reaches a per-report file.
     SELECT HTML_OUT ASSIGN TO "PORTALOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-HTM.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/menu_fd.cpy".
COPY "../cpy/help_fd.cpy".
COPY "../cpy/menu_lang_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/profile_fd.cpy".
COPY "../cpy/menu_profile_fd.cpy".

FD  HTML_OUT.
01  REG-HTML                      PIC  X(600).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-MNU                        PIC  9(002).
    88  FSM-OK                                VALUE ZEROS.
77  ST-HLP                        PIC  9(002).
    88  HLP-FS-OK                             VALUE ZEROS.
77  ST-MLG                        PIC  9(002).
    88  MLG-FS-OK                             VALUE ZEROS.
77  ST-OBJ                        PIC  9(002).
    88  OBJ-FS-OK                             VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
77  ST-PFM                        PIC  9(002).
    88  PFM-FS-OK                             VALUE ZEROS.
77  ST-HTM                        PIC  X(002) VALUE ZEROS.

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
*> Side files that could not be opened leave their part of the item
*> page out instead of stopping the run.
01  WK-HLP-OPEN                   PIC  X(001) VALUE "N".
01  WK-MLG-OPEN                   PIC  X(001) VALUE "N".
01  WK-PFM-OPEN                   PIC  X(001) VALUE "N".

01  WK-PORTAL-DIR                 PIC  X(120) VALUE SPACES.
01  WK-PAGE-PATH                  PIC  X(200) VALUE SPACES.
01  WK-PAGE-FILE                  PIC  X(040) VALUE SPACES.
01  WK-PAGE-TITLE                 PIC  X(080) VALUE SPACES.
01  WK-PAGE-OPEN                  PIC  X(001) VALUE "N".
01  WK-RUN-DATE                   PIC  9(008) VALUE ZEROS.
01  WK-RUN-TIME                   PIC  9(008) VALUE ZEROS.
01  WK-STAMP                      PIC  X(016) VALUE SPACES.
01  WK-PAGES                      PIC  9(006) VALUE ZEROS.
01  WK-PAGE-ERRORS                PIC  9(006) VALUE ZEROS.

*> The whole menu tree in memory, as rpt_menu_hierarchy keeps it, plus
*> what the item pages show.
01  WK-TABLE-MAX                  PIC 9(04) VALUE 2000.
01  WK-NODE-COUNT                 PIC 9(04) VALUE ZEROS.
01  WK-NODE OCCURS 2000 TIMES.
    05  WK-N-ID                   PIC 9(05).
    05  WK-N-MODULE               PIC X(15).
    05  WK-N-FATHER               PIC X(15).
    05  WK-N-ORDER                PIC 9(03).
    05  WK-N-TYPE                 PIC X(01).
    05  WK-N-NAME                 PIC X(15).
    05  WK-N-DISPLAY              PIC X(20).
    05  WK-N-TARGET               PIC X(15).
    05  WK-N-PARM                 PIC X(20).
    05  WK-N-AVAIL-DAYS           PIC X(07).
    05  WK-N-AVAIL-FROM           PIC 9(04).
    05  WK-N-AVAIL-TO             PIC 9(04).
    05  WK-N-DEPTH                PIC 9(02).

01  WK-MAX-MODULES                PIC 9(03) VALUE 50.
01  WK-MODULE-COUNT               PIC 9(03) VALUE ZEROS.
01  WK-MODULE-LIST OCCURS 50 TIMES.
    05  WK-ML-NAME                PIC X(15).
    05  WK-ML-ITEMS               PIC 9(04).
01  WK-LAST-MODULE                PIC X(15) VALUE SPACES.
01  WK-MOD-IDX                    PIC 9(03).

*> Application inventory rows that name a program.
01  WK-INV-MAX                    PIC 9(04) VALUE 1000.
01  WK-INV-COUNT                  PIC 9(04) VALUE ZEROS.
01  WK-INV OCCURS 1000 TIMES.
    05  WK-I-CODIGO               PIC 9(04).
    05  WK-I-NOME                 PIC X(60).
    05  WK-I-OWNER                PIC X(20).
    05  WK-I-SUPPORT              PIC X(30).
    05  WK-I-TARGET               PIC X(15).

*> Every profile, with the grant it holds on the item being written.
01  WK-PRF-MAX                    PIC 9(04) VALUE 1000.
01  WK-PRF-COUNT                  PIC 9(04) VALUE ZEROS.
01  WK-PRF OCCURS 1000 TIMES.
    05  WK-P-ID                   PIC 9(04).
    05  WK-P-NAME                 PIC X(20).
    05  WK-P-PARENT               PIC 9(04).
    05  WK-P-GRANT                PIC X(01).
    05  WK-P-LEVEL                PIC X(01).

01  WK-IDX                        PIC 9(04).
01  WK-IDX2                       PIC 9(04).
01  WK-ITEM-IDX                   PIC 9(04).
01  WK-PRF-IDX                    PIC 9(04).
01  WK-ANC-IDX                    PIC 9(04).
01  WK-ANC-ID                     PIC 9(04).
01  WK-HOPS                       PIC 9(02).
01  WK-FOUND-IDX                  PIC 9(04).
01  WK-LISTED                     PIC 9(04).
01  WK-HLP-LINE                   PIC 9(01).
01  WK-HLP-FOUND                  PIC X(01).
01  WK-DAY-IDX                    PIC 9(01).
01  WK-DEPTH                      PIC 9(02).
01  WK-MARGIN                     PIC Z9.
01  WK-COUNT-ED                   PIC ZZZ9.
01  WK-HHMM                       PIC 9(04).
01  WK-TIME-ED                    PIC X(05).
01  WK-DAY-NAMES                  PIC X(21) VALUE
    "MONTUEWEDTHUFRISATSUN".
01  WK-SOURCE                     PIC X(060).

*> Explicit stack for the depth-first walk, as in rpt_menu_hierarchy.
01  WK-STACK-MAX                  PIC 9(04) VALUE 2000.
01  WK-STACK-TOP                  PIC 9(04) VALUE ZEROS.
01  WK-STACK-IDX  OCCURS 2000 TIMES PIC 9(04).
01  WK-STACK-DEPTH OCCURS 2000 TIMES PIC 9(02).
01  WK-MAX-CHILDREN               PIC 9(03) VALUE 200.
01  WK-CHILD-COUNT                PIC 9(03) VALUE ZEROS.
01  WK-CHILD-IDX   OCCURS 200 TIMES PIC 9(04).
01  WK-SWAP                       PIC 9(04).
01  WK-SORT-IDX                   PIC 9(04).

*> Module name made safe for a file name.
01  WK-MOD-NAME                   PIC X(15).
01  WK-MOD-KEY                    PIC X(15).
01  WK-MOD-LEN                    PIC 9(02).

*> HTML line being built and the escaping work area.
01  WK-HTML                       PIC X(600) VALUE SPACES.
01  WK-HTML-PTR                   PIC 9(04) VALUE 1.
01  WK-ESC-IN                     PIC X(100) VALUE SPACES.
01  WK-ESC-OUT                    PIC X(600) VALUE SPACES.
01  WK-ESC-LEN                    PIC 9(04).
01  WK-ESC-POS                    PIC 9(04).
01  WK-ESC-OPOS                   PIC 9(04).

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 020-CARREGA-ARVORE THRU 020-EXIT-CARREGA-ARVORE
    IF WK-NODE-COUNT = ZEROS
       DISPLAY "PORTAL - NO MENU ITEMS READ, NOTHING PUBLISHED"
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM 025-CARREGA-INVENTARIO THRU 025-EXIT-CARREGA-INVENTARIO
    PERFORM 027-CARREGA-PERFIS THRU 027-EXIT-CARREGA-PERFIS

    PERFORM 030-GERA-INDICE THRU 030-EXIT-GERA-INDICE
    PERFORM 040-GERA-MODULOS THRU 040-EXIT-GERA-MODULOS
    PERFORM 050-GERA-ITENS THRU 050-EXIT-GERA-ITENS

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    MOVE ZEROS TO WK-NODE-COUNT WK-MODULE-COUNT WK-INV-COUNT
                  WK-PRF-COUNT WK-PAGES WK-PAGE-ERRORS
    MOVE "F" TO FLG-EOF

    MOVE SPACES TO WK-PORTAL-DIR
    ACCEPT WK-PORTAL-DIR FROM ENVIRONMENT "PORTAL_DIR"
    IF WK-PORTAL-DIR = SPACES
       MOVE "../portal" TO WK-PORTAL-DIR
    END-IF
    *> first run on a new server: the directory may not exist yet
    CALL 'CBL_CREATE_DIR' USING WK-PORTAL-DIR END-CALL
    MOVE 0 TO RETURN-CODE

    ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WK-RUN-TIME FROM TIME
    MOVE SPACES TO WK-STAMP
    STRING WK-RUN-DATE(7:2) "/" WK-RUN-DATE(5:2) "/" WK-RUN-DATE(1:4)
           " " WK-RUN-TIME(1:2) ":" WK-RUN-TIME(3:2)
        DELIMITED BY SIZE INTO WK-STAMP
    END-STRING

    OPEN INPUT FD-HLP
    IF HLP-FS-OK
       MOVE "S" TO WK-HLP-OPEN
    END-IF
    OPEN INPUT FD-MLG
    IF MLG-FS-OK
       MOVE "S" TO WK-MLG-OPEN
    END-IF
    OPEN INPUT FD-PFM
    IF PFM-FS-OK
       MOVE "S" TO WK-PFM-OPEN
    END-IF.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> KEY2-MENU BEGINS WITH M-MODULE, SO THE MODULE LIST COMES FROM A
*> BREAK ON M-MODULE AS THE READS RETURN IN KEY ORDER.
020-CARREGA-ARVORE.

    OPEN INPUT FD-MENU
    IF NOT FSM-OK
       DISPLAY "PORTAL - DINAMIC_MENU.DAT NOT READABLE, STATUS " ST-MNU
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
                IF M-MODULE NOT = WK-LAST-MODULE
                   AND WK-MODULE-COUNT < WK-MAX-MODULES
                   ADD 1 TO WK-MODULE-COUNT
                   MOVE M-MODULE TO WK-ML-NAME(WK-MODULE-COUNT)
                   MOVE ZEROS    TO WK-ML-ITEMS(WK-MODULE-COUNT)
                   MOVE M-MODULE TO WK-LAST-MODULE
                END-IF
                ADD 1 TO WK-ML-ITEMS(WK-MODULE-COUNT)
                ADD 1 TO WK-NODE-COUNT
                MOVE M-ID            TO WK-N-ID(WK-NODE-COUNT)
                MOVE M-MODULE        TO WK-N-MODULE(WK-NODE-COUNT)
                MOVE M-ITEM-FATHER   TO WK-N-FATHER(WK-NODE-COUNT)
                MOVE M-ORDER         TO WK-N-ORDER(WK-NODE-COUNT)
                MOVE M-TYPE          TO WK-N-TYPE(WK-NODE-COUNT)
                MOVE M-NAME          TO WK-N-NAME(WK-NODE-COUNT)
                MOVE M-DISPLAY-TEXT  TO WK-N-DISPLAY(WK-NODE-COUNT)
                MOVE M-ACTION-TARGET TO WK-N-TARGET(WK-NODE-COUNT)
                MOVE M-PARM-STRING   TO WK-N-PARM(WK-NODE-COUNT)
                MOVE M-AVAIL-DAYS    TO WK-N-AVAIL-DAYS(WK-NODE-COUNT)
                MOVE ZEROS TO WK-N-AVAIL-FROM(WK-NODE-COUNT)
                              WK-N-AVAIL-TO(WK-NODE-COUNT)
                              WK-N-DEPTH(WK-NODE-COUNT)
                IF M-AVAIL-FROM IS NUMERIC
                   MOVE M-AVAIL-FROM TO WK-N-AVAIL-FROM(WK-NODE-COUNT)
                END-IF
                IF M-AVAIL-TO IS NUMERIC
                   MOVE M-AVAIL-TO TO WK-N-AVAIL-TO(WK-NODE-COUNT)
                END-IF
             ELSE
                DISPLAY "PORTAL - TABLE CAPACITY (" WK-TABLE-MAX
                        ") EXCEEDED, REMAINING ITEMS NOT PUBLISHED"
                MOVE "T" TO FLG-EOF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MENU
    MOVE "F" TO FLG-EOF.

020-EXIT-CARREGA-ARVORE.
    EXIT.
*>----------------------------------------------------------------------
025-CARREGA-INVENTARIO.

    OPEN INPUT FD-OBJ
    IF NOT OBJ-FS-OK
       DISPLAY "PORTAL - OBJETOS_PPA.DAT NOT READABLE, NO CONTACTS SHOWN"
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
                MOVE OBJ-CODIGO  TO WK-I-CODIGO(WK-INV-COUNT)
                MOVE OBJ-NOME    TO WK-I-NOME(WK-INV-COUNT)
                MOVE OBJ-OWNER   TO WK-I-OWNER(WK-INV-COUNT)
                MOVE OBJ-SUPPORT TO WK-I-SUPPORT(WK-INV-COUNT)
                MOVE OBJ-TARGET  TO WK-I-TARGET(WK-INV-COUNT)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-OBJ
    MOVE "F" TO FLG-EOF.

025-EXIT-CARREGA-INVENTARIO.
    EXIT.
*>----------------------------------------------------------------------
027-CARREGA-PERFIS.

    OPEN INPUT FD-PRF
    IF NOT PRF-FS-OK
       DISPLAY "PORTAL - PROFILE.DAT NOT READABLE, NO GRANTS SHOWN"
       GO 027-EXIT-CARREGA-PERFIS
    END-IF
    MOVE ZEROS TO PRF-ID
    START FD-PRF
        KEY IS >= KEY1-PRF
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-PRF NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF WK-PRF-COUNT < WK-PRF-MAX
                ADD 1 TO WK-PRF-COUNT
                MOVE PRF-ID   TO WK-P-ID(WK-PRF-COUNT)
                MOVE PRF-NAME TO WK-P-NAME(WK-PRF-COUNT)
                MOVE ZEROS    TO WK-P-PARENT(WK-PRF-COUNT)
                IF PRF-PARENT-ID IS NUMERIC
                   MOVE PRF-PARENT-ID TO WK-P-PARENT(WK-PRF-COUNT)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-PRF
    MOVE "F" TO FLG-EOF.

027-EXIT-CARREGA-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
030-GERA-INDICE.

    MOVE "index.html" TO WK-PAGE-FILE
    MOVE "MENU PORTAL - MODULES" TO WK-PAGE-TITLE
    PERFORM 070-ABRE-PAGINA THRU 070-EXIT-ABRE-PAGINA
    IF WK-PAGE-OPEN NOT = "S"
       GO 030-EXIT-GERA-INDICE
    END-IF

    MOVE "<p>One page per module with its menu hierarchy; follow an item"
      TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "for its help text, availability, program and support contact.</p>"
      TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "<ul>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM VARYING WK-MOD-IDX FROM 1 BY 1
            UNTIL WK-MOD-IDX > WK-MODULE-COUNT
       MOVE WK-ML-NAME(WK-MOD-IDX) TO WK-MOD-NAME
       PERFORM 074-CHAVE-MODULO
       MOVE WK-ML-ITEMS(WK-MOD-IDX) TO WK-COUNT-ED
       PERFORM 075-INICIA-LINHA
       STRING '<li><a href="mod_' FUNCTION TRIM(WK-MOD-KEY) '.html">'
           DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
       MOVE WK-ML-NAME(WK-MOD-IDX) TO WK-ESC-IN
       PERFORM 076-ANEXA-ESCAPADO
       STRING "</a> - " FUNCTION TRIM(WK-COUNT-ED) " items</li>"
           DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
       PERFORM 078-GRAVA-HTML
    END-PERFORM
    MOVE "</ul>" TO WK-HTML
    PERFORM 078-GRAVA-HTML

    PERFORM 072-FECHA-PAGINA THRU 072-EXIT-FECHA-PAGINA.

030-EXIT-GERA-INDICE.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PAGE PER MODULE. ROOT NODES (FATHER = SPACES) ARE PUSHED IN
*> M-ORDER SEQUENCE AND WALKED DEPTH-FIRST, EACH POPPED NODE PUSHING
*> ITS OWN CHILDREN - THE SAME WALK rpt_menu_hierarchy PRINTS. THE
*> DEPTH REACHED IS KEPT ON THE NODE FOR THE ITEM PAGES.
040-GERA-MODULOS.

    PERFORM VARYING WK-MOD-IDX FROM 1 BY 1
            UNTIL WK-MOD-IDX > WK-MODULE-COUNT
       MOVE WK-ML-NAME(WK-MOD-IDX) TO WK-MOD-NAME
       PERFORM 074-CHAVE-MODULO
       MOVE SPACES TO WK-PAGE-FILE
       STRING "mod_" FUNCTION TRIM(WK-MOD-KEY) ".html"
           DELIMITED BY SIZE INTO WK-PAGE-FILE
       END-STRING
       MOVE SPACES TO WK-PAGE-TITLE
       STRING "MODULE " WK-ML-NAME(WK-MOD-IDX)
           DELIMITED BY SIZE INTO WK-PAGE-TITLE
       END-STRING
       PERFORM 070-ABRE-PAGINA THRU 070-EXIT-ABRE-PAGINA
       IF WK-PAGE-OPEN = "S"
          MOVE '<p><a href="index.html">All modules</a></p>' TO WK-HTML
          PERFORM 078-GRAVA-HTML
          MOVE '<ul style="list-style:none">' TO WK-HTML
          PERFORM 078-GRAVA-HTML

          MOVE ZEROS TO WK-STACK-TOP
          PERFORM 042-COLETA-FILHOS-RAIZ
          PERFORM 046-EMPILHA-FILHOS-ORDENADOS
          PERFORM UNTIL WK-STACK-TOP = ZEROS
             MOVE WK-STACK-IDX(WK-STACK-TOP)   TO WK-ITEM-IDX
             MOVE WK-STACK-DEPTH(WK-STACK-TOP) TO WK-DEPTH
             SUBTRACT 1 FROM WK-STACK-TOP
             MOVE WK-DEPTH TO WK-N-DEPTH(WK-ITEM-IDX)
             PERFORM 048-LINHA-NO
             PERFORM 044-COLETA-FILHOS
             PERFORM 046-EMPILHA-FILHOS-ORDENADOS
          END-PERFORM

          MOVE "</ul>" TO WK-HTML
          PERFORM 078-GRAVA-HTML
          PERFORM 072-FECHA-PAGINA THRU 072-EXIT-FECHA-PAGINA
       END-IF
    END-PERFORM.

040-EXIT-GERA-MODULOS.
    EXIT.
*>----------------------------------------------------------------------
042-COLETA-FILHOS-RAIZ.

    MOVE ZEROS TO WK-CHILD-COUNT
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
       IF WK-N-MODULE(WK-IDX2) = WK-ML-NAME(WK-MOD-IDX)
          AND WK-N-FATHER(WK-IDX2) = SPACES
          AND WK-CHILD-COUNT < WK-MAX-CHILDREN
          ADD 1 TO WK-CHILD-COUNT
          MOVE WK-IDX2 TO WK-CHILD-IDX(WK-CHILD-COUNT)
       END-IF
    END-PERFORM
    MOVE 1 TO WK-DEPTH.

042-EXIT-COLETA-FILHOS-RAIZ.
    EXIT.
*>----------------------------------------------------------------------
044-COLETA-FILHOS.

    MOVE ZEROS TO WK-CHILD-COUNT
    PERFORM VARYING WK-IDX2 FROM 1 BY 1 UNTIL WK-IDX2 > WK-NODE-COUNT
       IF WK-N-MODULE(WK-IDX2) = WK-N-MODULE(WK-ITEM-IDX)
          AND WK-N-FATHER(WK-IDX2) = WK-N-NAME(WK-ITEM-IDX)
          AND WK-CHILD-COUNT < WK-MAX-CHILDREN
          ADD 1 TO WK-CHILD-COUNT
          MOVE WK-IDX2 TO WK-CHILD-IDX(WK-CHILD-COUNT)
       END-IF
    END-PERFORM
    ADD 1 TO WK-DEPTH.

044-EXIT-COLETA-FILHOS.
    EXIT.
*>----------------------------------------------------------------------
*> SIBLINGS INTO M-ORDER SEQUENCE, PUSHED IN DESCENDING ORDER SO THEY
*> POP BACK OUT ASCENDING.
046-EMPILHA-FILHOS-ORDENADOS.

    PERFORM VARYING WK-SORT-IDX FROM 1 BY 1
            UNTIL WK-SORT-IDX >= WK-CHILD-COUNT
       PERFORM VARYING WK-IDX2 FROM 1 BY 1
               UNTIL WK-IDX2 > WK-CHILD-COUNT - WK-SORT-IDX
          IF WK-N-ORDER(WK-CHILD-IDX(WK-IDX2))
                > WK-N-ORDER(WK-CHILD-IDX(WK-IDX2 + 1))
             MOVE WK-CHILD-IDX(WK-IDX2)     TO WK-SWAP
             MOVE WK-CHILD-IDX(WK-IDX2 + 1) TO WK-CHILD-IDX(WK-IDX2)
             MOVE WK-SWAP                   TO WK-CHILD-IDX(WK-IDX2 + 1)
          END-IF
       END-PERFORM
    END-PERFORM

    PERFORM VARYING WK-SORT-IDX FROM WK-CHILD-COUNT BY -1
            UNTIL WK-SORT-IDX < 1
       IF WK-STACK-TOP < WK-STACK-MAX
          ADD 1 TO WK-STACK-TOP
          MOVE WK-CHILD-IDX(WK-SORT-IDX) TO WK-STACK-IDX(WK-STACK-TOP)
          MOVE WK-DEPTH                  TO WK-STACK-DEPTH(WK-STACK-TOP)
       END-IF
    END-PERFORM.

046-EXIT-EMPILHA-FILHOS-ORDENADOS.
    EXIT.
*>----------------------------------------------------------------------
048-LINHA-NO.

    COMPUTE WK-MARGIN = (WK-DEPTH - 1) * 2
    PERFORM 075-INICIA-LINHA
    STRING '<li style="margin-left:' FUNCTION TRIM(WK-MARGIN)
           'em"><a href="item_' WK-N-ID(WK-ITEM-IDX) '.html">'
        DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    MOVE WK-N-DISPLAY(WK-ITEM-IDX) TO WK-ESC-IN
    IF WK-ESC-IN = SPACES
       MOVE WK-N-NAME(WK-ITEM-IDX) TO WK-ESC-IN
    END-IF
    PERFORM 076-ANEXA-ESCAPADO
    STRING "</a> (" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    MOVE WK-N-NAME(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 076-ANEXA-ESCAPADO
    STRING ")" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    IF WK-N-TARGET(WK-ITEM-IDX) NOT = SPACES
       STRING " - program " DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
       MOVE WK-N-TARGET(WK-ITEM-IDX) TO WK-ESC-IN
       PERFORM 076-ANEXA-ESCAPADO
    END-IF
    STRING "</li>" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML.

048-EXIT-LINHA-NO.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PAGE PER ITEM.
050-GERA-ITENS.

    PERFORM VARYING WK-ITEM-IDX FROM 1 BY 1
            UNTIL WK-ITEM-IDX > WK-NODE-COUNT
       MOVE SPACES TO WK-PAGE-FILE
       STRING "item_" WK-N-ID(WK-ITEM-IDX) ".html"
           DELIMITED BY SIZE INTO WK-PAGE-FILE
       END-STRING
       MOVE SPACES TO WK-PAGE-TITLE
       IF WK-N-DISPLAY(WK-ITEM-IDX) NOT = SPACES
          STRING FUNCTION TRIM(WK-N-DISPLAY(WK-ITEM-IDX))
                 " (" FUNCTION TRIM(WK-N-MODULE(WK-ITEM-IDX)) ")"
              DELIMITED BY SIZE INTO WK-PAGE-TITLE
          END-STRING
       ELSE
          STRING FUNCTION TRIM(WK-N-NAME(WK-ITEM-IDX))
                 " (" FUNCTION TRIM(WK-N-MODULE(WK-ITEM-IDX)) ")"
              DELIMITED BY SIZE INTO WK-PAGE-TITLE
          END-STRING
       END-IF
       PERFORM 070-ABRE-PAGINA THRU 070-EXIT-ABRE-PAGINA
       IF WK-PAGE-OPEN = "S"
          PERFORM 052-ITEM-IDENTIFICACAO THRU 052-EXIT-ITEM-IDENTIFICACAO
          PERFORM 054-ITEM-AJUDA THRU 054-EXIT-ITEM-AJUDA
          PERFORM 056-ITEM-DISPONIBILIDADE
             THRU 056-EXIT-ITEM-DISPONIBILIDADE
          PERFORM 058-ITEM-PROGRAMA THRU 058-EXIT-ITEM-PROGRAMA
          PERFORM 060-ITEM-PERFIS THRU 060-EXIT-ITEM-PERFIS
          PERFORM 072-FECHA-PAGINA THRU 072-EXIT-FECHA-PAGINA
       END-IF
    END-PERFORM.

050-EXIT-GERA-ITENS.
    EXIT.
*>----------------------------------------------------------------------
*> WHERE THE ITEM SITS: MODULE, PARENT, NAME AND THE LABEL IN EVERY
*> LANGUAGE MENU_LANG CARRIES FOR IT.
052-ITEM-IDENTIFICACAO.

    MOVE WK-N-MODULE(WK-ITEM-IDX) TO WK-MOD-NAME
    PERFORM 074-CHAVE-MODULO
    PERFORM 075-INICIA-LINHA
    STRING '<p><a href="index.html">All modules</a> | <a href="mod_'
           FUNCTION TRIM(WK-MOD-KEY) '.html">Module '
        DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    MOVE WK-N-MODULE(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 076-ANEXA-ESCAPADO
    STRING "</a></p>" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML

    MOVE "<table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "Menu id" TO WK-SOURCE
    MOVE WK-N-ID(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 080-LINHA-TABELA
    MOVE "Item name" TO WK-SOURCE
    MOVE WK-N-NAME(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 080-LINHA-TABELA
    MOVE "Menu text" TO WK-SOURCE
    MOVE WK-N-DISPLAY(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 080-LINHA-TABELA
    MOVE "Type" TO WK-SOURCE
    MOVE WK-N-TYPE(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 080-LINHA-TABELA

    *> the parent, linked to its own page when it can be found
    MOVE ZEROS TO WK-FOUND-IDX
    IF WK-N-FATHER(WK-ITEM-IDX) NOT = SPACES
       PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-NODE-COUNT OR WK-FOUND-IDX > ZEROS
          IF WK-N-MODULE(WK-IDX) = WK-N-MODULE(WK-ITEM-IDX)
             AND WK-N-NAME(WK-IDX) = WK-N-FATHER(WK-ITEM-IDX)
             MOVE WK-IDX TO WK-FOUND-IDX
          END-IF
       END-PERFORM
    END-IF
    PERFORM 075-INICIA-LINHA
    STRING "<tr><th>Parent</th><td>" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    EVALUATE TRUE
       WHEN WK-N-FATHER(WK-ITEM-IDX) = SPACES
          STRING "(top level)" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
       WHEN WK-FOUND-IDX > ZEROS
          STRING '<a href="item_' WK-N-ID(WK-FOUND-IDX) '.html">'
              DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          MOVE WK-N-FATHER(WK-ITEM-IDX) TO WK-ESC-IN
          PERFORM 076-ANEXA-ESCAPADO
          STRING "</a>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
       WHEN OTHER
          MOVE WK-N-FATHER(WK-ITEM-IDX) TO WK-ESC-IN
          PERFORM 076-ANEXA-ESCAPADO
    END-EVALUATE
    STRING "</td></tr>" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML

    IF WK-MLG-OPEN = "S"
       MOVE "F" TO FLG-EOF
       MOVE WK-N-ID(WK-ITEM-IDX) TO MLG-ID-MENU
       MOVE LOW-VALUES TO MLG-LANG
       START FD-MLG
           KEY IS >= KEY1-MLG
           INVALID KEY
               MOVE "T" TO FLG-EOF
       END-START
       PERFORM UNTIL EOF
          READ FD-MLG NEXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                IF MLG-ID-MENU NOT = WK-N-ID(WK-ITEM-IDX)
                   MOVE "T" TO FLG-EOF
                ELSE
                   MOVE SPACES TO WK-SOURCE
                   STRING "Label (" MLG-LANG ")"
                       DELIMITED BY SIZE INTO WK-SOURCE
                   END-STRING
                   MOVE MLG-DISPLAY TO WK-ESC-IN
                   PERFORM 080-LINHA-TABELA
                END-IF
          END-READ
       END-PERFORM
       MOVE "F" TO FLG-EOF
    END-IF
    MOVE "</table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML.

052-EXIT-ITEM-IDENTIFICACAO.
    EXIT.
*>----------------------------------------------------------------------
*> THE SAME FIVE LINES F1 SHOWS ON THE MENU, LAYOUT KEPT.
054-ITEM-AJUDA.

    MOVE "<h2>Help</h2>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "N" TO WK-HLP-FOUND
    IF WK-HLP-OPEN = "S"
       MOVE WK-N-ID(WK-ITEM-IDX) TO HLP-ID-MENU
       READ FD-HLP KEY IS KEY1-HLP
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE "S" TO WK-HLP-FOUND
       END-READ
    END-IF
    IF WK-HLP-FOUND NOT = "S"
       MOVE "<p>No help text has been written for this item.</p>"
         TO WK-HTML
       PERFORM 078-GRAVA-HTML
       GO 054-EXIT-ITEM-AJUDA
    END-IF
    MOVE "<pre>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM VARYING WK-HLP-LINE FROM 1 BY 1 UNTIL WK-HLP-LINE > 5
       PERFORM 075-INICIA-LINHA
       MOVE HLP-LINE(WK-HLP-LINE) TO WK-ESC-IN
       PERFORM 076-ANEXA-ESCAPADO
       PERFORM 078-GRAVA-HTML
    END-PERFORM
    MOVE "</pre>" TO WK-HTML
    PERFORM 078-GRAVA-HTML.

054-EXIT-ITEM-AJUDA.
    EXIT.
*>----------------------------------------------------------------------
*> M-AVAIL-DAYS HOLDS Y PER WEEKDAY, MONDAY FIRST; ALL SPACES AND A
*> ZERO TIME WINDOW MEAN NO RESTRICTION - AS makemenu ENFORCES IT.
056-ITEM-DISPONIBILIDADE.

    MOVE "<h2>Availability</h2>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM 075-INICIA-LINHA
    STRING "<p>Days: " DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    IF WK-N-AVAIL-DAYS(WK-ITEM-IDX) = SPACES
       STRING "every day" DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
    ELSE
       PERFORM VARYING WK-DAY-IDX FROM 1 BY 1 UNTIL WK-DAY-IDX > 7
          IF WK-N-AVAIL-DAYS(WK-ITEM-IDX)(WK-DAY-IDX:1) = "Y"
             STRING WK-DAY-NAMES((WK-DAY-IDX - 1) * 3 + 1:3) " "
                 DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          END-IF
       END-PERFORM
    END-IF
    STRING "<br>Hours: " DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    IF WK-N-AVAIL-FROM(WK-ITEM-IDX) = ZEROS
       AND WK-N-AVAIL-TO(WK-ITEM-IDX) = ZEROS
       STRING "any time" DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
    ELSE
       MOVE WK-N-AVAIL-FROM(WK-ITEM-IDX) TO WK-HHMM
       PERFORM 082-EDITA-HORA
       STRING WK-TIME-ED " to " DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
       MOVE WK-N-AVAIL-TO(WK-ITEM-IDX) TO WK-HHMM
       PERFORM 082-EDITA-HORA
       STRING WK-TIME-ED DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
    END-IF
    STRING "</p>" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML.

056-EXIT-ITEM-DISPONIBILIDADE.
    EXIT.
*>----------------------------------------------------------------------
*> TARGET PROGRAM AND EVERY INVENTORY ROW THAT NAMES IT, FOR THE OWNER
*> AND SUPPORT CONTACT.
058-ITEM-PROGRAMA.

    MOVE "<h2>Program and support</h2>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    IF WK-N-TARGET(WK-ITEM-IDX) = SPACES
       MOVE "<p>This entry opens a submenu; it runs no program.</p>"
         TO WK-HTML
       PERFORM 078-GRAVA-HTML
       GO 058-EXIT-ITEM-PROGRAMA
    END-IF
    MOVE "<table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "Program" TO WK-SOURCE
    MOVE WK-N-TARGET(WK-ITEM-IDX) TO WK-ESC-IN
    PERFORM 080-LINHA-TABELA
    IF WK-N-PARM(WK-ITEM-IDX) NOT = SPACES
       MOVE "Parameters" TO WK-SOURCE
       MOVE WK-N-PARM(WK-ITEM-IDX) TO WK-ESC-IN
       PERFORM 080-LINHA-TABELA
    END-IF
    MOVE ZEROS TO WK-LISTED
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-INV-COUNT
       IF WK-I-TARGET(WK-IDX) = WK-N-TARGET(WK-ITEM-IDX)
          ADD 1 TO WK-LISTED
          MOVE "Application" TO WK-SOURCE
          MOVE WK-I-NOME(WK-IDX) TO WK-ESC-IN
          PERFORM 080-LINHA-TABELA
          MOVE "Owner" TO WK-SOURCE
          MOVE WK-I-OWNER(WK-IDX) TO WK-ESC-IN
          PERFORM 080-LINHA-TABELA
          MOVE "Support contact" TO WK-SOURCE
          MOVE WK-I-SUPPORT(WK-IDX) TO WK-ESC-IN
          PERFORM 080-LINHA-TABELA
       END-IF
    END-PERFORM
    IF WK-LISTED = ZEROS
       MOVE "Support contact" TO WK-SOURCE
       MOVE "(not in the application inventory - ask the service desk)"
         TO WK-ESC-IN
       PERFORM 080-LINHA-TABELA
    END-IF
    MOVE "</table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML.

058-EXIT-ITEM-PROGRAMA.
    EXIT.
*>----------------------------------------------------------------------
*> PROFILES THAT GRANT THE ITEM: ITS OWN MENU_PROFILE ROW FIRST; A
*> PROFILE WITHOUT ONE INHERITS THE NEAREST ANCESTOR'S (PRF-PARENT-ID),
*> AS validate_usr RESOLVES IT AT SIGN-ON.
060-ITEM-PERFIS.

    MOVE "<h2>Profiles that grant this item</h2>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    IF WK-PFM-OPEN NOT = "S" OR WK-PRF-COUNT = ZEROS
       MOVE "<p>Profile grants are not available in this run.</p>"
         TO WK-HTML
       PERFORM 078-GRAVA-HTML
       GO 060-EXIT-ITEM-PERFIS
    END-IF

    PERFORM VARYING WK-PRF-IDX FROM 1 BY 1 UNTIL WK-PRF-IDX > WK-PRF-COUNT
       MOVE SPACES TO WK-P-GRANT(WK-PRF-IDX) WK-P-LEVEL(WK-PRF-IDX)
       MOVE WK-P-ID(WK-PRF-IDX) TO PFM-ID-PRF
       MOVE WK-N-ID(WK-ITEM-IDX) TO PFM-ID-MENU
       READ FD-PFM KEY IS KEY1-PFM
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE "A" TO WK-P-GRANT(WK-PRF-IDX)
             IF PFM-IS-DENY
                MOVE "D" TO WK-P-GRANT(WK-PRF-IDX)
             END-IF
             MOVE "U" TO WK-P-LEVEL(WK-PRF-IDX)
             IF PFM-IS-INQUIRY
                MOVE "I" TO WK-P-LEVEL(WK-PRF-IDX)
             END-IF
       END-READ
    END-PERFORM

    MOVE ZEROS TO WK-LISTED
    MOVE "<table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "<tr><th>Profile</th><th>Grant</th><th>Access</th><th>Source</th></tr>"
      TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM VARYING WK-PRF-IDX FROM 1 BY 1 UNTIL WK-PRF-IDX > WK-PRF-COUNT
       MOVE ZEROS TO WK-ANC-IDX
       IF WK-P-GRANT(WK-PRF-IDX) NOT = SPACES
          MOVE WK-PRF-IDX TO WK-ANC-IDX
       ELSE
          PERFORM 062-PROCURA-ANCESTRAL THRU 062-EXIT-PROCURA-ANCESTRAL
       END-IF
       IF WK-ANC-IDX > ZEROS
          ADD 1 TO WK-LISTED
          PERFORM 075-INICIA-LINHA
          STRING "<tr><td>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          MOVE WK-P-NAME(WK-PRF-IDX) TO WK-ESC-IN
          PERFORM 076-ANEXA-ESCAPADO
          STRING "</td><td>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          IF WK-P-GRANT(WK-ANC-IDX) = "D"
             STRING "<b>DENY</b>" DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          ELSE
             STRING "ALLOW" DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          END-IF
          STRING "</td><td>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          IF WK-P-LEVEL(WK-ANC-IDX) = "I"
             STRING "INQUIRY" DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          ELSE
             STRING "UPDATE" DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          END-IF
          STRING "</td><td>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          IF WK-ANC-IDX = WK-PRF-IDX
             STRING "direct" DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
          ELSE
             STRING "inherited from " DELIMITED BY SIZE
                 INTO WK-HTML WITH POINTER WK-HTML-PTR
             END-STRING
             MOVE WK-P-NAME(WK-ANC-IDX) TO WK-ESC-IN
             PERFORM 076-ANEXA-ESCAPADO
          END-IF
          STRING "</td></tr>" DELIMITED BY SIZE
              INTO WK-HTML WITH POINTER WK-HTML-PTR
          END-STRING
          PERFORM 078-GRAVA-HTML
       END-IF
    END-PERFORM
    MOVE "</table>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    IF WK-LISTED = ZEROS
       MOVE "<p>No profile grants this item.</p>" TO WK-HTML
       PERFORM 078-GRAVA-HTML
    END-IF.

060-EXIT-ITEM-PERFIS.
    EXIT.
*>----------------------------------------------------------------------
*> CLIMBS WK-PRF-IDX'S PARENT CHAIN TO THE FIRST PROFILE HOLDING A ROW
*> FOR THE ITEM; TEN LEVELS STOP A LOOPED CHAIN.
062-PROCURA-ANCESTRAL.

    MOVE ZEROS TO WK-ANC-IDX
    MOVE WK-P-PARENT(WK-PRF-IDX) TO WK-ANC-ID
    MOVE ZEROS TO WK-HOPS
    PERFORM UNTIL WK-ANC-ID = ZEROS OR WK-HOPS >= 10
                  OR WK-ANC-IDX > ZEROS
       ADD 1 TO WK-HOPS
       MOVE ZEROS TO WK-FOUND-IDX
       PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-PRF-COUNT OR WK-FOUND-IDX > ZEROS
          IF WK-P-ID(WK-IDX) = WK-ANC-ID
             MOVE WK-IDX TO WK-FOUND-IDX
          END-IF
       END-PERFORM
       IF WK-FOUND-IDX = ZEROS
          MOVE ZEROS TO WK-ANC-ID
       ELSE
          IF WK-P-GRANT(WK-FOUND-IDX) NOT = SPACES
             MOVE WK-FOUND-IDX TO WK-ANC-IDX
          ELSE
             MOVE WK-P-PARENT(WK-FOUND-IDX) TO WK-ANC-ID
          END-IF
       END-IF
    END-PERFORM.

062-EXIT-PROCURA-ANCESTRAL.
    EXIT.
*>----------------------------------------------------------------------
*> OPENS WK-PAGE-FILE UNDER THE PORTAL DIRECTORY AND WRITES THE PAGE
*> HEAD AND THE WK-PAGE-TITLE HEADING.
070-ABRE-PAGINA.

    MOVE "N" TO WK-PAGE-OPEN
    MOVE SPACES TO WK-PAGE-PATH
    STRING FUNCTION TRIM(WK-PORTAL-DIR) "/" FUNCTION TRIM(WK-PAGE-FILE)
        DELIMITED BY SIZE INTO WK-PAGE-PATH
    END-STRING
    SET ENVIRONMENT "DD_PORTALOUT" TO WK-PAGE-PATH
    OPEN OUTPUT HTML_OUT
    IF ST-HTM NOT = "00"
       ADD 1 TO WK-PAGE-ERRORS
       DISPLAY "PORTAL - CANNOT WRITE " FUNCTION TRIM(WK-PAGE-PATH)
               " STATUS " ST-HTM
       GO 070-EXIT-ABRE-PAGINA
    END-IF
    MOVE "S" TO WK-PAGE-OPEN
    ADD 1 TO WK-PAGES

    MOVE "<!DOCTYPE html>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE '<html><head><meta charset="utf-8">' TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM 075-INICIA-LINHA
    STRING "<title>" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    MOVE WK-PAGE-TITLE TO WK-ESC-IN
    PERFORM 076-ANEXA-ESCAPADO
    STRING "</title>" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML
    MOVE "<style>body{font-family:sans-serif} th{text-align:left;padding-right:1em}</style>"
      TO WK-HTML
    PERFORM 078-GRAVA-HTML
    MOVE "</head><body>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    PERFORM 075-INICIA-LINHA
    STRING "<h1>" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    MOVE WK-PAGE-TITLE TO WK-ESC-IN
    PERFORM 076-ANEXA-ESCAPADO
    STRING "</h1>" DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML.

070-EXIT-ABRE-PAGINA.
    EXIT.
*>----------------------------------------------------------------------
072-FECHA-PAGINA.

    PERFORM 075-INICIA-LINHA
    STRING "<hr><p><small>Generated from the menu files on " WK-STAMP
           " - do not edit, the page is rewritten every night.</small></p>"
        DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML
    MOVE "</body></html>" TO WK-HTML
    PERFORM 078-GRAVA-HTML
    CLOSE HTML_OUT
    MOVE "N" TO WK-PAGE-OPEN.

072-EXIT-FECHA-PAGINA.
    EXIT.
*>----------------------------------------------------------------------
*> WK-MOD-NAME AS A FILE NAME PIECE - EMBEDDED SPACES AND
*> PATH SEPARATORS BECOME UNDERSCORES.
074-CHAVE-MODULO.

    MOVE FUNCTION TRIM(WK-MOD-NAME) TO WK-MOD-KEY
    IF WK-MOD-KEY = SPACES
       MOVE "blank" TO WK-MOD-KEY
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-MOD-KEY)) TO WK-MOD-LEN
    INSPECT WK-MOD-KEY(1:WK-MOD-LEN) CONVERTING " /\" TO "___".

074-EXIT-CHAVE-MODULO.
    EXIT.
*>----------------------------------------------------------------------
075-INICIA-LINHA.

    MOVE SPACES TO WK-HTML
    MOVE 1 TO WK-HTML-PTR.

075-EXIT-INICIA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
*> APPENDS WK-ESC-IN TO THE LINE WITH & < > AND " AS HTML ENTITIES,
*> LEADING SPACES KEPT (THEY MATTER INSIDE <pre>).
076-ANEXA-ESCAPADO.

    MOVE SPACES TO WK-ESC-OUT
    MOVE 1 TO WK-ESC-OPOS
    MOVE ZEROS TO WK-ESC-LEN
    IF WK-ESC-IN NOT = SPACES
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-ESC-IN TRAILING))
         TO WK-ESC-LEN
    END-IF
    PERFORM VARYING WK-ESC-POS FROM 1 BY 1 UNTIL WK-ESC-POS > WK-ESC-LEN
       EVALUATE WK-ESC-IN(WK-ESC-POS:1)
          WHEN "&"
             MOVE "&amp;" TO WK-ESC-OUT(WK-ESC-OPOS:5)
             ADD 5 TO WK-ESC-OPOS
          WHEN "<"
             MOVE "&lt;" TO WK-ESC-OUT(WK-ESC-OPOS:4)
             ADD 4 TO WK-ESC-OPOS
          WHEN ">"
             MOVE "&gt;" TO WK-ESC-OUT(WK-ESC-OPOS:4)
             ADD 4 TO WK-ESC-OPOS
          WHEN '"'
             MOVE "&quot;" TO WK-ESC-OUT(WK-ESC-OPOS:6)
             ADD 6 TO WK-ESC-OPOS
          WHEN OTHER
             MOVE WK-ESC-IN(WK-ESC-POS:1) TO WK-ESC-OUT(WK-ESC-OPOS:1)
             ADD 1 TO WK-ESC-OPOS
       END-EVALUATE
    END-PERFORM
    IF WK-ESC-OPOS > 1
       STRING WK-ESC-OUT(1:WK-ESC-OPOS - 1) DELIMITED BY SIZE
           INTO WK-HTML WITH POINTER WK-HTML-PTR
       END-STRING
    END-IF
    MOVE SPACES TO WK-ESC-IN.

076-EXIT-ANEXA-ESCAPADO.
    EXIT.
*>----------------------------------------------------------------------
078-GRAVA-HTML.

    MOVE WK-HTML TO REG-HTML
    WRITE REG-HTML
    PERFORM 075-INICIA-LINHA.

078-EXIT-GRAVA-HTML.
    EXIT.
*>----------------------------------------------------------------------
*> ONE <tr> OF A TWO-COLUMN TABLE: WK-SOURCE AS THE HEADING, WK-ESC-IN
*> (ESCAPED) AS THE VALUE.
080-LINHA-TABELA.

    PERFORM 075-INICIA-LINHA
    STRING "<tr><th>" FUNCTION TRIM(WK-SOURCE) "</th><td>"
        DELIMITED BY SIZE INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 076-ANEXA-ESCAPADO
    STRING "</td></tr>" DELIMITED BY SIZE
        INTO WK-HTML WITH POINTER WK-HTML-PTR
    END-STRING
    PERFORM 078-GRAVA-HTML.

080-EXIT-LINHA-TABELA.
    EXIT.
*>----------------------------------------------------------------------
082-EDITA-HORA.

    MOVE SPACES TO WK-TIME-ED
    STRING WK-HHMM(1:2) ":" WK-HHMM(3:2)
        DELIMITED BY SIZE INTO WK-TIME-ED
    END-STRING.

082-EXIT-EDITA-HORA.
    EXIT.
*>----------------------------------------------------------------------
090-FINALIZA.

    IF WK-HLP-OPEN = "S"
       CLOSE FD-HLP
    END-IF
    IF WK-MLG-OPEN = "S"
       CLOSE FD-MLG
    END-IF
    IF WK-PFM-OPEN = "S"
       CLOSE FD-PFM
    END-IF

    DISPLAY "PORTAL - " FUNCTION TRIM(WK-PORTAL-DIR)
            "  MODULES: " WK-MODULE-COUNT
            "  ITEMS: " WK-NODE-COUNT
            "  PAGES WRITTEN: " WK-PAGES
            "  NOT WRITTEN: " WK-PAGE-ERRORS
    IF WK-PAGE-ERRORS > 0
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
