       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    check_translations.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Objetivo: Translation completeness check. The languages in use are
*>           EN plus every language code found in lang_texts.txt or
*>           MENU_LANG.DAT. For each language, module by module, it
*>           lists the menu items that would show an untranslated
*>           label (EN: blank M-DISPLAY-TEXT and no EN row; any other
*>           language: no MENU_LANG row, or a blank one). Then every
*>           lang_texts.txt key that is missing in some language, and
*>           every MENU_LANG row whose M-ID is no longer on the menu.
*>           Exit code 4 when anything is missing, so the sequencer
*>           can note it after a publish without stopping the chain.
*>
*> Entrada...: dinamic_menu.dat, menu_lang.dat, lang_texts.txt
*>
*> Saida.....: translation_check.txt, the totals on screen
*>
*>----------------------------------------------------------------------
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  TRANSLATIONS   10/15/26  DUMA      Primeira versao.
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
COPY "../cpy/menu_lang_se.cpy".

     SELECT LANG_TXT ASSIGN TO "LANGTEXTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-LNG.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/menu_fd.cpy".
COPY "../cpy/menu_lang_fd.cpy".

FD  LANG_TXT.
01  REG-LNG.
    05 LNG-LANG                   PIC X(02).
    05 FILLER                     PIC X(01).
    05 LNG-KEY                    PIC X(12).
    05 FILLER                     PIC X(01).
    05 LNG-TEXT                   PIC X(60).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-MNU                        PIC  9(002).
    88  FSM-OK                                VALUE ZEROS.
77  ST-MLG                        PIC  X(002) VALUE ZEROS.
77  ST-LNG                        PIC  X(002) VALUE ZEROS.
77  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.
77  WK-PATH                       PIC  X(080) VALUE SPACES.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-MLG-OPEN                   PIC  X(001) VALUE "N".
01  WK-MISS-ITEMS                 PIC  9(006) VALUE ZEROS.
01  WK-MISS-KEYS                  PIC  9(006) VALUE ZEROS.
01  WK-ORPHANS                    PIC  9(006) VALUE ZEROS.
01  WK-MOD-MISS                   PIC  9(006) VALUE ZEROS.

*> The menu in module order (KEY2), so the gaps come out grouped.
01  WK-TABLE-MAX                  PIC 9(04) VALUE 2000.
01  WK-NODE-COUNT                 PIC 9(04) VALUE ZEROS.
01  WK-NODE OCCURS 2000 TIMES.
    05  WK-N-ID                   PIC 9(05).
    05  WK-N-MODULE               PIC X(15).
    05  WK-N-NAME                 PIC X(15).
    05  WK-N-DISPLAY              PIC X(20).

*> Languages in use - EN always first.
01  WK-LANG-MAX                   PIC 9(02) VALUE 10.
01  WK-LANG-COUNT                 PIC 9(02) VALUE ZEROS.
01  WK-LANG OCCURS 10 TIMES       PIC X(02).

*> One row per lang_texts.txt key, a flag per language above.
01  WK-KEY-MAX                    PIC 9(03) VALUE 200.
01  WK-KEY-COUNT                  PIC 9(03) VALUE ZEROS.
01  WK-KEY-ROW OCCURS 200 TIMES.
    05  WK-K-KEY                  PIC X(12).
    05  WK-K-HAS OCCURS 10 TIMES  PIC X(01).

01  WK-IDX                        PIC 9(04).
01  WK-IDX2                       PIC 9(04).
01  WK-L-IDX                      PIC 9(02).
01  WK-FOUND                      PIC 9(04).
01  WK-ONE-LANG                   PIC X(02).
01  WK-LAST-MODULE                PIC X(15).
01  WK-TRANSLATED                 PIC X(01).

*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA THRU 010-FIM-INICIALIZA

    PERFORM 020-CARREGA-MENU THRU 020-EXIT-CARREGA-MENU
    PERFORM 025-CARREGA-TEXTOS THRU 025-EXIT-CARREGA-TEXTOS
    PERFORM 027-IDIOMAS-MENU-LANG THRU 027-EXIT-IDIOMAS-MENU-LANG

    PERFORM 030-ITENS-SEM-TRADUCAO THRU 030-EXIT-ITENS-SEM-TRADUCAO
    PERFORM 040-CHAVES-FALTANDO THRU 040-EXIT-CHAVES-FALTANDO
    PERFORM 050-LINHAS-ORFAS THRU 050-EXIT-LINHAS-ORFAS

    PERFORM 090-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    CALL "setpaths" END-CALL
    MOVE ZEROS TO WK-NODE-COUNT WK-KEY-COUNT WK-MISS-ITEMS
                  WK-MISS-KEYS WK-ORPHANS
    MOVE "F" TO FLG-EOF
    MOVE 1 TO WK-LANG-COUNT
    MOVE "EN" TO WK-LANG(1)

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/translation_check.txt" TO WK-RW-FILENAME
    MOVE "TRANSLATION COMPLETENESS CHECK" TO WK-RW-TITLE
    MOVE "MENU LABELS AND SCREEN TEXTS MISSING PER LANGUAGE"
      TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-CARREGA-MENU.

    OPEN INPUT FD-MENU
    IF NOT FSM-OK
       MOVE "DINAMIC_MENU.DAT NOT READABLE - MENU ITEMS NOT CHECKED"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 020-EXIT-CARREGA-MENU
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
                MOVE M-ID           TO WK-N-ID(WK-NODE-COUNT)
                MOVE M-MODULE       TO WK-N-MODULE(WK-NODE-COUNT)
                MOVE M-NAME         TO WK-N-NAME(WK-NODE-COUNT)
                MOVE M-DISPLAY-TEXT TO WK-N-DISPLAY(WK-NODE-COUNT)
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

020-EXIT-CARREGA-MENU.
    EXIT.
*>----------------------------------------------------------------------
*> SAME FILE AND LAYOUT gettext READS; COMMENT LINES AND LINES WITH NO
*> LANGUAGE CODE ARE SKIPPED THE SAME WAY.
025-CARREGA-TEXTOS.

    MOVE SPACES TO WK-TXT-DIR
    ACCEPT WK-TXT-DIR FROM ENVIRONMENT "TXT_DIR"
    IF WK-TXT-DIR = SPACES
       MOVE "../txt" TO WK-TXT-DIR
    END-IF
    MOVE SPACES TO WK-PATH
    STRING FUNCTION TRIM(WK-TXT-DIR) "/lang_texts.txt"
        DELIMITED BY SIZE INTO WK-PATH
    END-STRING
    SET ENVIRONMENT "DD_LANGTEXTS" TO WK-PATH
    OPEN INPUT LANG_TXT
    IF ST-LNG NOT = "00"
       MOVE "lang_texts.txt NOT READABLE - SCREEN TEXTS NOT CHECKED"
         TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 025-EXIT-CARREGA-TEXTOS
    END-IF
    PERFORM UNTIL EOF
       READ LANG_TXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF LNG-LANG NOT = SPACES AND LNG-LANG(1:1) NOT = "*"
                MOVE LNG-LANG TO WK-ONE-LANG
                PERFORM 070-ACHA-IDIOMA THRU 070-EXIT-ACHA-IDIOMA
                PERFORM 026-MARCA-CHAVE THRU 026-EXIT-MARCA-CHAVE
             END-IF
       END-READ
    END-PERFORM
    CLOSE LANG_TXT
    MOVE "F" TO FLG-EOF.

025-EXIT-CARREGA-TEXTOS.
    EXIT.
*>----------------------------------------------------------------------
026-MARCA-CHAVE.

    IF WK-L-IDX = ZEROS
       GO 026-EXIT-MARCA-CHAVE
    END-IF
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-KEY-COUNT OR WK-FOUND > 0
       IF WK-K-KEY(WK-IDX) = LNG-KEY
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-KEY-COUNT >= WK-KEY-MAX
          GO 026-EXIT-MARCA-CHAVE
       END-IF
       ADD 1 TO WK-KEY-COUNT
       MOVE WK-KEY-COUNT TO WK-FOUND
       MOVE LNG-KEY TO WK-K-KEY(WK-FOUND)
    END-IF
    IF LNG-TEXT NOT = SPACES
       MOVE "S" TO WK-K-HAS(WK-FOUND, WK-L-IDX)
    END-IF.

026-EXIT-MARCA-CHAVE.
    EXIT.
*>----------------------------------------------------------------------
*> A LANGUAGE THAT ONLY HAS MENU LABELS STILL COUNTS AS IN USE.
027-IDIOMAS-MENU-LANG.

    OPEN INPUT FD-MLG
    IF ST-MLG NOT = "00"
       GO 027-EXIT-IDIOMAS-MENU-LANG
    END-IF
    MOVE "S" TO WK-MLG-OPEN
    MOVE LOW-VALUES TO KEY1-MLG
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
             IF MLG-LANG NOT = SPACES
                MOVE MLG-LANG TO WK-ONE-LANG
                PERFORM 070-ACHA-IDIOMA THRU 070-EXIT-ACHA-IDIOMA
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF.

027-EXIT-IDIOMAS-MENU-LANG.
    EXIT.
*>----------------------------------------------------------------------
030-ITENS-SEM-TRADUCAO.

    MOVE "MENU ITEMS WITHOUT A LABEL, BY LANGUAGE AND MODULE" TO REG-TXT
    PERFORM 085-TITULO-SECAO
    PERFORM VARYING WK-L-IDX FROM 1 BY 1 UNTIL WK-L-IDX > WK-LANG-COUNT
       MOVE SPACES TO WK-LAST-MODULE
       MOVE ZEROS TO WK-MOD-MISS
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-NODE-COUNT
          PERFORM 032-CHECA-ITEM THRU 032-EXIT-CHECA-ITEM
       END-PERFORM
       MOVE SPACES TO REG-TXT
       STRING "LANGUAGE " WK-LANG(WK-L-IDX)
              " - ITEMS WITHOUT A LABEL: " WK-MOD-MISS
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-PERFORM.

030-EXIT-ITENS-SEM-TRADUCAO.
    EXIT.
*>----------------------------------------------------------------------
*> EN FALLS BACK TO THE ITEM'S OWN M-DISPLAY-TEXT; EVERY OTHER LANGUAGE
*> NEEDS ITS OWN MENU_LANG ROW, OR validate_usr SHOWS THE EN LABEL.
032-CHECA-ITEM.

    MOVE "N" TO WK-TRANSLATED
    IF WK-LANG(WK-L-IDX) = "EN"
       AND WK-N-DISPLAY(WK-IDX) NOT = SPACES
       MOVE "S" TO WK-TRANSLATED
    END-IF
    IF WK-TRANSLATED = "N" AND WK-MLG-OPEN = "S"
       MOVE WK-N-ID(WK-IDX) TO MLG-ID-MENU
       MOVE WK-LANG(WK-L-IDX) TO MLG-LANG
       READ FD-MLG
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MLG-DISPLAY NOT = SPACES
                  MOVE "S" TO WK-TRANSLATED
               END-IF
       END-READ
    END-IF
    IF WK-TRANSLATED = "S"
       GO 032-EXIT-CHECA-ITEM
    END-IF

    ADD 1 TO WK-MISS-ITEMS
    ADD 1 TO WK-MOD-MISS
    IF WK-N-MODULE(WK-IDX) NOT = WK-LAST-MODULE
       MOVE WK-N-MODULE(WK-IDX) TO WK-LAST-MODULE
       MOVE SPACES TO REG-TXT
       STRING "LANGUAGE " WK-LANG(WK-L-IDX)
              "  MODULE: " WK-N-MODULE(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 080-GRAVA-LINHA
    END-IF
    MOVE SPACES TO REG-TXT
    STRING "    NO LABEL  M-ID: " WK-N-ID(WK-IDX)
           "  ITEM: " WK-N-NAME(WK-IDX)
           "  EN: " WK-N-DISPLAY(WK-IDX)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA.

032-EXIT-CHECA-ITEM.
    EXIT.
*>----------------------------------------------------------------------
040-CHAVES-FALTANDO.

    MOVE "SCREEN TEXT KEYS MISSING IN A LANGUAGE (lang_texts.txt)"
      TO REG-TXT
    PERFORM 085-TITULO-SECAO
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-KEY-COUNT
       PERFORM VARYING WK-L-IDX FROM 1 BY 1
               UNTIL WK-L-IDX > WK-LANG-COUNT
          IF WK-K-HAS(WK-IDX, WK-L-IDX) NOT = "S"
             ADD 1 TO WK-MISS-KEYS
             MOVE SPACES TO REG-TXT
             STRING "MISSING  KEY: " WK-K-KEY(WK-IDX)
                    "  LANGUAGE: " WK-LANG(WK-L-IDX)
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
             PERFORM 080-GRAVA-LINHA
          END-IF
       END-PERFORM
    END-PERFORM.

040-EXIT-CHAVES-FALTANDO.
    EXIT.
*>----------------------------------------------------------------------
*> A LABEL LEFT BEHIND BY AN ITEM THAT WAS DELETED FROM THE MENU.
050-LINHAS-ORFAS.

    MOVE "MENU_LANG ROWS FOR ITEMS NO LONGER ON THE MENU" TO REG-TXT
    PERFORM 085-TITULO-SECAO
    IF WK-MLG-OPEN NOT = "S"
       MOVE "MENU_LANG.DAT NOT READABLE - NOTHING CHECKED" TO REG-TXT
       PERFORM 080-GRAVA-LINHA
       GO 050-EXIT-LINHAS-ORFAS
    END-IF
    MOVE LOW-VALUES TO KEY1-MLG
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
             MOVE ZEROS TO WK-FOUND
             PERFORM VARYING WK-IDX2 FROM 1 BY 1
                     UNTIL WK-IDX2 > WK-NODE-COUNT OR WK-FOUND > 0
                IF WK-N-ID(WK-IDX2) = MLG-ID-MENU
                   MOVE WK-IDX2 TO WK-FOUND
                END-IF
             END-PERFORM
             IF WK-FOUND = ZEROS
                ADD 1 TO WK-ORPHANS
                MOVE SPACES TO REG-TXT
                STRING "ORPHAN  M-ID: " MLG-ID-MENU
                       "  LANGUAGE: " MLG-LANG
                       "  LABEL: " MLG-DISPLAY
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 080-GRAVA-LINHA
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MLG
    MOVE "N" TO WK-MLG-OPEN
    MOVE "F" TO FLG-EOF.

050-EXIT-LINHAS-ORFAS.
    EXIT.
*>----------------------------------------------------------------------
*> WK-L-IDX <- POSITION OF WK-ONE-LANG, ADDING IT WHEN NEW (ZERO WHEN
*> THE TABLE IS FULL).
070-ACHA-IDIOMA.

    MOVE ZEROS TO WK-L-IDX
    PERFORM VARYING WK-IDX2 FROM 1 BY 1
            UNTIL WK-IDX2 > WK-LANG-COUNT OR WK-L-IDX > 0
       IF WK-LANG(WK-IDX2) = WK-ONE-LANG
          MOVE WK-IDX2 TO WK-L-IDX
       END-IF
    END-PERFORM
    IF WK-L-IDX = ZEROS AND WK-LANG-COUNT < WK-LANG-MAX
       ADD 1 TO WK-LANG-COUNT
       MOVE WK-ONE-LANG TO WK-LANG(WK-LANG-COUNT)
       MOVE WK-LANG-COUNT TO WK-L-IDX
    END-IF.

070-EXIT-ACHA-IDIOMA.
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

    IF WK-MLG-OPEN = "S"
       CLOSE FD-MLG
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 080-GRAVA-LINHA
    STRING "LANGUAGES: " WK-LANG-COUNT
           "  MENU ITEMS: " WK-NODE-COUNT
           "  ITEM LABELS MISSING: " WK-MISS-ITEMS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    STRING "SCREEN TEXT KEYS: " WK-KEY-COUNT
           "  KEY/LANGUAGE GAPS: " WK-MISS-KEYS
           "  ORPHAN MENU_LANG ROWS: " WK-ORPHANS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 080-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY "TRANSLATIONS - LANGUAGES: " WK-LANG-COUNT
            "  ITEM LABELS MISSING: " WK-MISS-ITEMS
            "  KEY GAPS: " WK-MISS-KEYS
            "  ORPHANS: " WK-ORPHANS
    IF WK-MISS-ITEMS > 0 OR WK-MISS-KEYS > 0 OR WK-ORPHANS > 0
       MOVE 4 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

090-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
