*>                record - one journaled unit, and the permission
*>                cache invalidated at the end.
*>
*>           The promotion's change ticket comes from CHANGE_TICKET
*>           (asked for when unset and not silent); a package with no
*>           ticket is not applied.
*>
*> Entrada...: change_package.txt, the menu file family
*>
*> Saida.....: the updated menu files, change_journal.log
*>  HISTORICO DE ALTERACOES
*>  SOLICITACAO    DATA      AUTOR     DESCRICAO
*>  CHG PACKAGE    09/02/26  DUMA      Primeira versao.
*>  CHG TICKET     10/15/26  DUMA      Change ticket (CHANGE_TICKET)
*>                                     required and stamped on the
*>                                     journal lines.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
77  WK-CHJ-FILE                   PIC  X(008) VALUE SPACES.
77  WK-CHJ-OP                     PIC  X(001) VALUE SPACE.
77  WK-CHJ-KEY                    PIC  X(010) VALUE SPACES.
77  WK-TICKET                     PIC  X(012) VALUE SPACES.

*>----------------------------------------------------------------------
PROCEDURE DIVISION.
       DISPLAY "PACKAGE NOT APPLIED"
       STOP RUN
    END-IF
    ACCEPT WK-TICKET FROM ENVIRONMENT "CHANGE_TICKET"
    IF WK-TICKET = SPACES AND NOT WK-E-SILENCIOSO
       DISPLAY "CHANGE TICKET NUMBER: " WITH NO ADVANCING
       ACCEPT WK-TICKET
    END-IF
    IF WK-TICKET = SPACES
       DISPLAY "PACKAGE NOT APPLIED - NO CHANGE TICKET (CHANGE_TICKET)"
       STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(WK-TICKET) TO WK-TICKET
    PERFORM 030-APLICA THRU 030-EXIT-APLICA
    *> promoted grants change who sees what - stale the cache
    CALL "permcache" END-CALL
    MOVE WK-CHJ-KEY TO CHJ-KEY
    MOVE WK-CHJ-BEFORE TO CHJ-BEFORE
    MOVE WK-CHJ-AFTER TO CHJ-AFTER
    MOVE WK-TICKET TO CHJ-TICKET
    OPEN EXTEND FILE_CHANGE_JOURNAL
    IF ST-CHJ = "35"
       OPEN OUTPUT FILE_CHANGE_JOURNAL
