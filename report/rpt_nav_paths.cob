       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_nav_paths.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Navigation path analysis from the audit trail. Every item
*>         launch makemenu wrote in the period (lines carrying a
*>         route in AUD-VIA) is replayed per user, module and day:
*>           - per item, the launches, the average depth (submenu
*>             levels walked plus the pick itself; a fastpath,
*>             favorite or search launch counts as 1), the share of
*>             each route and its most common paths;
*>           - the items reached mostly by long menu paths (depth
*>             NAVLONGDEPTH or more in NAVLONGPCT% of at least
*>             NAVMINUSES launches) - candidates for moving up the
*>             tree in the menu editor or for a published fastpath;
*>           - the pairs of items nearly always used one after the
*>             other in the same sitting (B follows A in NAVPAIRPCT%
*>             of A's successors, seen NAVPAIRMIN times or more; a
*>             gap over NAVGAPMIN minutes starts a new sitting).
*>         Thresholds are SYSPARM values (defaults 3, 50, 5, 80, 5,
*>         30). The period is RANGE_FROM / RANGE_TO (CCYYMMDD) when
*>         set, otherwise the thirty days before the run. Read only.
*>
*> Read...: audit_trail.log
*>
*> Out....: nav_paths.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  NAV PATHS    10/15/26 DUMA     First version.
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

COPY "../cpy/audit_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/audit_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-AUD                        PIC  X(002) VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/getparm_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-DAYNUM                     PIC  9(008) VALUE ZEROS.
01  WK-RANGE-FROM                 PIC  9(008) VALUE ZEROS.
01  WK-RANGE-TO                   PIC  9(008) VALUE ZEROS.
01  WK-ENV-RANGE                  PIC  X(010) VALUE SPACES.
*> Thresholds (SYSPARM) ------------------------------------------------
01  WK-LONG-DEPTH                 PIC  9(002) VALUE ZEROS.
01  WK-LONG-PCT                   PIC  9(003) VALUE ZEROS.
01  WK-MIN-USES                   PIC  9(006) VALUE ZEROS.
01  WK-PAIR-PCT                   PIC  9(003) VALUE ZEROS.
01  WK-PAIR-MIN                   PIC  9(006) VALUE ZEROS.
01  WK-GAP-MIN                    PIC  9(004) VALUE ZEROS.
*> Counters ------------------------------------------------------------
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-LAUNCHES                   PIC  9(008) VALUE ZEROS.
01  WK-NO-ROUTE                   PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-SITTINGS                   PIC  9(008) VALUE ZEROS.
01  WK-LONG-ITEMS                 PIC  9(006) VALUE ZEROS.
01  WK-PAIRS-SHOWN                PIC  9(006) VALUE ZEROS.
*> The line being replayed ---------------------------------------------
01  WK-DEPTH                      PIC  9(002) VALUE ZEROS.
01  WK-DOTS                       PIC  9(002) VALUE ZEROS.
01  WK-MINUTE                     PIC  9(004) VALUE ZEROS.
01  WK-TIME-R.
    05 WK-T-HH                    PIC  9(002).
    05 WK-T-MM                    PIC  9(002).
    05 FILLER                     PIC  9(004).
*> One row per user - the last launch of the current sitting ----------
01  WK-SS-MAX                     PIC  9(004) VALUE 1000.
01  WK-SS-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-SS-TAB.
    05 WK-SS-ROW OCCURS 1000 TIMES.
       10 WK-SS-USER              PIC X(20).
       10 WK-SS-MODULE            PIC X(15).
       10 WK-SS-DATE              PIC 9(08).
       10 WK-SS-MINUTE            PIC 9(04).
       10 WK-SS-LEAF              PIC 9(04).
*> One row per item launched --------------------------------------------
01  WK-LF-MAX                     PIC  9(004) VALUE 1500.
01  WK-LF-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-LF-TAB.
    05 WK-LF-ROW OCCURS 1500 TIMES.
       10 WK-LF-NAME              PIC X(15).
       10 WK-LF-TOTAL             PIC 9(06).
       10 WK-LF-MENU              PIC 9(06).
       10 WK-LF-FAST              PIC 9(06).
       10 WK-LF-FAV               PIC 9(06).
       10 WK-LF-SRCH              PIC 9(06).
       10 WK-LF-LONG              PIC 9(06).
       10 WK-LF-DEPTHS            PIC 9(08).
       10 WK-LF-SUCC              PIC 9(06).
01  WK-LF-SWAP                    PIC  X(065) VALUE SPACES.
*> One row per (item, route, path) -------------------------------------
01  WK-PT-MAX                     PIC  9(004) VALUE 4000.
01  WK-PT-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PT-TAB.
    05 WK-PT-ROW OCCURS 4000 TIMES.
       10 WK-PT-LEAF              PIC X(15).
       10 WK-PT-VIA               PIC X(01).
       10 WK-PT-PATH              PIC X(60).
       10 WK-PT-DEPTH             PIC 9(02).
       10 WK-PT-COUNT             PIC 9(06).
       10 WK-PT-DONE              PIC X(01).
*> One row per (item, next item) in the same sitting -------------------
01  WK-PR-MAX                     PIC  9(004) VALUE 4000.
01  WK-PR-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-PR-TAB.
    05 WK-PR-ROW OCCURS 4000 TIMES.
       10 WK-PR-FROM              PIC X(15).
       10 WK-PR-TO                PIC X(15).
       10 WK-PR-COUNT             PIC 9(06).
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-LEAF                       PIC  9(004) VALUE ZEROS.
01  WK-PREV                       PIC  9(004) VALUE ZEROS.
01  WK-SHOWN                      PIC  9(002) VALUE ZEROS.
01  WK-BEST                       PIC  9(004) VALUE ZEROS.
01  WK-PCT                        PIC  9(003) VALUE ZEROS.
01  WK-PCT-M                      PIC  9(003) VALUE ZEROS.
01  WK-PCT-F                      PIC  9(003) VALUE ZEROS.
01  WK-PCT-P                      PIC  9(003) VALUE ZEROS.
01  WK-PCT-S                      PIC  9(003) VALUE ZEROS.
01  WK-AVG                        PIC  9(002)V9 VALUE ZEROS.
01  WK-AVG-ED                     PIC  Z9,9.
01  WK-ROUTE                      PIC  X(010) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "NAVIGATION PATH ANALYSIS".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(48) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "LINES READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "LAUNCHES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-LAUNCHES
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-CHAVE FOREGROUND-COLOR 2.
    03  LINE 03 COLUMN 01 VALUE "FROM (CCYYMMDD):".
    03  COLUMN PLUS 2  PIC  9(008) USING WK-RANGE-FROM.
    03  COLUMN PLUS 4  VALUE "TO (CCYYMMDD):".
    03  COLUMN PLUS 2  PIC  9(008) USING WK-RANGE-TO.
01  SS-MSG.
    03  LINE 24 COLUMN 11 PIC X(70)
        BACKGROUND-COLOR BACK-COLOR.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN 11    PIC  X(070) FROM WK-MSG.
01  SS-CONF.
    03  FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
        05  LINE 24 COLUMN PLUS 44 PIC  X(001) USING WK-CONF.
*>----------------------------------------------------------------------
*>                    Main program module
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-INICIO.

    PERFORM 010-INICIALIZA

    PERFORM 015-CARREGA-TRILHA THRU 015-EXIT-CARREGA-TRILHA
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    PERFORM 020-CAMINHOS THRU 020-EXIT-CAMINHOS
    PERFORM 022-CAMINHOS-LONGOS THRU 022-EXIT-CAMINHOS-LONGOS
    PERFORM 025-PARES THRU 025-EXIT-PARES

    PERFORM 030-FINALIZA.

000-EXIT-INICIO.
    EXIT.
*>----------------------------------------------------------------------
010-INICIALIZA.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    *> default: the thirty days before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-DAYNUM = FUNCTION INTEGER-OF-DATE(WK-HOJE)
    COMPUTE WK-RANGE-FROM = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 30)
    COMPUTE WK-RANGE-TO = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 1)
    MOVE SPACES TO WK-ENV-RANGE
    ACCEPT WK-ENV-RANGE FROM ENVIRONMENT "RANGE_FROM"
    IF WK-ENV-RANGE NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-RANGE) > 0
       COMPUTE WK-RANGE-FROM = FUNCTION NUMVAL(WK-ENV-RANGE)
       END-COMPUTE
    END-IF
    MOVE SPACES TO WK-ENV-RANGE
    ACCEPT WK-ENV-RANGE FROM ENVIRONMENT "RANGE_TO"
    IF WK-ENV-RANGE NOT = SPACES
       AND FUNCTION NUMVAL(WK-ENV-RANGE) > 0
       COMPUTE WK-RANGE-TO = FUNCTION NUMVAL(WK-ENV-RANGE)
       END-COMPUTE
    END-IF

    MOVE "NAVLONGDEPTH" TO WK-GP-KEY
    MOVE 3 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-LONG-DEPTH
    MOVE "NAVLONGPCT" TO WK-GP-KEY
    MOVE 50 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-LONG-PCT
    MOVE "NAVMINUSES" TO WK-GP-KEY
    MOVE 5 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-MIN-USES
    MOVE "NAVPAIRPCT" TO WK-GP-KEY
    MOVE 80 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-PAIR-PCT
    MOVE "NAVPAIRMIN" TO WK-GP-KEY
    MOVE 5 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-PAIR-MIN
    MOVE "NAVGAPMIN" TO WK-GP-KEY
    MOVE 30 TO WK-GP-DEFAULT
    CALL "getparm" USING WK-GP-PARM END-CALL
    MOVE WK-GP-VALUE TO WK-GAP-MIN

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       ACCEPT SS-CHAVE
       MOVE "Confirm the navigation path analysis? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF
    IF WK-RANGE-FROM > WK-RANGE-TO
       DISPLAY SS-CLS
       MOVE "INVALID PERIOD - FROM IS AFTER TO" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF

    MOVE SPACES TO WK-HEADING
    STRING "ITEM            LAUNCHES  AVG DEPTH  MENU% FAST% FAV% SRCH%"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/nav_paths.txt" TO WK-RW-FILENAME
    MOVE "NAVIGATION PATH ANALYSIS" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "LAUNCHES FROM " WK-RANGE-FROM " TO " WK-RANGE-TO
           " - RUN " WK-HOJE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> REPLAYS THE TRAIL IN THE ORDER IT WAS WRITTEN. MARKER LINES AND THE
*> LINES OF OTHER WRITERS CARRY NO ROUTE AND ARE ONLY COUNTED.
015-CARREGA-TRILHA.

    OPEN INPUT FILE_AUDIT
    IF ST-AUD NOT = "00"
       GO 015-EXIT-CARREGA-TRILHA
    END-IF
    PERFORM UNTIL EOF
       READ FILE_AUDIT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF AUD-DATE >= WK-RANGE-FROM
                AND AUD-DATE <= WK-RANGE-TO
                IF AUD-VIA = "M" OR "F" OR "P" OR "S"
                   ADD 1 TO WK-LAUNCHES
                   PERFORM 016-SOMA-LANCAMENTO
                      THRU 016-EXIT-SOMA-LANCAMENTO
                ELSE
                   IF AUD-MENU-ACTION(1:2) NOT = "**"
                      ADD 1 TO WK-NO-ROUTE
                   END-IF
                END-IF
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_AUDIT
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-TRILHA.
    EXIT.
*>----------------------------------------------------------------------
*> ONE LAUNCH: ITS ITEM ROW, ITS PATH ROW, AND THE PAIR WITH THE LAUNCH
*> BEFORE IT WHEN BOTH FALL IN THE SAME SITTING.
016-SOMA-LANCAMENTO.

    *> depth: the submenu levels open plus the pick; shortcuts are 1
    MOVE 1 TO WK-DEPTH
    IF AUD-VIA = "M" AND AUD-PATH NOT = SPACES
       MOVE ZEROS TO WK-DOTS
       INSPECT AUD-PATH TALLYING WK-DOTS FOR ALL "."
       COMPUTE WK-DEPTH = WK-DOTS + 2 END-COMPUTE
    END-IF

    *> the item row
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-LF-NUM OR WK-FOUND > ZEROS
       IF WK-LF-NAME(WK-IDX) = AUD-MENU-NAME
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-LF-NUM >= WK-LF-MAX
          ADD 1 TO WK-OVERFLOW
          GO 016-EXIT-SOMA-LANCAMENTO
       END-IF
       ADD 1 TO WK-LF-NUM
       MOVE WK-LF-NUM TO WK-FOUND
       MOVE AUD-MENU-NAME TO WK-LF-NAME(WK-FOUND)
       MOVE ZEROS TO WK-LF-TOTAL(WK-FOUND) WK-LF-MENU(WK-FOUND)
                     WK-LF-FAST(WK-FOUND) WK-LF-FAV(WK-FOUND)
                     WK-LF-SRCH(WK-FOUND) WK-LF-LONG(WK-FOUND)
                     WK-LF-DEPTHS(WK-FOUND) WK-LF-SUCC(WK-FOUND)
    END-IF
    MOVE WK-FOUND TO WK-LEAF
    ADD 1 TO WK-LF-TOTAL(WK-LEAF)
    ADD WK-DEPTH TO WK-LF-DEPTHS(WK-LEAF)
    EVALUATE AUD-VIA
        WHEN "M"
            ADD 1 TO WK-LF-MENU(WK-LEAF)
            IF WK-DEPTH >= WK-LONG-DEPTH
               ADD 1 TO WK-LF-LONG(WK-LEAF)
            END-IF
        WHEN "F" ADD 1 TO WK-LF-FAST(WK-LEAF)
        WHEN "P" ADD 1 TO WK-LF-FAV(WK-LEAF)
        WHEN "S" ADD 1 TO WK-LF-SRCH(WK-LEAF)
    END-EVALUATE

    *> the path row - a shortcut's path is only where the user stood,
    *> so all launches by one shortcut share a row
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-PT-NUM OR WK-FOUND > ZEROS
       IF WK-PT-LEAF(WK-IDX) = AUD-MENU-NAME
          AND WK-PT-VIA(WK-IDX) = AUD-VIA
          AND (AUD-VIA NOT = "M" OR WK-PT-PATH(WK-IDX) = AUD-PATH)
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-PT-NUM >= WK-PT-MAX
          ADD 1 TO WK-OVERFLOW
       ELSE
          ADD 1 TO WK-PT-NUM
          MOVE WK-PT-NUM TO WK-FOUND
          MOVE AUD-MENU-NAME TO WK-PT-LEAF(WK-FOUND)
          MOVE AUD-VIA TO WK-PT-VIA(WK-FOUND)
          MOVE SPACES TO WK-PT-PATH(WK-FOUND)
          IF AUD-VIA = "M"
             MOVE AUD-PATH TO WK-PT-PATH(WK-FOUND)
          END-IF
          MOVE WK-DEPTH TO WK-PT-DEPTH(WK-FOUND)
          MOVE ZEROS TO WK-PT-COUNT(WK-FOUND)
          MOVE "N" TO WK-PT-DONE(WK-FOUND)
       END-IF
    END-IF
    IF WK-FOUND > ZEROS
       ADD 1 TO WK-PT-COUNT(WK-FOUND)
    END-IF

    *> the sitting: same user, module and day, within the gap
    MOVE AUD-TIME TO WK-TIME-R
    COMPUTE WK-MINUTE = WK-T-HH * 60 + WK-T-MM END-COMPUTE
    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-SS-NUM OR WK-FOUND > ZEROS
       IF WK-SS-USER(WK-IDX) = AUD-USER
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-SS-NUM >= WK-SS-MAX
          ADD 1 TO WK-OVERFLOW
          GO 016-EXIT-SOMA-LANCAMENTO
       END-IF
       ADD 1 TO WK-SS-NUM
       MOVE WK-SS-NUM TO WK-FOUND
       MOVE AUD-USER TO WK-SS-USER(WK-FOUND)
       MOVE ZEROS TO WK-SS-DATE(WK-FOUND)
    END-IF
    IF WK-SS-DATE(WK-FOUND) = AUD-DATE
       AND WK-SS-MODULE(WK-FOUND) = AUD-MODULE
       AND WK-MINUTE >= WK-SS-MINUTE(WK-FOUND)
       AND WK-MINUTE - WK-SS-MINUTE(WK-FOUND) <= WK-GAP-MIN
       MOVE WK-SS-LEAF(WK-FOUND) TO WK-PREV
       IF WK-PREV NOT = WK-LEAF
          ADD 1 TO WK-LF-SUCC(WK-PREV)
          PERFORM 017-SOMA-PAR THRU 017-EXIT-SOMA-PAR
       END-IF
    ELSE
       ADD 1 TO WK-SITTINGS
    END-IF
    MOVE AUD-DATE TO WK-SS-DATE(WK-FOUND)
    MOVE AUD-MODULE TO WK-SS-MODULE(WK-FOUND)
    MOVE WK-MINUTE TO WK-SS-MINUTE(WK-FOUND)
    MOVE WK-LEAF TO WK-SS-LEAF(WK-FOUND).

016-EXIT-SOMA-LANCAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> WK-PREV FOLLOWED BY WK-LEAF.
017-SOMA-PAR.

    MOVE ZEROS TO WK-JDX
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-PR-NUM OR WK-JDX > ZEROS
       IF WK-PR-FROM(WK-IDX) = WK-LF-NAME(WK-PREV)
          AND WK-PR-TO(WK-IDX) = WK-LF-NAME(WK-LEAF)
          MOVE WK-IDX TO WK-JDX
       END-IF
    END-PERFORM
    IF WK-JDX = ZEROS
       IF WK-PR-NUM >= WK-PR-MAX
          ADD 1 TO WK-OVERFLOW
          GO 017-EXIT-SOMA-PAR
       END-IF
       ADD 1 TO WK-PR-NUM
       MOVE WK-PR-NUM TO WK-JDX
       MOVE WK-LF-NAME(WK-PREV) TO WK-PR-FROM(WK-JDX)
       MOVE WK-LF-NAME(WK-LEAF) TO WK-PR-TO(WK-JDX)
       MOVE ZEROS TO WK-PR-COUNT(WK-JDX)
    END-IF
    ADD 1 TO WK-PR-COUNT(WK-JDX).

017-EXIT-SOMA-PAR.
    EXIT.
*>----------------------------------------------------------------------
*> BUSIEST ITEMS FIRST. THE SITTING TABLE HOLDS ITEM POSITIONS, SO IT
*> IS NOT USED AFTER THIS POINT.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-LF-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1
               UNTIL WK-JDX > WK-LF-NUM
          IF WK-LF-TOTAL(WK-JDX) > WK-LF-TOTAL(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-LF-ROW(WK-IDX) TO WK-LF-SWAP
          MOVE WK-LF-ROW(WK-MINI) TO WK-LF-ROW(WK-IDX)
          MOVE WK-LF-SWAP TO WK-LF-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
*> PART 1 - EVERY ITEM WITH ITS ROUTE SHARES AND UP TO THREE OF ITS
*> MOST COMMON PATHS.
020-CAMINHOS.

    MOVE "PART 1 - MOST COMMON PATHS TO EACH ITEM" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-LF-NUM = ZEROS
       MOVE "NO LAUNCHES WITH A RECORDED ROUTE IN THE PERIOD" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 020-EXIT-CAMINHOS
    END-IF
    PERFORM VARYING WK-LEAF FROM 1 BY 1 UNTIL WK-LEAF > WK-LF-NUM
       PERFORM 040-LINHA-ITEM THRU 040-EXIT-LINHA-ITEM
       MOVE ZEROS TO WK-SHOWN
       PERFORM UNTIL WK-SHOWN >= 3
          MOVE ZEROS TO WK-BEST
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-PT-NUM
             IF WK-PT-LEAF(WK-IDX) = WK-LF-NAME(WK-LEAF)
                AND WK-PT-DONE(WK-IDX) = "N"
                IF WK-BEST = ZEROS
                   MOVE WK-IDX TO WK-BEST
                ELSE
                   IF WK-PT-COUNT(WK-IDX) > WK-PT-COUNT(WK-BEST)
                      MOVE WK-IDX TO WK-BEST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          IF WK-BEST = ZEROS
             EXIT PERFORM
          END-IF
          MOVE "Y" TO WK-PT-DONE(WK-BEST)
          ADD 1 TO WK-SHOWN
          EVALUATE WK-PT-VIA(WK-BEST)
              WHEN "M" MOVE "MENU" TO WK-ROUTE
              WHEN "F" MOVE "FASTPATH" TO WK-ROUTE
              WHEN "P" MOVE "FAVORITE" TO WK-ROUTE
              WHEN "S" MOVE "SEARCH" TO WK-ROUTE
          END-EVALUATE
          IF WK-PT-VIA(WK-BEST) = "M"
             IF WK-PT-PATH(WK-BEST) = SPACES
                STRING "      " WK-PT-COUNT(WK-BEST) " X  DEPTH "
                       WK-PT-DEPTH(WK-BEST) "  " WK-ROUTE " (TOP LEVEL)"
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
             ELSE
                STRING "      " WK-PT-COUNT(WK-BEST) " X  DEPTH "
                       WK-PT-DEPTH(WK-BEST) "  " WK-ROUTE " "
                       WK-PT-PATH(WK-BEST)
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
             END-IF
          ELSE
             STRING "      " WK-PT-COUNT(WK-BEST) " X  DEPTH "
                    WK-PT-DEPTH(WK-BEST) "  " WK-ROUTE
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
          END-IF
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-PERFORM
    END-PERFORM.

020-EXIT-CAMINHOS.
    EXIT.
*>----------------------------------------------------------------------
*> PART 2 - ITEMS MOSTLY REACHED BY WALKING DEEP INTO THE TREE.
022-CAMINHOS-LONGOS.

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "PART 2 - ITEMS REACHED MOSTLY BY LONG PATHS (DEPTH "
           WK-LONG-DEPTH "+ IN " WK-LONG-PCT "% OF " WK-MIN-USES
           "+ LAUNCHES) - MOVE UP OR PUBLISH A FASTPATH"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-LEAF FROM 1 BY 1 UNTIL WK-LEAF > WK-LF-NUM
       IF WK-LF-TOTAL(WK-LEAF) >= WK-MIN-USES
          COMPUTE WK-PCT = WK-LF-LONG(WK-LEAF) * 100
                         / WK-LF-TOTAL(WK-LEAF)
          END-COMPUTE
          IF WK-PCT >= WK-LONG-PCT
             ADD 1 TO WK-LONG-ITEMS
             PERFORM 040-LINHA-ITEM THRU 040-EXIT-LINHA-ITEM
             STRING "      LONG PATHS " WK-PCT "% OF LAUNCHES"
                 DELIMITED BY SIZE INTO REG-TXT
             END-STRING
             PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
          END-IF
       END-IF
    END-PERFORM
    IF WK-LONG-ITEMS = ZEROS
       MOVE "NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

022-EXIT-CAMINHOS-LONGOS.
    EXIT.
*>----------------------------------------------------------------------
*> PART 3 - B FOLLOWS A IN MOST OF A'S SITTINGS THAT GO ON.
025-PARES.

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "PART 3 - ITEMS NEARLY ALWAYS USED ONE AFTER THE OTHER ("
           WK-PAIR-PCT "%+ OF WHAT FOLLOWS, " WK-PAIR-MIN
           "+ TIMES, GAP <= " WK-GAP-MIN " MIN)"
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-PR-NUM
       IF WK-PR-COUNT(WK-IDX) >= WK-PAIR-MIN
          MOVE ZEROS TO WK-FOUND
          PERFORM VARYING WK-JDX FROM 1 BY 1
                  UNTIL WK-JDX > WK-LF-NUM OR WK-FOUND > ZEROS
             IF WK-LF-NAME(WK-JDX) = WK-PR-FROM(WK-IDX)
                MOVE WK-JDX TO WK-FOUND
             END-IF
          END-PERFORM
          IF WK-FOUND > ZEROS AND WK-LF-SUCC(WK-FOUND) > ZEROS
             COMPUTE WK-PCT = WK-PR-COUNT(WK-IDX) * 100
                            / WK-LF-SUCC(WK-FOUND)
             END-COMPUTE
             IF WK-PCT >= WK-PAIR-PCT
                ADD 1 TO WK-PAIRS-SHOWN
                STRING WK-PR-FROM(WK-IDX) " THEN " WK-PR-TO(WK-IDX)
                       "  " WK-PR-COUNT(WK-IDX) " TIMES  "
                       WK-PCT "% OF WHAT FOLLOWS "
                       FUNCTION TRIM(WK-PR-FROM(WK-IDX))
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WK-PAIRS-SHOWN = ZEROS
       MOVE "NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

025-EXIT-PARES.
    EXIT.
*>----------------------------------------------------------------------
*> THE ITEM LINE: LAUNCHES, AVERAGE DEPTH AND THE SHARE OF EACH ROUTE.
040-LINHA-ITEM.

    COMPUTE WK-AVG ROUNDED = WK-LF-DEPTHS(WK-LEAF)
                           / WK-LF-TOTAL(WK-LEAF)
    END-COMPUTE
    MOVE WK-AVG TO WK-AVG-ED
    COMPUTE WK-PCT-M = WK-LF-MENU(WK-LEAF) * 100 / WK-LF-TOTAL(WK-LEAF)
    END-COMPUTE
    COMPUTE WK-PCT-F = WK-LF-FAST(WK-LEAF) * 100 / WK-LF-TOTAL(WK-LEAF)
    END-COMPUTE
    COMPUTE WK-PCT-P = WK-LF-FAV(WK-LEAF) * 100 / WK-LF-TOTAL(WK-LEAF)
    END-COMPUTE
    COMPUTE WK-PCT-S = WK-LF-SRCH(WK-LEAF) * 100 / WK-LF-TOTAL(WK-LEAF)
    END-COMPUTE
    STRING WK-LF-NAME(WK-LEAF) " " WK-LF-TOTAL(WK-LEAF)
           "     " WK-AVG-ED "       " WK-PCT-M "   " WK-PCT-F
           "  " WK-PCT-P "   " WK-PCT-S
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

040-EXIT-LINHA-ITEM.
    EXIT.
*>----------------------------------------------------------------------
090-GRAVA-LINHA.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    MOVE SPACES TO REG-TXT.

090-EXIT-GRAVA-LINHA.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "LAUNCHES: " WK-LAUNCHES "  ITEMS: " WK-LF-NUM
           "  SITTINGS: " WK-SITTINGS "  USERS: " WK-SS-NUM
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-NO-ROUTE > ZEROS
       STRING "LAUNCH LINES WITHOUT A RECORDED ROUTE (NOT ANALYSED): "
              WK-NO-ROUTE
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " ROWS BEYOND WHAT THE REPORT HOLDS"
              " WERE NOT COUNTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE nav_paths.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
