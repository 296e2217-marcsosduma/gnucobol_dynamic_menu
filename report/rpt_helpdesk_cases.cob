       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_helpdesk_cases.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Weekly service-desk figures from HELPDESK_CASE.DAT. Every
*>         case opened in the period is counted
*>           - per agent: cases, unverified callers, cases still
*>             open, and the unlocks, failed-attempt resets and
*>             one-time passwords taken from inside the cases;
*>           - per department of the account called about;
*>           - per reason (password, locked out, access, other);
*>         and the repeat callers are listed - every account with
*>         two or more cases in the period, with its case numbers.
*>         The period is RANGE_FROM / RANGE_TO (CCYYMMDD) when set,
*>         otherwise the seven days before the run; the interactive
*>         run lets the operator key it. Run it weekly through a
*>         JOB_SCHEDULE entry with CARGA_SILENCIOSA=S.
*>
*> Read...: helpdesk_case.dat
*>
*> Out....: helpdesk_cases.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  HELPDESK     10/15/26 DUMA     First version.
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

COPY "../cpy/helpdesk_case_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/helpdesk_case_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-HDC                        PIC  9(002).
    88  HDC-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

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
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-CASES                      PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-REPEATS                    PIC  9(006) VALUE ZEROS.
01  WK-ACT                        PIC  9(002) VALUE ZEROS.
*> Grand totals, same layout as one row -------------------------------
01  WK-TOT-ROW.
    05 WK-TOT-CASES               PIC 9(06) VALUE ZEROS.
    05 WK-TOT-UNVER               PIC 9(06) VALUE ZEROS.
    05 WK-TOT-OPEN                PIC 9(06) VALUE ZEROS.
    05 WK-TOT-UNLOCK              PIC 9(06) VALUE ZEROS.
    05 WK-TOT-RESET               PIC 9(06) VALUE ZEROS.
    05 WK-TOT-OTP                 PIC 9(06) VALUE ZEROS.
*> One row per agent, per department and per reason -------------------
*> (WK-GR-KIND A = agent, D = department, R = reason)
01  WK-GR-MAX                     PIC  9(004) VALUE 800.
01  WK-GR-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-GR-TAB.
    05 WK-GR-ROW OCCURS 800 TIMES.
       10 WK-GR-KIND              PIC X(01).
       10 WK-GR-NAME              PIC X(20).
       10 WK-GR-CASES             PIC 9(06).
       10 WK-GR-UNVER             PIC 9(06).
       10 WK-GR-OPEN              PIC 9(06).
       10 WK-GR-UNLOCK            PIC 9(06).
       10 WK-GR-RESET             PIC 9(06).
       10 WK-GR-OTP               PIC 9(06).
01  WK-SWAP-ROW                   PIC  X(057) VALUE SPACES.
*> One row per account called about, for the repeat callers -----------
01  WK-CL-MAX                     PIC  9(004) VALUE 2000.
01  WK-CL-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-CL-TAB.
    05 WK-CL-ROW OCCURS 2000 TIMES.
       10 WK-CL-LOGIN             PIC X(10).
       10 WK-CL-DEPT              PIC X(04).
       10 WK-CL-CASES             PIC 9(04).
       10 WK-CL-IDS               PIC X(56).
01  WK-CL-SWAP                    PIC  X(074) VALUE SPACES.
01  WK-CL-PTR                     PIC  9(003) VALUE ZEROS.
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-KIND                       PIC  X(001) VALUE SPACE.
01  WK-KEY                        PIC  X(020) VALUE SPACES.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "SERVICE-DESK CASES".
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
        05  LINE 02 COLUMN 01 VALUE "CASES READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "IN PERIOD:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-CASES
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

    PERFORM 015-CARREGA-CASOS THRU 015-EXIT-CARREGA-CASOS
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO

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

    *> default: the seven days before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-DAYNUM = FUNCTION INTEGER-OF-DATE(WK-HOJE)
    COMPUTE WK-RANGE-FROM = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 7)
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

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       ACCEPT SS-CHAVE
       MOVE "Confirm the service-desk cases run? [S/N]: " TO WK-MSG
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
    STRING "                        CASES UNVERIF   OPEN"
           " UNLOCKS RESETS   OTPS"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/helpdesk_cases.txt" TO WK-RW-FILENAME
    MOVE "SERVICE-DESK CASES" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "CASES OPENED FROM " WK-RANGE-FROM " TO " WK-RANGE-TO
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
*> EVERY CASE OPENED IN THE PERIOD, SUMMED INTO ITS AGENT, DEPARTMENT
*> AND REASON ROWS AND NOTED AGAINST THE ACCOUNT CALLED ABOUT.
015-CARREGA-CASOS.

    OPEN INPUT FD-HDC
    IF NOT HDC-FS-OK
       GO 015-EXIT-CARREGA-CASOS
    END-IF
    MOVE ZEROS TO HDC-ID
    START FD-HDC
        KEY IS >= KEY1-HDC
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-HDC NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF HDC-OPEN-DATE >= WK-RANGE-FROM
                AND HDC-OPEN-DATE <= WK-RANGE-TO
                ADD 1 TO WK-CASES
                MOVE "A" TO WK-KIND
                MOVE HDC-AGENT TO WK-KEY
                PERFORM 016-SOMA-CASO THRU 016-EXIT-SOMA-CASO
                MOVE "D" TO WK-KIND
                MOVE HDC-DEPT TO WK-KEY
                PERFORM 016-SOMA-CASO THRU 016-EXIT-SOMA-CASO
                MOVE "R" TO WK-KIND
                EVALUATE HDC-REASON
                    WHEN "P" MOVE "FORGOTTEN PASSWORD" TO WK-KEY
                    WHEN "L" MOVE "LOCKED OUT" TO WK-KEY
                    WHEN "A" MOVE "ACCESS QUESTION" TO WK-KEY
                    WHEN OTHER MOVE "OTHER" TO WK-KEY
                END-EVALUATE
                PERFORM 016-SOMA-CASO THRU 016-EXIT-SOMA-CASO
                PERFORM 017-NOTA-CHAMADOR THRU 017-EXIT-NOTA-CHAMADOR
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FD-HDC
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-CASOS.
    EXIT.
*>----------------------------------------------------------------------
*> THE CASE IN THE ROW OF KIND WK-KIND AND NAME WK-KEY; THE GRAND
*> TOTALS ARE TAKEN ONCE, ON THE AGENT ROW.
016-SOMA-CASO.

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-GR-NUM OR WK-FOUND > ZEROS
       IF WK-GR-KIND(WK-IDX) = WK-KIND
          AND WK-GR-NAME(WK-IDX) = WK-KEY
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-GR-NUM >= WK-GR-MAX
          ADD 1 TO WK-OVERFLOW
          GO 016-EXIT-SOMA-CASO
       END-IF
       ADD 1 TO WK-GR-NUM
       MOVE WK-GR-NUM TO WK-FOUND
       MOVE WK-KIND TO WK-GR-KIND(WK-FOUND)
       MOVE WK-KEY TO WK-GR-NAME(WK-FOUND)
       MOVE ZEROS TO WK-GR-CASES(WK-FOUND) WK-GR-UNVER(WK-FOUND)
                     WK-GR-OPEN(WK-FOUND) WK-GR-UNLOCK(WK-FOUND)
                     WK-GR-RESET(WK-FOUND) WK-GR-OTP(WK-FOUND)
    END-IF

    ADD 1 TO WK-GR-CASES(WK-FOUND)
    IF WK-KIND = "A"
       ADD 1 TO WK-TOT-CASES
    END-IF
    IF NOT HDC-VERIFIED
       ADD 1 TO WK-GR-UNVER(WK-FOUND)
       IF WK-KIND = "A"
          ADD 1 TO WK-TOT-UNVER
       END-IF
    END-IF
    IF HDC-IS-OPEN
       ADD 1 TO WK-GR-OPEN(WK-FOUND)
       IF WK-KIND = "A"
          ADD 1 TO WK-TOT-OPEN
       END-IF
    END-IF
    PERFORM VARYING WK-ACT FROM 1 BY 1
            UNTIL WK-ACT > HDC-N-ACTIONS OR WK-ACT > 5
       EVALUATE HDC-ACT-CODE(WK-ACT)
           WHEN "U"
               ADD 1 TO WK-GR-UNLOCK(WK-FOUND)
               IF WK-KIND = "A"
                  ADD 1 TO WK-TOT-UNLOCK
               END-IF
           WHEN "A"
               ADD 1 TO WK-GR-RESET(WK-FOUND)
               IF WK-KIND = "A"
                  ADD 1 TO WK-TOT-RESET
               END-IF
           WHEN "O"
               ADD 1 TO WK-GR-OTP(WK-FOUND)
               IF WK-KIND = "A"
                  ADD 1 TO WK-TOT-OTP
               END-IF
       END-EVALUATE
    END-PERFORM.

016-EXIT-SOMA-CASO.
    EXIT.
*>----------------------------------------------------------------------
*> THE CASE AGAINST THE ACCOUNT CALLED ABOUT; ITS CASE NUMBERS ARE
*> KEPT FOR THE REPEAT-CALLER LIST (AS MANY AS FIT ON THE LINE).
017-NOTA-CHAMADOR.

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-CL-NUM OR WK-FOUND > ZEROS
       IF WK-CL-LOGIN(WK-IDX) = HDC-LOGIN
          MOVE WK-IDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-CL-NUM >= WK-CL-MAX
          ADD 1 TO WK-OVERFLOW
          GO 017-EXIT-NOTA-CHAMADOR
       END-IF
       ADD 1 TO WK-CL-NUM
       MOVE WK-CL-NUM TO WK-FOUND
       MOVE HDC-LOGIN TO WK-CL-LOGIN(WK-FOUND)
       MOVE HDC-DEPT TO WK-CL-DEPT(WK-FOUND)
       MOVE ZEROS TO WK-CL-CASES(WK-FOUND)
       MOVE SPACES TO WK-CL-IDS(WK-FOUND)
    END-IF
    ADD 1 TO WK-CL-CASES(WK-FOUND)
    IF WK-CL-CASES(WK-FOUND) <= 8
       COMPUTE WK-CL-PTR = (WK-CL-CASES(WK-FOUND) - 1) * 7 + 1
       MOVE HDC-ID TO WK-CL-IDS(WK-FOUND)(WK-CL-PTR:6)
    END-IF.

017-EXIT-NOTA-CHAMADOR.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT: THE GROUP ROWS ON KIND AND NAME, THE CALLERS ON
*> CASES (MOST FIRST).
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-GR-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-GR-NUM
          IF WK-GR-KIND(WK-JDX) < WK-GR-KIND(WK-MINI)
             OR (WK-GR-KIND(WK-JDX) = WK-GR-KIND(WK-MINI)
                 AND WK-GR-NAME(WK-JDX) < WK-GR-NAME(WK-MINI))
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-GR-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-GR-ROW(WK-MINI) TO WK-GR-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-GR-ROW(WK-MINI)
       END-IF
    END-PERFORM
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-CL-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-CL-NUM
          IF WK-CL-CASES(WK-JDX) > WK-CL-CASES(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-CL-ROW(WK-IDX) TO WK-CL-SWAP
          MOVE WK-CL-ROW(WK-MINI) TO WK-CL-ROW(WK-IDX)
          MOVE WK-CL-SWAP TO WK-CL-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    IF WK-CASES = ZEROS
       MOVE "  NO CASE WAS OPENED IN THE PERIOD" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 020-EXIT-PROCESSAMENTO
    END-IF
    MOVE "PER AGENT" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "A" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "PER DEPARTMENT" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "D" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO
    MOVE "PER REASON" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "R" TO WK-KIND
    PERFORM 022-LISTA-GRUPO THRU 022-EXIT-LISTA-GRUPO

    MOVE "REPEAT CALLERS (TWO OR MORE CASES IN THE PERIOD)" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-CL-NUM OR WK-CL-CASES(WK-IDX) < 2
       ADD 1 TO WK-REPEATS
       STRING "  " WK-CL-LOGIN(WK-IDX) "  " WK-CL-DEPT(WK-IDX)
              "  " WK-CL-CASES(WK-IDX) " CASES: " WK-CL-IDS(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-PERFORM
    IF WK-REPEATS = ZEROS
       MOVE "  NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> THE ROWS OF KIND WK-KIND, THEN A BLANK LINE.
022-LISTA-GRUPO.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-GR-NUM
       IF WK-GR-KIND(WK-IDX) = WK-KIND
          STRING "  " WK-GR-NAME(WK-IDX)
                 " " WK-GR-CASES(WK-IDX)
                 " " WK-GR-UNVER(WK-IDX)
                 " " WK-GR-OPEN(WK-IDX)
                 "  " WK-GR-UNLOCK(WK-IDX)
                 " " WK-GR-RESET(WK-IDX)
                 " " WK-GR-OTP(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
    END-PERFORM
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

022-EXIT-LISTA-GRUPO.
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
    STRING "ALL AGENTS            " WK-TOT-CASES
           " " WK-TOT-UNVER
           " " WK-TOT-OPEN
           "  " WK-TOT-UNLOCK
           " " WK-TOT-RESET
           " " WK-TOT-OTP
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "ACCOUNTS CALLED ABOUT: " WK-CL-NUM
           "  REPEAT CALLERS: " WK-REPEATS
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
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
    MOVE "*** DONE - SEE helpdesk_cases.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
