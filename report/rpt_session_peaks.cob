       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_session_peaks.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Peak concurrent sessions per module. session_history.log
*>         is replayed from its first line in the order it was
*>         written: a start adds a seat to its module, an end gives
*>         it back (a PID started again before its end was seen
*>         closes the old session first). An hour clock runs along
*>         with the replay, so a seat held through hours with no
*>         events still counts in every one of them. For each hour
*>         inside the period the highest count of each module is
*>         kept against that hour of that weekday, and the report
*>         prints per module:
*>           - its SEAT_LIMIT.DAT limit, sessions started, highest
*>             concurrency seen and when;
*>           - how many sign-ons filled the last seat (the module
*>             reached its limit) and how many were turned away
*>             because it was already full;
*>           - an hour-by-weekday grid of the peaks (hours with no
*>             session on any day are left out).
*>         The period is RANGE_FROM / RANGE_TO (CCYYMMDD) when set,
*>         otherwise the month before the run; the interactive run
*>         lets the operator key both dates.
*>
*> Read...: session_history.log, seat_limit.dat
*>
*> Out....: session_peaks.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  SESSION HIST 10/15/26 DUMA     First version.
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

COPY "../cpy/session_hist_se.cpy".
COPY "../cpy/seat_limit_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/session_hist_fd.cpy".
COPY "../cpy/seat_limit_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-SHS                        PIC  9(002).
    88  SHS-FS-OK                             VALUE ZEROS.
    88  SHS-FS-NOT-EXIST                      VALUE 35.
77  ST-SEA                        PIC  9(002).
    88  SEA-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-HOJE-R REDEFINES WK-HOJE.
    05 WK-HOJE-ANO                PIC  9(004).
    05 WK-HOJE-MES                PIC  9(002).
    05 WK-HOJE-DIA                PIC  9(002).
01  WK-AGORA                      PIC  9(008) VALUE ZEROS.
01  WK-AGORA-R REDEFINES WK-AGORA.
    05 WK-AGORA-HH                PIC  9(002).
    05 FILLER                     PIC  9(006).
*> The period, and the same two dates as hour numbers ----------------
01  WK-FROM                       PIC  9(008) VALUE ZEROS.
01  WK-FROM-R REDEFINES WK-FROM.
    05 WK-FROM-ANO                PIC  9(004).
    05 WK-FROM-MES                PIC  9(002).
    05 WK-FROM-DIA                PIC  9(002).
01  WK-TO                         PIC  9(008) VALUE ZEROS.
01  WK-TO-R REDEFINES WK-TO.
    05 WK-TO-ANO                  PIC  9(004).
    05 WK-TO-MES                  PIC  9(002).
    05 WK-TO-DIA                  PIC  9(002).
01  WK-ENV-RANGE                  PIC  X(008) VALUE SPACES.
01  WK-H-FROM                     PIC  9(009) VALUE ZEROS.
01  WK-H-TO                       PIC  9(009) VALUE ZEROS.
01  WK-H-NOW                      PIC  9(009) VALUE ZEROS.
*> Hour clock of the replay: WK-H-CLOCK is the hour the counts in
*> the module table belong to; an hour number is the day number
*> (INTEGER-OF-DATE) times 24 plus the hour of the day --------------
01  WK-H-CLOCK                    PIC  9(009) VALUE ZEROS.
01  WK-H-EVENT                    PIC  9(009) VALUE ZEROS.
01  WK-H-LOOP                     PIC  9(009) VALUE ZEROS.
01  WK-H-LAST                     PIC  9(009) VALUE ZEROS.
01  WK-H-DAY                      PIC  9(007) VALUE ZEROS.
01  WK-H-HH                       PIC  9(002) VALUE ZEROS.
01  WK-DOW                        PIC  9(001) VALUE ZEROS.
01  WK-EV-TIME                    PIC  9(008) VALUE ZEROS.
01  WK-EV-TIME-R REDEFINES WK-EV-TIME.
    05 WK-EV-HH                   PIC  9(002).
    05 FILLER                     PIC  9(006).
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-UNREADABLE                 PIC  9(008) VALUE ZEROS.
01  WK-OVERFLOW                   PIC  9(008) VALUE ZEROS.
01  WK-NO-START                   PIC  9(008) VALUE ZEROS.
*> One row per module: limit, running count and the period figures --
01  WK-MD-MAX                     PIC  9(004) VALUE 100.
01  WK-MD-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-MD-TAB.
    05 WK-MD-ROW OCCURS 100 TIMES.
       10 WK-MD-NAME              PIC X(15).
       10 WK-MD-LIMIT             PIC 9(03).
       10 WK-MD-CURRENT           PIC 9(05).
       10 WK-MD-SESSIONS          PIC 9(07).
       10 WK-MD-AT-LIMIT          PIC 9(07).
       10 WK-MD-REFUSED           PIC 9(07).
       10 WK-MD-PEAK              PIC 9(05).
       10 WK-MD-PEAK-DATE         PIC 9(08).
       10 WK-MD-PEAK-HH           PIC 9(02).
       10 WK-MD-DAY OCCURS 7 TIMES.
          15 WK-MD-HOUR           PIC 9(05) OCCURS 24 TIMES.
01  WK-SWAP-ROW                   PIC  X(899) VALUE SPACES.
*> Sessions open at the replay point, by PID --------------------------
01  WK-OP-MAX                     PIC  9(004) VALUE 3000.
01  WK-OP-NUM                     PIC  9(004) VALUE ZEROS.
01  WK-OP-TAB.
    05 WK-OP-ROW OCCURS 3000 TIMES.
       10 WK-OP-PID               PIC 9(09).
       10 WK-OP-MOD               PIC 9(04).
01  WK-IDX                        PIC  9(004) VALUE ZEROS.
01  WK-JDX                        PIC  9(004) VALUE ZEROS.
01  WK-MINI                       PIC  9(004) VALUE ZEROS.
01  WK-FOUND                      PIC  9(004) VALUE ZEROS.
01  WK-MOD-KEY                    PIC  X(015) VALUE SPACES.
01  WK-OPX                        PIC  9(004) VALUE ZEROS.
01  WK-DDX                        PIC  9(001) VALUE ZEROS.
01  WK-HDX                        PIC  9(002) VALUE ZEROS.
01  WK-HOUR-USED                  PIC  X(001) VALUE "N".
*> Printed lines -------------------------------------------------------
01  WK-ED-LIMIT                   PIC  ZZ9.
01  WK-ED-COUNT                   PIC  ZZZZZZ9.
01  WK-ED-PEAK                    PIC  ZZZZ9.
01  WK-GRID-LINE.
    05 FILLER                     PIC  X(004) VALUE SPACES.
    05 WK-GL-HH                   PIC  9(002).
    05 FILLER                     PIC  X(004) VALUE ":00 ".
    05 WK-GL-CELL OCCURS 7 TIMES.
       10 FILLER                  PIC  X(002).
       10 WK-GL-VALUE             PIC  ZZZZ9.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "PEAK CONCURRENT SESSIONS BY MODULE".
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
        05  LINE 02 COLUMN 01 VALUE "HISTORY LINES:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "MODULES:".
        05  COLUMN PLUS 2  PIC  9(004) USING WK-MD-NUM
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
01  SS-CHAVE FOREGROUND-COLOR 2.
    03  LINE 03 COLUMN 01 VALUE "FROM (CCYYMMDD):".
    03  COLUMN PLUS 2  PIC  9(008) USING WK-FROM.
    03  COLUMN PLUS 4  VALUE "TO (CCYYMMDD):".
    03  COLUMN PLUS 2  PIC  9(008) USING WK-TO.
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

    PERFORM 015-CARREGA-LIMITES THRU 015-EXIT-CARREGA-LIMITES
    PERFORM 020-PROCESSAMENTO THRU 020-EXIT-PROCESSAMENTO
    PERFORM 018-ORDENA THRU 018-EXIT-ORDENA
    PERFORM 040-IMPRIME THRU 040-EXIT-IMPRIME

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

    *> default: the whole month before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    ACCEPT WK-AGORA FROM TIME
    MOVE WK-HOJE TO WK-FROM
    MOVE 1 TO WK-FROM-DIA
    COMPUTE WK-TO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WK-FROM) - 1)
    MOVE WK-TO TO WK-FROM
    MOVE 1 TO WK-FROM-DIA
    MOVE SPACES TO WK-ENV-RANGE
    ACCEPT WK-ENV-RANGE FROM ENVIRONMENT "RANGE_FROM"
    IF WK-ENV-RANGE IS NUMERIC
       MOVE WK-ENV-RANGE TO WK-FROM
    END-IF
    MOVE SPACES TO WK-ENV-RANGE
    ACCEPT WK-ENV-RANGE FROM ENVIRONMENT "RANGE_TO"
    IF WK-ENV-RANGE IS NUMERIC
       MOVE WK-ENV-RANGE TO WK-TO
    END-IF

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       ACCEPT SS-CHAVE
       MOVE "Confirm the session peaks run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WK-FROM) NOT = 0
       OR FUNCTION TEST-DATE-YYYYMMDD(WK-TO) NOT = 0
       OR WK-TO < WK-FROM
       DISPLAY SS-CLS
       MOVE "INVALID PERIOD - USE CCYYMMDD, FROM NOT AFTER TO" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    COMPUTE WK-H-FROM = FUNCTION INTEGER-OF-DATE(WK-FROM) * 24
    COMPUTE WK-H-TO = FUNCTION INTEGER-OF-DATE(WK-TO) * 24 + 23
    COMPUTE WK-H-NOW = FUNCTION INTEGER-OF-DATE(WK-HOJE) * 24
                     + WK-AGORA-HH

    MOVE SPACES TO WK-HEADING
    STRING "MODULE          LIMIT SESSIONS  PEAK  PEAK AT"
           "            FILLED LAST SEAT  TURNED AWAY"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/session_peaks.txt" TO WK-RW-FILENAME
    MOVE "PEAK CONCURRENT SESSIONS BY MODULE" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "SESSIONS FROM " WK-FROM " TO " WK-TO
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
*> EVERY MODULE WITH A SEAT LIMIT GETS ITS ROW UP FRONT, SO A LIMITED
*> MODULE NOBODY USED IN THE PERIOD STILL SHOWS.
015-CARREGA-LIMITES.

    OPEN INPUT FD-SEA
    IF NOT SEA-FS-OK
       GO 015-EXIT-CARREGA-LIMITES
    END-IF
    MOVE LOW-VALUES TO SEA-MODULE
    START FD-SEA
        KEY IS >= KEY1-SEA
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-SEA NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             MOVE SEA-MODULE TO WK-MOD-KEY
             PERFORM 024-ACHA-MODULO THRU 024-EXIT-ACHA-MODULO
             IF WK-FOUND > ZEROS
                MOVE SEA-LIMIT TO WK-MD-LIMIT(WK-FOUND)
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-SEA
    MOVE "F" TO FLG-EOF.

015-EXIT-CARREGA-LIMITES.
    EXIT.
*>----------------------------------------------------------------------
*> THE REPLAY. EVENTS BEFORE THE PERIOD ARE STILL APPLIED - A SESSION
*> OPENED LAST MONTH AND STILL ON HOLDS ITS SEAT IN THIS ONE - BUT
*> ONLY HOURS INSIDE THE PERIOD ARE RECORDED.
020-PROCESSAMENTO.

    OPEN INPUT FILE_SESHIST
    IF NOT SHS-FS-OK
       GO 020-EXIT-PROCESSAMENTO
    END-IF
    MOVE ZEROS TO WK-H-CLOCK
    PERFORM UNTIL EOF
       READ FILE_SESHIST NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF SHS-DATE IS NOT NUMERIC
                OR SHS-TIME IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(SHS-DATE) NOT = 0
                ADD 1 TO WK-UNREADABLE
             ELSE
                MOVE SHS-TIME TO WK-EV-TIME
                COMPUTE WK-H-EVENT =
                        FUNCTION INTEGER-OF-DATE(SHS-DATE) * 24
                      + WK-EV-HH
                IF WK-H-CLOCK = ZEROS
                   MOVE WK-H-EVENT TO WK-H-CLOCK
                END-IF
                *> the hours between the last event and this one
                IF WK-H-EVENT > WK-H-CLOCK
                   MOVE WK-H-EVENT TO WK-H-LAST
                   PERFORM 021-AVANCA-RELOGIO
                      THRU 021-EXIT-AVANCA-RELOGIO
                END-IF
                IF WK-H-EVENT > WK-H-TO
                   MOVE "T" TO FLG-EOF
                ELSE
                   PERFORM 023-APLICA-EVENTO
                      THRU 023-EXIT-APLICA-EVENTO
                END-IF
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FILE_SESHIST
    MOVE "F" TO FLG-EOF

    *> sessions still on at the last event carry on to the end of the
    *> period, or to now when the period is still running
    IF WK-H-CLOCK > ZEROS
       IF WK-H-NOW < WK-H-TO
          MOVE WK-H-NOW TO WK-H-LAST
       ELSE
          MOVE WK-H-TO TO WK-H-LAST
       END-IF
       IF WK-H-LAST > WK-H-CLOCK
          PERFORM 021-AVANCA-RELOGIO THRU 021-EXIT-AVANCA-RELOGIO
       END-IF
    END-IF.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> MOVES THE CLOCK UP TO WK-H-LAST. NOTHING CHANGED IN THE HOURS
*> PASSED OVER, SO EACH ONE INSIDE THE PERIOD SEES THE COUNTS AS THEY
*> STAND.
021-AVANCA-RELOGIO.

    COMPUTE WK-H-LOOP = WK-H-CLOCK + 1
    IF WK-H-LOOP < WK-H-FROM
       MOVE WK-H-FROM TO WK-H-LOOP
    END-IF
    PERFORM UNTIL WK-H-LOOP > WK-H-LAST OR WK-H-LOOP > WK-H-TO
       PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-MD-NUM
          PERFORM 022-REGISTRA-HORA THRU 022-EXIT-REGISTRA-HORA
       END-PERFORM
       ADD 1 TO WK-H-LOOP
    END-PERFORM
    MOVE WK-H-LAST TO WK-H-CLOCK.

021-EXIT-AVANCA-RELOGIO.
    EXIT.
*>----------------------------------------------------------------------
*> MODULE WK-IDX'S COUNT AGAINST HOUR WK-H-LOOP (KNOWN TO BE IN THE
*> PERIOD). INTEGER-OF-DATE DAY 1 (01/01/1601) WAS A MONDAY, SO THE
*> WEEKDAY RUNS 1 = MONDAY ... 7 = SUNDAY.
022-REGISTRA-HORA.

    IF WK-MD-CURRENT(WK-IDX) = ZEROS
       GO 022-EXIT-REGISTRA-HORA
    END-IF
    DIVIDE WK-H-LOOP BY 24 GIVING WK-H-DAY REMAINDER WK-H-HH
    COMPUTE WK-DOW = FUNCTION MOD(WK-H-DAY - 1, 7) + 1
    ADD 1 TO WK-H-HH GIVING WK-HDX
    IF WK-MD-CURRENT(WK-IDX) > WK-MD-HOUR(WK-IDX, WK-DOW, WK-HDX)
       MOVE WK-MD-CURRENT(WK-IDX) TO WK-MD-HOUR(WK-IDX, WK-DOW, WK-HDX)
    END-IF
    IF WK-MD-CURRENT(WK-IDX) > WK-MD-PEAK(WK-IDX)
       MOVE WK-MD-CURRENT(WK-IDX) TO WK-MD-PEAK(WK-IDX)
       MOVE FUNCTION DATE-OF-INTEGER(WK-H-DAY) TO WK-MD-PEAK-DATE(WK-IDX)
       MOVE WK-H-HH TO WK-MD-PEAK-HH(WK-IDX)
    END-IF.

022-EXIT-REGISTRA-HORA.
    EXIT.
*>----------------------------------------------------------------------
023-APLICA-EVENTO.

    MOVE SHS-MODULE TO WK-MOD-KEY
    PERFORM 026-ACHA-PID THRU 026-EXIT-ACHA-PID
    EVALUATE TRUE
       WHEN SHS-IS-START
          *> the PID came round again with no end seen for the old
          *> session: the old one is over
          IF WK-OPX > ZEROS
             PERFORM 027-FECHA-PID THRU 027-EXIT-FECHA-PID
          END-IF
          PERFORM 024-ACHA-MODULO THRU 024-EXIT-ACHA-MODULO
          IF WK-FOUND = ZEROS
             GO 023-EXIT-APLICA-EVENTO
          END-IF
          IF WK-OP-NUM >= WK-OP-MAX
             ADD 1 TO WK-OVERFLOW
             GO 023-EXIT-APLICA-EVENTO
          END-IF
          ADD 1 TO WK-OP-NUM
          MOVE SHS-PID TO WK-OP-PID(WK-OP-NUM)
          MOVE WK-FOUND TO WK-OP-MOD(WK-OP-NUM)
          ADD 1 TO WK-MD-CURRENT(WK-FOUND)
          IF WK-H-EVENT >= WK-H-FROM
             ADD 1 TO WK-MD-SESSIONS(WK-FOUND)
             IF WK-MD-LIMIT(WK-FOUND) > ZEROS
                AND WK-MD-CURRENT(WK-FOUND) >= WK-MD-LIMIT(WK-FOUND)
                ADD 1 TO WK-MD-AT-LIMIT(WK-FOUND)
             END-IF
             MOVE WK-H-EVENT TO WK-H-LOOP
             MOVE WK-FOUND TO WK-IDX
             PERFORM 022-REGISTRA-HORA THRU 022-EXIT-REGISTRA-HORA
          END-IF
       WHEN SHS-IS-END
          IF WK-OPX > ZEROS
             PERFORM 027-FECHA-PID THRU 027-EXIT-FECHA-PID
          ELSE
             IF WK-H-EVENT >= WK-H-FROM
                ADD 1 TO WK-NO-START
             END-IF
          END-IF
       WHEN SHS-IS-REFUSED
          IF WK-H-EVENT >= WK-H-FROM
             PERFORM 024-ACHA-MODULO THRU 024-EXIT-ACHA-MODULO
             IF WK-FOUND > ZEROS
                ADD 1 TO WK-MD-REFUSED(WK-FOUND)
             END-IF
          END-IF
    END-EVALUATE.

023-EXIT-APLICA-EVENTO.
    EXIT.
*>----------------------------------------------------------------------
*> ROW OF MODULE WK-MOD-KEY IN WK-FOUND, ADDED WHEN NEW (ZERO WHEN THE
*> TABLE IS FULL).
024-ACHA-MODULO.

    MOVE ZEROS TO WK-FOUND
    PERFORM VARYING WK-JDX FROM 1 BY 1
            UNTIL WK-JDX > WK-MD-NUM OR WK-FOUND > ZEROS
       IF WK-MD-NAME(WK-JDX) = WK-MOD-KEY
          MOVE WK-JDX TO WK-FOUND
       END-IF
    END-PERFORM
    IF WK-FOUND = ZEROS
       IF WK-MD-NUM >= WK-MD-MAX
          ADD 1 TO WK-OVERFLOW
          GO 024-EXIT-ACHA-MODULO
       END-IF
       ADD 1 TO WK-MD-NUM
       MOVE WK-MD-NUM TO WK-FOUND
       INITIALIZE WK-MD-ROW(WK-FOUND)
       MOVE WK-MOD-KEY TO WK-MD-NAME(WK-FOUND)
    END-IF.

024-EXIT-ACHA-MODULO.
    EXIT.
*>----------------------------------------------------------------------
*> OPEN-SESSION ROW OF SHS-PID IN WK-OPX, ZERO WHEN NOT OPEN.
026-ACHA-PID.

    MOVE ZEROS TO WK-OPX
    PERFORM VARYING WK-JDX FROM 1 BY 1
            UNTIL WK-JDX > WK-OP-NUM OR WK-OPX > ZEROS
       IF WK-OP-PID(WK-JDX) = SHS-PID
          MOVE WK-JDX TO WK-OPX
       END-IF
    END-PERFORM.

026-EXIT-ACHA-PID.
    EXIT.
*>----------------------------------------------------------------------
*> GIVES BACK THE SEAT OF OPEN SESSION WK-OPX; THE LAST ROW MOVES INTO
*> ITS PLACE.
027-FECHA-PID.

    MOVE WK-OP-MOD(WK-OPX) TO WK-MINI
    IF WK-MD-CURRENT(WK-MINI) > ZEROS
       SUBTRACT 1 FROM WK-MD-CURRENT(WK-MINI)
    END-IF
    IF WK-OPX < WK-OP-NUM
       MOVE WK-OP-ROW(WK-OP-NUM) TO WK-OP-ROW(WK-OPX)
    END-IF
    SUBTRACT 1 FROM WK-OP-NUM
    MOVE ZEROS TO WK-OPX.

027-EXIT-FECHA-PID.
    EXIT.
*>----------------------------------------------------------------------
*> SELECTION SORT ON MODULE NAME - ONLY AFTER THE REPLAY, WHILE THE
*> OPEN-SESSION ROWS NO LONGER POINT INTO THE TABLE.
018-ORDENA.

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX >= WK-MD-NUM
       MOVE WK-IDX TO WK-MINI
       PERFORM VARYING WK-JDX FROM WK-IDX BY 1 UNTIL WK-JDX > WK-MD-NUM
          IF WK-MD-NAME(WK-JDX) < WK-MD-NAME(WK-MINI)
             MOVE WK-JDX TO WK-MINI
          END-IF
       END-PERFORM
       IF WK-MINI NOT = WK-IDX
          MOVE WK-MD-ROW(WK-IDX) TO WK-SWAP-ROW
          MOVE WK-MD-ROW(WK-MINI) TO WK-MD-ROW(WK-IDX)
          MOVE WK-SWAP-ROW TO WK-MD-ROW(WK-MINI)
       END-IF
    END-PERFORM.

018-EXIT-ORDENA.
    EXIT.
*>----------------------------------------------------------------------
040-IMPRIME.

    IF WK-MD-NUM = ZEROS
       MOVE "  NO SESSION HISTORY AND NO SEAT LIMITS ON FILE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-MD-NUM
       PERFORM 041-IMPRIME-MODULO THRU 041-EXIT-IMPRIME-MODULO
    END-PERFORM.

040-EXIT-IMPRIME.
    EXIT.
*>----------------------------------------------------------------------
041-IMPRIME-MODULO.

    MOVE WK-MD-LIMIT(WK-IDX) TO WK-ED-LIMIT
    MOVE WK-MD-PEAK(WK-IDX) TO WK-ED-PEAK
    MOVE SPACES TO REG-TXT
    MOVE WK-MD-NAME(WK-IDX) TO REG-TXT(1:15)
    IF WK-MD-LIMIT(WK-IDX) = ZEROS
       MOVE " NONE" TO REG-TXT(17:5)
    ELSE
       MOVE WK-ED-LIMIT TO REG-TXT(19:3)
    END-IF
    MOVE WK-MD-SESSIONS(WK-IDX) TO WK-ED-COUNT
    MOVE WK-ED-COUNT TO REG-TXT(24:7)
    MOVE WK-ED-PEAK TO REG-TXT(32:5)
    IF WK-MD-PEAK(WK-IDX) > ZEROS
       STRING WK-MD-PEAK-DATE(WK-IDX) " " WK-MD-PEAK-HH(WK-IDX) ":00"
           DELIMITED BY SIZE INTO REG-TXT(38:14)
       END-STRING
    END-IF
    MOVE WK-MD-AT-LIMIT(WK-IDX) TO WK-ED-COUNT
    MOVE WK-ED-COUNT TO REG-TXT(67:7)
    MOVE WK-MD-REFUSED(WK-IDX) TO WK-ED-COUNT
    MOVE WK-ED-COUNT TO REG-TXT(80:7)
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    IF WK-MD-PEAK(WK-IDX) = ZEROS
       MOVE "    NO SESSION ON IN THE PERIOD" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 041-EXIT-IMPRIME-MODULO
    END-IF
    MOVE "    HOUR      MON    TUE    WED    THU    FRI    SAT    SUN"
      TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM VARYING WK-HDX FROM 1 BY 1 UNTIL WK-HDX > 24
       MOVE "N" TO WK-HOUR-USED
       PERFORM VARYING WK-DDX FROM 1 BY 1 UNTIL WK-DDX > 7
          MOVE SPACES TO WK-GL-CELL(WK-DDX)
          MOVE WK-MD-HOUR(WK-IDX, WK-DDX, WK-HDX) TO WK-GL-VALUE(WK-DDX)
          IF WK-MD-HOUR(WK-IDX, WK-DDX, WK-HDX) > ZEROS
             MOVE "Y" TO WK-HOUR-USED
          END-IF
       END-PERFORM
       IF WK-HOUR-USED = "Y"
          SUBTRACT 1 FROM WK-HDX GIVING WK-GL-HH
          MOVE WK-GRID-LINE TO REG-TXT
          PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       END-IF
    END-PERFORM
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

041-EXIT-IMPRIME-MODULO.
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
    STRING "HISTORY LINES READ: " WK-READS
           "  UNREADABLE: " WK-UNREADABLE
           "  ENDS WITH NO START ON FILE: " WK-NO-START
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "FILLED LAST SEAT = SIGN-ONS THAT TOOK THE MODULE TO ITS LIMIT;"
      TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "TURNED AWAY = SIGN-ONS REFUSED BECAUSE EVERY SEAT WAS TAKEN."
      TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    IF WK-OVERFLOW > ZEROS
       STRING "*** " WK-OVERFLOW " EVENTS BEYOND THE " WK-MD-MAX
              " MODULES / " WK-OP-MAX " OPEN SESSIONS THE REPORT HOLDS"
              " WERE NOT COUNTED ***"
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE session_peaks.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
