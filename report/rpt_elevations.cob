       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_elevations.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Daily report of just-in-time elevations for security. Every
*>         activation started in the period is listed with the login,
*>         the profile, the start, the hours asked for, the expiry and
*>         the reason given, and the status as it stands (A in force,
*>         E expired, R ended early - an A row past its expiry counts
*>         as E); then the elevations in force at the time of the run.
*>         The period is RANGE_FROM / RANGE_TO (CCYYMMDD) when set,
*>         otherwise the day before the run. The title routes the
*>         report to security through REPORT_ROUTE, and a one-line
*>         summary goes to MAIL_SECURITY. Run it daily through a
*>         JOB_SCHEDULE entry with CARGA_SILENCIOSA=S. Read only.
*>
*> Read...: elevation.dat, profile.dat
*>
*> Out....: elevations.txt
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  ELEVATION    10/15/26 DUMA     First version.
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

COPY "../cpy/elevation_se.cpy".
COPY "../cpy/profile_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/elevation_fd.cpy".
COPY "../cpy/profile_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-ELV                        PIC  9(002).
    88  ELV-FS-OK                             VALUE ZEROS.
77  ST-PRF                        PIC  9(002).
    88  PRF-FS-OK                             VALUE ZEROS.
01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
COPY "../cpy/notifyq_ws.cpy".

01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-PRF-OPEN                   PIC  X(001) VALUE "N".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
01  WK-DAYNUM                     PIC  9(008) VALUE ZEROS.
01  WK-RANGE-FROM                 PIC  9(008) VALUE ZEROS.
01  WK-RANGE-TO                   PIC  9(008) VALUE ZEROS.
01  WK-ENV-RANGE                  PIC  X(010) VALUE SPACES.
01  WK-NOW.
    05 WK-NOW-DATE                PIC  9(008) VALUE ZEROS.
    05 WK-NOW-TIME                PIC  9(008) VALUE ZEROS.
01  WK-EFF-STATUS                 PIC  X(001) VALUE SPACE.
01  WK-PRF-NAME                   PIC  X(020) VALUE SPACES.
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-ACTS                       PIC  9(006) VALUE ZEROS.
01  WK-ACT-A                      PIC  9(006) VALUE ZEROS.
01  WK-ACT-E                      PIC  9(006) VALUE ZEROS.
01  WK-ACT-R                      PIC  9(006) VALUE ZEROS.
01  WK-ACT-HOURS                  PIC  9(008) VALUE ZEROS.
01  WK-LIVE                       PIC  9(006) VALUE ZEROS.
01  WK-HEADING                    PIC  X(100) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(048) VALUE
    "ELEVATED ACCESS ACTIVATIONS".
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
        05  LINE 02 COLUMN 01 VALUE "ROWS READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
        05  COLUMN PLUS 4  VALUE "IN PERIOD:".
        05  COLUMN PLUS 2  PIC  9(006) USING WK-ACTS
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

    PERFORM 020-ATIVACOES THRU 020-EXIT-ATIVACOES
    PERFORM 025-EM-VIGOR THRU 025-EXIT-EM-VIGOR

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

    *> default: the day before the run
    ACCEPT WK-HOJE FROM DATE YYYYMMDD
    COMPUTE WK-DAYNUM = FUNCTION INTEGER-OF-DATE(WK-HOJE)
    COMPUTE WK-RANGE-FROM = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 1)
    MOVE WK-RANGE-FROM TO WK-RANGE-TO
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
       MOVE "Confirm the elevated access run? [S/N]: " TO WK-MSG
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
    ACCEPT WK-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT WK-NOW-TIME FROM TIME

    OPEN INPUT FD-PRF
    IF PRF-FS-OK
       MOVE "Y" TO WK-PRF-OPEN
    END-IF

    MOVE SPACES TO WK-HEADING
    STRING "ID     LOGIN      PRF  PROFILE              STARTED       HR"
           " UNTIL         S REASON"
        DELIMITED BY SIZE INTO WK-HEADING
    END-STRING
    MOVE "O" TO WK-RW-OP
    MOVE "../txt/elevations.txt" TO WK-RW-FILENAME
    MOVE "ELEVATED ACCESS ACTIVATIONS" TO WK-RW-TITLE
    MOVE WK-HEADING TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE SPACES TO REG-TXT
    STRING "ACTIVATIONS STARTED FROM " WK-RANGE-FROM " TO " WK-RANGE-TO
           " - RUN " WK-HOJE " " WK-NOW-TIME(1:4)
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
*> EVERY ACTIVATION WHOSE START FALLS IN THE PERIOD, IN ID ORDER.
020-ATIVACOES.

    OPEN INPUT FD-ELV
    IF NOT ELV-FS-OK
       MOVE "NO ELEVATIONS ON FILE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
       GO 020-EXIT-ATIVACOES
    END-IF
    MOVE ZEROS TO ELV-ID
    MOVE "F" TO FLG-EOF
    START FD-ELV
        KEY IS >= KEY1-ELV
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-ELV NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF ELV-START-DATE >= WK-RANGE-FROM
                AND ELV-START-DATE <= WK-RANGE-TO
                ADD 1 TO WK-ACTS
                ADD ELV-HOURS TO WK-ACT-HOURS
                PERFORM 040-LINHA THRU 040-EXIT-LINHA
                EVALUATE WK-EFF-STATUS
                    WHEN "A" ADD 1 TO WK-ACT-A
                    WHEN "E" ADD 1 TO WK-ACT-E
                    WHEN OTHER ADD 1 TO WK-ACT-R
                END-EVALUATE
             END-IF
             DISPLAY SS-FILLER02-1
       END-READ
    END-PERFORM
    CLOSE FD-ELV
    IF WK-ACTS = ZEROS
       MOVE "NO ACTIVATIONS IN THE PERIOD" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

020-EXIT-ATIVACOES.
    EXIT.
*>----------------------------------------------------------------------
*> WHAT IS IN FORCE AS THE REPORT RUNS, WHENEVER IT STARTED.
025-EM-VIGOR.

    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "ELEVATIONS IN FORCE AT THE TIME OF THE RUN" TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    OPEN INPUT FD-ELV
    IF NOT ELV-FS-OK
       GO 025-EXIT-EM-VIGOR
    END-IF
    MOVE ZEROS TO ELV-ID
    MOVE "F" TO FLG-EOF
    START FD-ELV
        KEY IS >= KEY1-ELV
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-ELV NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF ELV-IS-ACTIVE AND WK-NOW < ELV-EXPIRE
                ADD 1 TO WK-LIVE
                PERFORM 040-LINHA THRU 040-EXIT-LINHA
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-ELV
    IF WK-LIVE = ZEROS
       MOVE "NONE" TO REG-TXT
       PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    END-IF.

025-EXIT-EM-VIGOR.
    EXIT.
*>----------------------------------------------------------------------
*> ONE ACTIVATION. AN EARLY END SHOWS ITS END STAMP IN PLACE OF THE
*> EXPIRY.
040-LINHA.

    MOVE ELV-STATUS TO WK-EFF-STATUS
    IF ELV-IS-ACTIVE AND WK-NOW NOT < ELV-EXPIRE
       MOVE "E" TO WK-EFF-STATUS
    END-IF
    MOVE "** NOT IN CATALOG **" TO WK-PRF-NAME
    IF WK-PRF-OPEN = "Y"
       MOVE ELV-ID-PRF TO PRF-ID
       READ FD-PRF
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRF-NAME TO WK-PRF-NAME
       END-READ
    END-IF
    MOVE SPACES TO REG-TXT
    IF ELV-IS-ENDED
       STRING ELV-ID " " ELV-LOGIN " " ELV-ID-PRF " " WK-PRF-NAME " "
              ELV-START-DATE " " ELV-START-TIME(1:4) " " ELV-HOURS " "
              ELV-END-DATE " " ELV-END-TIME(1:4) " " WK-EFF-STATUS " "
              ELV-REASON
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
    ELSE
       STRING ELV-ID " " ELV-LOGIN " " ELV-ID-PRF " " WK-PRF-NAME " "
              ELV-START-DATE " " ELV-START-TIME(1:4) " " ELV-HOURS " "
              ELV-EXPIRE-DATE " " ELV-EXPIRE-TIME(1:4) " " WK-EFF-STATUS " "
              ELV-REASON
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
    END-IF
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA.

040-EXIT-LINHA.
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

    IF WK-PRF-OPEN = "Y"
       CLOSE FD-PRF
    END-IF
    MOVE SPACES TO REG-TXT
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "ACTIVATIONS: " WK-ACTS
           "  HOURS ASKED: " WK-ACT-HOURS
           "  STILL IN FORCE: " WK-ACT-A
           "  EXPIRED: " WK-ACT-E
           "  ENDED EARLY: " WK-ACT-R
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    STRING "IN FORCE AT THE TIME OF THE RUN: " WK-LIVE
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 090-GRAVA-LINHA THRU 090-EXIT-GRAVA-LINHA
    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    *> the day's count also goes out through the mail gateway, so
    *> security sees it without opening the report
    INITIALIZE WK-NTF-PARM
    ACCEPT WK-NTF-RECIPIENT FROM ENVIRONMENT "MAIL_SECURITY"
    MOVE "ELEVATED ACCESS ACTIVATIONS" TO WK-NTF-SUBJECT
    STRING "FROM " WK-RANGE-FROM " TO " WK-RANGE-TO ": " WK-ACTS
           " ACTIVATIONS, " WK-ACT-HOURS " HOURS ASKED, " WK-LIVE
           " IN FORCE NOW - SEE elevations.txt"
        DELIMITED BY SIZE INTO WK-NTF-BODY
    END-STRING
    CALL "notifyq" USING WK-NTF-PARM END-CALL

    DISPLAY SS-FILLER02-1
    MOVE "*** DONE - SEE elevations.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
