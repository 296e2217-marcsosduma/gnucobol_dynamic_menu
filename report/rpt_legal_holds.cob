       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rpt_legal_holds.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Legal holds in force today (LEGAL_HOLD.DAT), one block
*>         per hold: login, case reference, hold dates, reason and
*>         who set it - then what the hold has preserved so far,
*>         taken from legal_hold_skips.log: how many records each
*>         purge, age-out or copy step has left alone for it and
*>         the last date it did so. A hold with nothing preserved
*>         yet is still listed, so counsel can see it is armed.
*>
*> Read...: legal_hold.dat, legal_hold_skips.log
*>
*> Out....: legal_holds.txt (via the shared report writer)
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  LEGAL HOLD   10/15/26 DUMA     First version.
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

COPY "../cpy/legal_hold_se.cpy".
COPY "../cpy/legal_hold_log_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/legal_hold_fd.cpy".
COPY "../cpy/legal_hold_log_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-LGH                        PIC  9(002).
    88  LGH-FS-OK                             VALUE ZEROS.
77  ST-LHS                        PIC  X(002) VALUE ZEROS.

01  REG-TXT                       PIC  X(130) VALUE SPACES.
COPY "../cpy/rptwriter_ws.cpy".
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  WK-SILENCIOSO                 PIC  X(001) VALUE "N".
    88  WK-E-SILENCIOSO                       VALUE "S" "s".
01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-MSG                        PIC  X(080) VALUE SPACES.
01  WK-TEL01-1                    PIC  X(040) VALUE
    "LEGAL HOLDS IN FORCE".
01  WK-TEL24-1                    PIC  X(009) VALUE "MESSAGE:".
01  WK-HOJE                       PIC  9(008) VALUE ZEROS.
*> Holds in force -------------------------------------------------------
01  WK-TAB-MAX                    PIC  9(003) VALUE 200.
01  WK-TAB-NUM                    PIC  9(003) VALUE ZEROS.
01  WK-TAB.
    05 WK-TAB-ROW OCCURS 200 TIMES.
       10 WK-T-ID                 PIC 9(04).
       10 WK-T-LOGIN              PIC X(10).
       10 WK-T-CASE-REF           PIC X(15).
       10 WK-T-FROM               PIC 9(08).
       10 WK-T-TO                 PIC 9(08).
       10 WK-T-REASON             PIC X(40).
       10 WK-T-SET-BY             PIC X(20).
       10 WK-T-SET-DATE           PIC 9(08).
       10 WK-T-KEPT               PIC 9(07).
       10 WK-T-LAST               PIC 9(08).
*> Preserved records per hold and step ----------------------------------
01  WK-PRS-MAX                    PIC  9(004) VALUE 2000.
01  WK-PRS-NUM                    PIC  9(004) VALUE ZEROS.
01  WK-PRS-TAB.
    05 WK-PRS-ROW OCCURS 2000 TIMES.
       10 WK-P-ITEM               PIC 9(03).
       10 WK-P-PROGRAM            PIC X(20).
       10 WK-P-COUNT              PIC 9(07).
       10 WK-P-LAST               PIC 9(08).
01  WK-IDX                        PIC  9(003) VALUE ZEROS.
01  WK-HIT                        PIC  9(003) VALUE ZEROS.
01  WK-PDX                        PIC  9(004) VALUE ZEROS.
01  WK-PHIT                       PIC  9(004) VALUE ZEROS.
01  WK-TOTAL-KEPT                 PIC  9(008) VALUE ZEROS.

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(40) FROM WK-TEL01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "READ:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(09) FROM WK-TEL24-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
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

    PERFORM 020-PROCESSAMENTO

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

    MOVE SPACES TO WK-SILENCIOSO
    ACCEPT WK-SILENCIOSO FROM ENVIRONMENT "CARGA_SILENCIOSA"
    IF WK-E-SILENCIOSO
       MOVE "S" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       MOVE "Confirm the legal hold report run? [S/N]: " TO WK-MSG
       DISPLAY SS-MSG
       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "S" OR "s" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF
    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    ACCEPT WK-HOJE FROM DATE YYYYMMDD

    OPEN INPUT FD-LGH
    IF NOT LGH-FS-OK
       DISPLAY SS-CLS
       MOVE "NO LEGAL_HOLD.DAT - NO HOLD HAS EVER BEEN SET" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF

    MOVE "O" TO WK-RW-OP
    MOVE "../txt/legal_holds.txt" TO WK-RW-FILENAME
    MOVE "LEGAL HOLDS IN FORCE" TO WK-RW-TITLE
    MOVE "HOLDS IN FORCE AND THE RECORDS EACH HAS PRESERVED SO FAR"
        TO WK-RW-HEADING
    CALL "rptwriter" USING WK-RW-PARM END-CALL

    MOVE "Please wait, processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-FIM-INICIALIZA.
    EXIT.
*>----------------------------------------------------------------------
020-PROCESSAMENTO.

    PERFORM 021-LOAD-HOLDS THRU 021-EXIT-LOAD-HOLDS
    PERFORM 022-SCAN-SKIPS THRU 022-EXIT-SCAN-SKIPS
    PERFORM 024-PRINT-HOLDS THRU 024-EXIT-PRINT-HOLDS.

020-EXIT-PROCESSAMENTO.
    EXIT.
*>----------------------------------------------------------------------
*> THE SAME RULE THE HOLD GATE USES: IN FORCE FROM ITS FROM-DATE
*> UNTIL ITS TO-DATE (ZEROS = OPEN-ENDED), UNLESS RELEASED.
021-LOAD-HOLDS.

    MOVE ZEROS TO KEY1-LGH
    START FD-LGH
        KEY IS >= KEY1-LGH
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL EOF
       READ FD-LGH NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF LGH-FROM-DATE <= WK-HOJE
                AND (LGH-TO-DATE = ZEROS OR LGH-TO-DATE >= WK-HOJE)
                AND LGH-RELEASED-DATE = ZEROS
                AND WK-TAB-NUM < WK-TAB-MAX
                ADD 1 TO WK-TAB-NUM
                MOVE LGH-ID        TO WK-T-ID(WK-TAB-NUM)
                MOVE LGH-LOGIN     TO WK-T-LOGIN(WK-TAB-NUM)
                MOVE LGH-CASE-REF  TO WK-T-CASE-REF(WK-TAB-NUM)
                MOVE LGH-FROM-DATE TO WK-T-FROM(WK-TAB-NUM)
                MOVE LGH-TO-DATE   TO WK-T-TO(WK-TAB-NUM)
                MOVE LGH-REASON    TO WK-T-REASON(WK-TAB-NUM)
                MOVE LGH-SET-BY    TO WK-T-SET-BY(WK-TAB-NUM)
                MOVE LGH-SET-DATE  TO WK-T-SET-DATE(WK-TAB-NUM)
                MOVE ZEROS TO WK-T-KEPT(WK-TAB-NUM)
                              WK-T-LAST(WK-TAB-NUM)
             END-IF
       END-READ
    END-PERFORM
    MOVE "F" TO FLG-EOF.

021-EXIT-LOAD-HOLDS.
    EXIT.
*>----------------------------------------------------------------------
*> ONE PASS OVER THE SKIP LOG, TALLIED BY HOLD AND BY THE STEP THAT
*> LEFT THE RECORD ALONE. LINES OF HOLDS NO LONGER IN FORCE ARE
*> IGNORED.
022-SCAN-SKIPS.

    IF WK-TAB-NUM = ZEROS
       GO 022-EXIT-SCAN-SKIPS
    END-IF
    OPEN INPUT FILE_LGH_SKIPS
    IF ST-LHS NOT = "00"
       GO 022-EXIT-SCAN-SKIPS
    END-IF
    PERFORM UNTIL EOF
       READ FILE_LGH_SKIPS
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             ADD 1 TO WK-READS
             IF LHS-HOLD-ID IS NUMERIC
                PERFORM 023-TALLY-SKIP THRU 023-EXIT-TALLY-SKIP
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_LGH_SKIPS
    MOVE "F" TO FLG-EOF.

022-EXIT-SCAN-SKIPS.
    EXIT.
*>----------------------------------------------------------------------
023-TALLY-SKIP.

    MOVE ZEROS TO WK-HIT
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-TAB-NUM OR WK-HIT > 0
       IF WK-T-ID(WK-IDX) = LHS-HOLD-ID
          MOVE WK-IDX TO WK-HIT
       END-IF
    END-PERFORM
    IF WK-HIT = ZEROS
       GO 023-EXIT-TALLY-SKIP
    END-IF
    ADD 1 TO WK-T-KEPT(WK-HIT)
    IF LHS-DATE > WK-T-LAST(WK-HIT)
       MOVE LHS-DATE TO WK-T-LAST(WK-HIT)
    END-IF

    MOVE ZEROS TO WK-PHIT
    PERFORM VARYING WK-PDX FROM 1 BY 1
            UNTIL WK-PDX > WK-PRS-NUM OR WK-PHIT > 0
       IF WK-P-ITEM(WK-PDX) = WK-HIT
          AND WK-P-PROGRAM(WK-PDX) = LHS-PROGRAM
          MOVE WK-PDX TO WK-PHIT
       END-IF
    END-PERFORM
    IF WK-PHIT = ZEROS
       IF WK-PRS-NUM >= WK-PRS-MAX
          GO 023-EXIT-TALLY-SKIP
       END-IF
       ADD 1 TO WK-PRS-NUM
       MOVE WK-PRS-NUM TO WK-PHIT
       MOVE WK-HIT TO WK-P-ITEM(WK-PHIT)
       MOVE LHS-PROGRAM TO WK-P-PROGRAM(WK-PHIT)
       MOVE ZEROS TO WK-P-COUNT(WK-PHIT) WK-P-LAST(WK-PHIT)
    END-IF
    ADD 1 TO WK-P-COUNT(WK-PHIT)
    IF LHS-DATE > WK-P-LAST(WK-PHIT)
       MOVE LHS-DATE TO WK-P-LAST(WK-PHIT)
    END-IF.

023-EXIT-TALLY-SKIP.
    EXIT.
*>----------------------------------------------------------------------
024-PRINT-HOLDS.

    IF WK-TAB-NUM = ZEROS
       MOVE "NO LEGAL HOLD IS IN FORCE TODAY" TO REG-TXT
       PERFORM 028-GRAVA-RPT
       GO 024-EXIT-PRINT-HOLDS
    END-IF
    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-TAB-NUM
       MOVE SPACES TO REG-TXT
       PERFORM 028-GRAVA-RPT
       MOVE SPACES TO REG-TXT
       STRING "HOLD " WK-T-ID(WK-IDX)
              "  LOGIN " WK-T-LOGIN(WK-IDX)
              "  CASE " WK-T-CASE-REF(WK-IDX)
              "  FROM " WK-T-FROM(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       IF WK-T-TO(WK-IDX) = ZEROS
          MOVE "  UNTIL RELEASED" TO REG-TXT(65:16)
       ELSE
          STRING "  TO " WK-T-TO(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT(65:13)
          END-STRING
       END-IF
       PERFORM 028-GRAVA-RPT
       MOVE SPACES TO REG-TXT
       STRING "     REASON: " WK-T-REASON(WK-IDX)
              "  SET BY " WK-T-SET-BY(WK-IDX)
              " ON " WK-T-SET-DATE(WK-IDX)
           DELIMITED BY SIZE INTO REG-TXT
       END-STRING
       PERFORM 028-GRAVA-RPT
       IF WK-T-KEPT(WK-IDX) = ZEROS
          MOVE "     NOTHING PRESERVED YET - NO PURGE HAS REACHED THIS USER"
            TO REG-TXT
          PERFORM 028-GRAVA-RPT
       ELSE
          PERFORM VARYING WK-PDX FROM 1 BY 1 UNTIL WK-PDX > WK-PRS-NUM
             IF WK-P-ITEM(WK-PDX) = WK-IDX
                MOVE SPACES TO REG-TXT
                STRING "     PRESERVED BY " WK-P-PROGRAM(WK-PDX)
                       " " WK-P-COUNT(WK-PDX)
                       "  LAST " WK-P-LAST(WK-PDX)
                    DELIMITED BY SIZE INTO REG-TXT
                END-STRING
                PERFORM 028-GRAVA-RPT
             END-IF
          END-PERFORM
          MOVE SPACES TO REG-TXT
          STRING "     TOTAL PRESERVED         " WK-T-KEPT(WK-IDX)
                 "  LAST " WK-T-LAST(WK-IDX)
              DELIMITED BY SIZE INTO REG-TXT
          END-STRING
          PERFORM 028-GRAVA-RPT
       END-IF
       ADD WK-T-KEPT(WK-IDX) TO WK-TOTAL-KEPT
    END-PERFORM

    MOVE SPACES TO REG-TXT
    PERFORM 028-GRAVA-RPT
    MOVE SPACES TO REG-TXT
    STRING "HOLDS IN FORCE: " WK-TAB-NUM
           "  RECORDS PRESERVED: " WK-TOTAL-KEPT
        DELIMITED BY SIZE INTO REG-TXT
    END-STRING
    PERFORM 028-GRAVA-RPT.

024-EXIT-PRINT-HOLDS.
    EXIT.
*>----------------------------------------------------------------------
*> ONE DETAIL LINE THROUGH THE SHARED REPORT WRITER.
028-GRAVA-RPT.

    MOVE "L" TO WK-RW-OP
    MOVE REG-TXT TO WK-RW-LINE
    CALL "rptwriter" USING WK-RW-PARM END-CALL.

028-EXIT-GRAVA-RPT.
    EXIT.
*>----------------------------------------------------------------------
030-FINALIZA.

    MOVE "C" TO WK-RW-OP
    CALL "rptwriter" USING WK-RW-PARM END-CALL
    CLOSE FD-LGH

    DISPLAY SS-FILLER02-1
    MOVE "*** REPORT COMPLETE - SEE legal_holds.txt ***" TO WK-MSG
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-FINALIZA.
    EXIT.
*>----------------------------------------------------------------------
