       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    read_execucao_ppa_text_file.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Post the monthly realized figures finance sends (quantity
*>         delivered and amount spent per PPA object and month) into
*>         the execution file, in the pattern of the other loaders:
*>         checkpoint/restart, silent mode, reject file, control
*>         totals and a load-summary line. The trailer may carry the
*>         sum of the amounts spent, as in read_metas_ppa_text_file.
*>         Unlike the plan loaders the file accumulates month after
*>         month: a month already posted for an object is replaced by
*>         the new figures (finance resends corrected months). Every
*>         row must belong to an object in OBJETOS_PPA.DAT.
*>
*> Read...: execucao_ppa.txt, objetos_ppa.dat
*>
*> Out....: execucao_ppa.dat
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  PPA EXECUTN  10/15/26 DUMA     First version.
*>  PPA OBJ CODE 10/15/26 DUMA     EXE-OBJ-CODIGO widened to 4 digits.
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

COPY "../cpy/execucao_ppa_se.cpy".
COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/load_summary_se.cpy".

     SELECT FILE_TXT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-TXT.

     SELECT FILE_CKP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-CKP.

     SELECT FILE_REJ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE  STATUS IS ST-REJ.

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/execucao_ppa_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/load_summary_fd.cpy".

FD  FILE_TXT
    VALUE OF FILE-ID IS  "../txt/execucao_ppa.txt".
01  REC-TXT                       PIC  X(036).

FD  FILE_CKP
    VALUE OF FILE-ID IS  "../data/read_execucao_ppa_text_file.ckp".
01  REC-CKP                       PIC  9(008).

FD  FILE_REJ
    VALUE OF FILE-ID IS  "../txt/read_execucao_ppa_rejects.txt".
01  REC-REJ                       PIC  X(160).

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
*> Variaveis -----------------------------------------------------------
77  WK-NUML                       PIC  9(003).
77  WK-NUMC                       PIC  9(003).
77  BACK-COLOR                    PIC  9(001) VALUE 1.
77  FOR-COLOR                     PIC  9(001) VALUE 6.
77  ST-TXT                        PIC  X(002) VALUE ZEROS.
77  ST-CKP                        PIC  X(002) VALUE ZEROS.
77  ST-REJ                        PIC  X(002) VALUE ZEROS.
77  ST-OBJ                        PIC  9(002).
77  ST-EXE                        PIC  9(002).
    88  FSL-OK                                VALUE ZEROS.
    88  FSL-CANCEL                            VALUE 99.
    88  FSL-NOT-EXIST                         VALUE 35.
77  ST-LDS                        PIC  X(002) VALUE ZEROS.

01  WK-READS                      PIC  9(008) VALUE ZEROS.
01  WK-CHECKPOINT                 PIC  9(008) VALUE ZEROS.
01  WK-RESUMING                   PIC  X(001) VALUE "N".
    88  WK-IS-RESUMING                        VALUE "Y".
01  WK-SILENT                     PIC  X(001) VALUE "N".
    88  WK-IS-SILENT                          VALUE "Y" "y".
01  WK-WRITES                     PIC  9(008) VALUE ZEROS.
01  WK-REPOSTS                    PIC  9(008) VALUE ZEROS.
01  WK-DATA-CARGA                 PIC  9(008) VALUE ZEROS.
01  WK-REJECTS                    PIC  9(008) VALUE ZEROS.
01  WK-REJECT-REASON              PIC  X(040) VALUE SPACES.
01  WK-CONF                       PIC  X(001) VALUE SPACES.
01  FLG-EOF                       PIC  X(001) VALUE "F".
    88  EOF                                   VALUE "T".
01  WK-SCR01-1                    PIC  X(057) VALUE
    "POST PPA MONTHLY EXECUTION FROM FILE IN TXT FORMAT".
01  WK-SCR24-1                    PIC  X(009) VALUE "MESSAGE:".
01  WK-MSG                        PIC  X(080) VALUE SPACES.

*> Header/trailer control totals of the input file ---------------------
01  WK-CTL-FILEID                 PIC  X(010) VALUE "EXEPPA    ".
01  WK-CTL-DATE                   PIC  X(008) VALUE SPACES.
01  WK-CTL-COUNT                  PIC  9(008) VALUE ZEROS.
01  WK-CTL-TRAILER                PIC  9(008) VALUE ZEROS.
*> Financial hash total: detail sum against the trailer's optional
*> amount (columns 12-26 of the T record, implied two decimals).
01  WK-CTL-VALOR                  PIC  9(013)V99 VALUE ZEROS.
01  WK-CTL-VALOR-T                PIC  9(013)V99 VALUE ZEROS.
01  WK-CTL-HAS-VALOR              PIC  X(001) VALUE "N".
01  WK-CTL-VALOR-X                PIC  X(015) VALUE ZEROS.
01  WK-CTL-VALOR-N REDEFINES WK-CTL-VALOR-X
                                  PIC  9(013)V99.
01  WK-CTL-HAS-H                  PIC  X(001) VALUE "N".
01  WK-CTL-HAS-T                  PIC  X(001) VALUE "N".
01  WK-CTL-BAD-ID                 PIC  X(001) VALUE "N".
01  WK-CTL-DUPLOAD                PIC  X(001) VALUE "N".
01  WK-CTL-VERDICT                PIC  X(008) VALUE SPACES.
01  FLG-EOF-CTL                   PIC  X(001) VALUE "F".

COPY screenio.

SCREEN SECTION.
01  SS-CLS.
    03  SS-FILLER01-1.
        05  BLANK SCREEN.
        05  LINE 01 COLUMN 01 PIC X(80)
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER01-2.
        05  LINE 01 COLUMN 01 PIC X(57) FROM WK-SCR01-1
            HIGHLIGHT FOREGROUND-COLOR FOR-COLOR
            BACKGROUND-COLOR BACK-COLOR.
    03  SS-FILLER02-1 FOREGROUND-COLOR 2.
        05  LINE 02 COLUMN 01 VALUE "READS:".
        05  COLUMN PLUS 2  PIC  9(008) USING WK-READS
                   BLANK WHEN ZEROS.
    03  SS-FILLER24-1.
        05  LINE 24 COLUMN 01 PIC X(17) FROM WK-SCR24-1
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
*>                    Main Program Module
*>----------------------------------------------------------------------
PROCEDURE DIVISION.

000-FIRST-PROC.

    PERFORM 010-INITIALIZES

    PERFORM 020-PROCESSING

    PERFORM 030-ENDS.

000-FIRST-PROC-END.
    EXIT.
*>----------------------------------------------------------------------
010-INITIALIZES.

    SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
    SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
    SET ENVIRONMENT 'ESCDELAY' TO '25'
    CALL "setpaths" END-CALL
    ACCEPT WK-NUML FROM LINES
    ACCEPT WK-NUMC FROM COLUMNS

    PERFORM 910-READ-CHECKPOINT

    MOVE SPACES TO WK-SILENT
    ACCEPT WK-SILENT FROM ENVIRONMENT "SILENT_MODE"

    IF WK-IS-SILENT
       MOVE "Y" TO WK-CONF
    ELSE
       DISPLAY SS-CLS
       IF WK-IS-RESUMING
          MOVE "Resuming a previous run - confirm? [Y/N]: " TO WK-MSG
       ELSE
          MOVE "Confirm processing? [Y/N]: " TO WK-MSG
       END-IF
       DISPLAY SS-MSG

       MOVE SPACES TO WK-CONF
       PERFORM UNTIL (WK-CONF = "Y" OR "y" OR "N" OR "n")
          ACCEPT SS-CONF
       END-PERFORM
    END-IF

    IF WK-CONF = "N" OR "n"
       STOP RUN
    END-IF

    OPEN INPUT FD-OBJ
    IF ST-OBJ NOT = ZEROS
       MOVE "ERROR! OBJETOS_PPA.DAT NOT FOUND - LOAD THE OBJECTS FIRST" TO WK-MSG
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    *> the execution file grows every month - no "already generated"
    OPEN I-O FD-EXE
    IF FSL-NOT-EXIST
       OPEN OUTPUT FD-EXE
       CLOSE  FD-EXE
       OPEN I-O FD-EXE
    END-IF
    ACCEPT WK-DATA-CARGA FROM DATE YYYYMMDD
    OPEN INPUT  FILE_TXT
    OPEN OUTPUT FILE_REJ

    PERFORM 905-CHECK-CONTROLS THRU 905-EXIT-CHECK-CONTROLS

    MOVE "Please wait, Processing..." TO WK-MSG
    DISPLAY SS-MSG.

010-END-INITIALIZES.
    EXIT.
*>----------------------------------------------------------------------
*> LAYOUT OF execucao_ppa.txt: COLUMNS 1-4 EXE-OBJ-CODIGO, 5-8 EXE-ANO,
*> 9-10 EXE-MES, 11-21 EXE-QTD-REALIZADA (IMPLIED 2 DECIMALS),
*> 22-36 EXE-VALOR-REALIZADO (IMPLIED 2 DECIMALS).
020-PROCESSING.
       INITIALIZE REC-EXE
                  REC-TXT
       MOVE ZEROS TO WK-READS
       MOVE ZEROS TO WK-WRITES
       MOVE ZEROS TO WK-REJECTS
       MOVE "N" TO FLG-EOF

       PERFORM UNTIL EOF OR WK-READS >= WK-CHECKPOINT
          READ FILE_TXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                ADD 1 TO WK-READS
                display WK-READS line 05 column 01
       END-PERFORM

       PERFORM UNTIL EOF
          display WK-READS line 05 column 01
          READ FILE_TXT
             AT END
                MOVE "T" TO FLG-EOF
             NOT AT END
                ADD 1 TO WK-READS
                DISPLAY SS-FILLER02-1
                IF REC-TXT(1:3)<>SPACES
                   AND REC-TXT(1:2) NOT = "H "
                   AND REC-TXT(1:2) NOT = "T "
                    MOVE SPACES TO WK-REJECT-REASON
                    EVALUATE TRUE
                       WHEN REC-TXT(1:4) IS NOT NUMERIC
                          MOVE "EXE-OBJ-CODIGO NOT NUMERIC" TO WK-REJECT-REASON
                       WHEN REC-TXT(5:4) IS NOT NUMERIC
                         OR REC-TXT(5:4) < "1900"
                          MOVE "EXE-ANO NOT A VALID YEAR" TO WK-REJECT-REASON
                       WHEN REC-TXT(9:2) IS NOT NUMERIC
                         OR REC-TXT(9:2) < "01"
                         OR REC-TXT(9:2) > "12"
                          MOVE "EXE-MES NOT A VALID MONTH" TO WK-REJECT-REASON
                       WHEN REC-TXT(11:11) IS NOT NUMERIC
                          MOVE "EXE-QTD-REALIZADA NOT NUMERIC" TO WK-REJECT-REASON
                       WHEN REC-TXT(22:15) IS NOT NUMERIC
                          MOVE "EXE-VALOR-REALIZADO NOT NUMERIC" TO WK-REJECT-REASON
                       WHEN OTHER
                          MOVE REC-TXT(1:4) TO OBJ-CODIGO
                          READ FD-OBJ
                             INVALID KEY
                                MOVE "OBJ-CODIGO NOT IN OBJETOS_PPA" TO WK-REJECT-REASON
                          END-READ
                    END-EVALUATE
                    IF WK-REJECT-REASON = SPACES
                        PERFORM 021-POST-MONTH
                    END-IF
                    IF WK-REJECT-REASON NOT = SPACES
                        ADD 1 TO WK-REJECTS
                        PERFORM 925-WRITE-REJECT
                    END-IF
                ELSE
                    *> control records are not detail rejects
                    IF REC-TXT(1:2) NOT = "H "
                       AND REC-TXT(1:2) NOT = "T "
                        ADD 1 TO WK-REJECTS
                    END-IF
                END-IF
          END-READ
       END-PERFORM.

020-EXIT-PROCESSING.
    EXIT.
*>----------------------------------------------------------------------
*> Write the object/year/month row, or replace the figures of a month
*> already posted. Both count as writes; resends are counted apart
*> for the end-of-run message.
021-POST-MONTH.

    *> text columns 1-36 are the record layout up to the load date
    MOVE REC-TXT TO REC-EXE(1:36)
    MOVE WK-DATA-CARGA TO EXE-DATA-CARGA
    WRITE REC-EXE
        INVALID KEY
            REWRITE REC-EXE
                INVALID KEY
                    MOVE "REWRITE OF POSTED MONTH FAILED" TO WK-REJECT-REASON
                NOT INVALID KEY
                    ADD 1 TO WK-WRITES
                    ADD 1 TO WK-REPOSTS
                    PERFORM 920-WRITE-CHECKPOINT
            END-REWRITE
        NOT INVALID KEY
            ADD 1 TO WK-WRITES
            PERFORM 920-WRITE-CHECKPOINT
    END-WRITE.

021-EXIT-POST-MONTH.
    EXIT.
*>----------------------------------------------------------------------
030-ENDS.

    CLOSE FD-EXE
          FD-OBJ
          FILE_TXT
          FILE_REJ

    PERFORM 930-CLEAR-CHECKPOINT
    PERFORM 940-WRITE-LOAD-SUMMARY

    DISPLAY SS-FILLER02-1
    MOVE SPACES TO WK-MSG
    STRING "*** END OF PROCESSING - " WK-WRITES " POSTED, "
           WK-REPOSTS " MONTH(S) REPLACED ***"
        DELIMITED BY SIZE INTO WK-MSG
    END-STRING
    DISPLAY SS-MSG
    STOP RUN.

030-EXIT-ENDS.
    EXIT.
*>----------------------------------------------------------------------
*> Load the last checkpointed position, if any, from a prior run that
*> did not reach 030-ENDS.
910-READ-CHECKPOINT.

    MOVE ZEROS TO WK-CHECKPOINT
    MOVE "N" TO WK-RESUMING
    OPEN INPUT FILE_CKP
    IF ST-CKP = "00"
       READ FILE_CKP
           AT END
               CONTINUE
           NOT AT END
               MOVE REC-CKP TO WK-CHECKPOINT
               IF WK-CHECKPOINT > 0
                  MOVE "Y" TO WK-RESUMING
               END-IF
       END-READ
       CLOSE FILE_CKP
    END-IF.

910-EXIT-READ-CHECKPOINT.
    EXIT.
*>----------------------------------------------------------------------
*> Persist the current position after every successful write, so a run
*> that dies mid-file can resume from here instead of line one.
920-WRITE-CHECKPOINT.

    OPEN OUTPUT FILE_CKP
    MOVE WK-READS TO REC-CKP
    WRITE REC-CKP
    CLOSE FILE_CKP.

920-EXIT-WRITE-CHECKPOINT.
    EXIT.
*>----------------------------------------------------------------------
*> Logs one line per row rejected for failing the checks.
925-WRITE-REJECT.

    MOVE SPACES TO REC-REJ
    STRING "LINE " DELIMITED BY SIZE
           WK-READS DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WK-REJECT-REASON DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           REC-TXT DELIMITED BY SIZE
      INTO REC-REJ
    WRITE REC-REJ.

925-EXIT-WRITE-REJECT.
    EXIT.
*>----------------------------------------------------------------------
*> A run that reaches the end of the file cleanly has nothing left to
*> resume - clear the checkpoint so the next run starts fresh.
930-CLEAR-CHECKPOINT.

    OPEN OUTPUT FILE_CKP
    CLOSE FILE_CKP.

930-EXIT-CLEAR-CHECKPOINT.
    EXIT.
*>----------------------------------------------------------------------
*>----------------------------------------------------------------------
*> CONTROL-TOTAL GATE OVER THE INPUT FILE, BEFORE ANY ROW IS LOADED:
*> LINE ONE MUST BE "H <FILEID> <CCYYMMDD>", THE LAST LINE
*> "T <COUNT>", THE COUNT MUST MATCH THE DETAIL LINES BETWEEN THEM,
*> AND A CREATION DATE AN EARLIER RUN ALREADY LOADED OK IS REFUSED -
*> FIELD VALIDATION CATCHES BAD FIELDS, THIS CATCHES A TRUNCATED OR
*> RESENT FILE. A REFUSAL IS RECORDED IN LOAD_SUMMARY.LOG WITH THE
*> VERDICT REJECTED AND STOPS THE RUN.
905-CHECK-CONTROLS.

    MOVE "N" TO WK-CTL-HAS-H WK-CTL-HAS-T WK-CTL-BAD-ID
                WK-CTL-DUPLOAD WK-CTL-HAS-VALOR
    MOVE ZEROS TO WK-CTL-VALOR WK-CTL-VALOR-T
    MOVE SPACES TO WK-CTL-DATE
    MOVE ZEROS TO WK-CTL-COUNT WK-CTL-TRAILER
    MOVE "F" TO FLG-EOF-CTL
    PERFORM UNTIL FLG-EOF-CTL = "T"
       READ FILE_TXT
          AT END
             MOVE "T" TO FLG-EOF-CTL
          NOT AT END
             EVALUATE TRUE
                WHEN REC-TXT(1:2) = "H "
                   MOVE "Y" TO WK-CTL-HAS-H
                   IF REC-TXT(3:10) NOT = WK-CTL-FILEID
                      MOVE "Y" TO WK-CTL-BAD-ID
                   END-IF
                   MOVE REC-TXT(14:8) TO WK-CTL-DATE
                WHEN REC-TXT(1:2) = "T "
                   MOVE "Y" TO WK-CTL-HAS-T
                   IF REC-TXT(3:8) IS NUMERIC
                      MOVE REC-TXT(3:8) TO WK-CTL-TRAILER
                   END-IF
                   IF REC-TXT(12:15) IS NUMERIC
                      MOVE "Y" TO WK-CTL-HAS-VALOR
                      MOVE REC-TXT(12:15) TO WK-CTL-VALOR-X
                      MOVE WK-CTL-VALOR-N TO WK-CTL-VALOR-T
                   END-IF
                WHEN REC-TXT = SPACES
                   CONTINUE
                WHEN OTHER
                   ADD 1 TO WK-CTL-COUNT
                   IF REC-TXT(22:15) IS NUMERIC
                      MOVE REC-TXT(22:15) TO WK-CTL-VALOR-X
                      ADD WK-CTL-VALOR-N TO WK-CTL-VALOR
                   END-IF
             END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE FILE_TXT
    MOVE SPACES TO WK-MSG
    IF WK-CTL-HAS-H NOT = "Y"
       MOVE "ERROR! INPUT FILE HAS NO H HEADER RECORD" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-BAD-ID = "Y"
       MOVE "ERROR! HEADER FILE ID IS NOT THE ONE THIS LOADER TAKES" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-HAS-T NOT = "Y"
       MOVE "ERROR! INPUT FILE HAS NO T TRAILER RECORD" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-TRAILER NOT = WK-CTL-COUNT
       MOVE "ERROR! TRAILER COUNT DOES NOT MATCH THE DETAIL LINES" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES AND WK-CTL-HAS-VALOR = "Y"
       AND WK-CTL-VALOR-T NOT = WK-CTL-VALOR
       MOVE "ERROR! TRAILER AMOUNT TOTAL DOES NOT MATCH THE DETAIL LINES" TO WK-MSG
    END-IF
    IF WK-MSG = SPACES
       PERFORM 907-CHECK-ALREADY-LOADED
           THRU 907-EXIT-CHECK-ALREADY-LOADED
       IF WK-CTL-DUPLOAD = "Y"
          MOVE "ERROR! A FILE WITH THIS CREATION DATE WAS ALREADY LOADED" TO WK-MSG
       END-IF
    END-IF
    IF WK-MSG NOT = SPACES
       MOVE "REJECTED" TO WK-CTL-VERDICT
       PERFORM 940-WRITE-LOAD-SUMMARY
       DISPLAY SS-MSG
       STOP RUN
    END-IF
    MOVE "OK" TO WK-CTL-VERDICT
    OPEN INPUT FILE_TXT.

905-EXIT-CHECK-CONTROLS.
    EXIT.
*>----------------------------------------------------------------------
*> HAS AN EARLIER RUN OF THIS LOADER ALREADY LOADED A FILE WITH THIS
*> CREATION DATE AND VERDICT OK? THE SUMMARY LOG IS THE MEMORY.
907-CHECK-ALREADY-LOADED.

    MOVE "N" TO WK-CTL-DUPLOAD
    OPEN INPUT FILE_LOAD_SUMMARY
    IF ST-LDS NOT = "00"
       GO 907-EXIT-CHECK-ALREADY-LOADED
    END-IF
    MOVE "F" TO FLG-EOF-CTL
    PERFORM UNTIL FLG-EOF-CTL = "T"
       READ FILE_LOAD_SUMMARY
          AT END
             MOVE "T" TO FLG-EOF-CTL
          NOT AT END
             IF LDS-PROGRAM = "READ_EXECUCAO_PPA"
                AND LDS-VERDICT = "OK"
                AND LDS-FILE-DATE = WK-CTL-DATE
                MOVE "Y" TO WK-CTL-DUPLOAD
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILE_LOAD_SUMMARY.

907-EXIT-CHECK-ALREADY-LOADED.
    EXIT.

*> APPENDS ONE LINE TO LOAD_SUMMARY.LOG RECORDING HOW MANY ROWS THIS RUN
*> READ, WROTE AND REJECTED.
940-WRITE-LOAD-SUMMARY.

    INITIALIZE REC-LOAD-SUMMARY
    ACCEPT LDS-DATE FROM DATE YYYYMMDD
    ACCEPT LDS-TIME FROM TIME
    MOVE "READ_EXECUCAO_PPA" TO LDS-PROGRAM
    MOVE WK-READS   TO LDS-READS
    MOVE WK-WRITES  TO LDS-WRITES
    MOVE WK-REJECTS TO LDS-REJECTS
    MOVE WK-CTL-VERDICT TO LDS-VERDICT
    MOVE WK-CTL-DATE    TO LDS-FILE-DATE

    OPEN EXTEND FILE_LOAD_SUMMARY
    IF ST-LDS = "35"
       OPEN OUTPUT FILE_LOAD_SUMMARY
    END-IF
    WRITE REC-LOAD-SUMMARY
    CLOSE FILE_LOAD_SUMMARY.

940-EXIT-WRITE-LOAD-SUMMARY.
    EXIT.
*>----------------------------------------------------------------------
