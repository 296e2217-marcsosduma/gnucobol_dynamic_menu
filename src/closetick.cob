       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    closetick.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Month-end close auto sign-off, asked by the sequencer after
*>         every step that ends OK. The period touched is the latest
*>         one in CLOSE_RUN.DAT with an open task whose CLR-AUTO-CMD
*>         the step's command starts with; every such open task of
*>         that period is signed off there and then, by SEQUENCER,
*>         with the step number in the note. A task whose own
*>         prerequisites are still open is signed all the same - the
*>         step did run - but the note says so and the count comes
*>         back to the caller for its log.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  CLOSE CHKLST 10/15/26 DUMA     First version.
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

COPY "../cpy/close_run_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/close_run_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-CLR                        PIC  9(002).
    88  CLR-FS-OK                             VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  WK-LEN                        PIC  9(003) VALUE ZEROS.
01  WK-MATCH                      PIC  X(001) VALUE "N".
01  WK-DEP                        PIC  9(001) VALUE ZEROS.
01  WK-IDX                        PIC  9(003) VALUE ZEROS.
01  WK-WAIT                       PIC  X(001) VALUE "N".
*> The period's tasks, as they stood before this step ---------------
01  WK-TK-MAX                     PIC  9(003) VALUE 200.
01  WK-TK-NUM                     PIC  9(003) VALUE ZEROS.
01  WK-TK-TAB.
    05 WK-TK-ROW OCCURS 200 TIMES.
       10 WK-TK-TASK              PIC X(08).
       10 WK-TK-STATUS            PIC X(01).
       10 WK-TK-HIT               PIC X(01).

LINKAGE SECTION.
01  CT-PARM.
    05 CT-COMMAND                 PIC X(200).
    05 CT-STEP                    PIC 9(04).
    05 CT-PERIOD                  PIC 9(06).
    05 CT-TICKED                  PIC 9(02).
    05 CT-EARLY                   PIC 9(02).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING CT-PARM.

000-TICK.

    CALL "setpaths" END-CALL
    MOVE ZEROS TO CT-PERIOD CT-TICKED CT-EARLY
    IF CT-COMMAND = SPACES
       GO 000-EXIT-TICK
    END-IF
    OPEN I-O FD-CLR
    IF NOT CLR-FS-OK
       GO 000-EXIT-TICK
    END-IF

    *> the latest period waiting on this command
    INITIALIZE REC-CLR
    MOVE "F" TO FLG-EOF
    START FD-CLR
        KEY IS >= KEY1-CLR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-CLR NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CLR-IS-OPEN
                PERFORM 010-CONFERE-COMANDO THRU 010-EXIT-CONFERE-COMANDO
                IF WK-MATCH = "Y"
                   MOVE CLR-PERIOD TO CT-PERIOD
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF CT-PERIOD = ZEROS
       CLOSE FD-CLR
       GO 000-EXIT-TICK
    END-IF

    *> that period's tasks, marking the ones this step completes
    MOVE ZEROS TO WK-TK-NUM
    INITIALIZE REC-CLR
    MOVE CT-PERIOD TO CLR-PERIOD
    MOVE "F" TO FLG-EOF
    START FD-CLR
        KEY IS >= KEY1-CLR
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-CLR NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CLR-PERIOD NOT = CT-PERIOD
                OR WK-TK-NUM >= WK-TK-MAX
                MOVE "T" TO FLG-EOF
             ELSE
                ADD 1 TO WK-TK-NUM
                MOVE CLR-TASK TO WK-TK-TASK(WK-TK-NUM)
                MOVE CLR-STATUS TO WK-TK-STATUS(WK-TK-NUM)
                MOVE "N" TO WK-TK-HIT(WK-TK-NUM)
                IF CLR-IS-OPEN
                   PERFORM 010-CONFERE-COMANDO
                      THRU 010-EXIT-CONFERE-COMANDO
                   MOVE WK-MATCH TO WK-TK-HIT(WK-TK-NUM)
                END-IF
             END-IF
       END-READ
    END-PERFORM

    PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WK-TK-NUM
       IF WK-TK-HIT(WK-IDX) = "Y"
          PERFORM 020-ASSINA THRU 020-EXIT-ASSINA
       END-IF
    END-PERFORM
    CLOSE FD-CLR.

000-EXIT-TICK.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
*> THE STEP'S COMMAND STARTS WITH THE TASK'S AUTO COMMAND.
010-CONFERE-COMANDO.

    MOVE "N" TO WK-MATCH
    IF CLR-AUTO-CMD = SPACES
       GO 010-EXIT-CONFERE-COMANDO
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(CLR-AUTO-CMD TRAILING)) TO WK-LEN
    IF CT-COMMAND(1:WK-LEN) = CLR-AUTO-CMD(1:WK-LEN)
       MOVE "Y" TO WK-MATCH
    END-IF.

010-EXIT-CONFERE-COMANDO.
    EXIT.
*>----------------------------------------------------------------------
*> SIGNS ONE TASK OFF. A PREREQUISITE IS OPEN WHEN IT IS IN THE PERIOD
*> AND WAS NOT DONE BEFORE THIS STEP (TASKS COMPLETED BY THE SAME STEP
*> DO NOT COUNT AGAINST EACH OTHER).
020-ASSINA.

    INITIALIZE REC-CLR
    MOVE CT-PERIOD TO CLR-PERIOD
    MOVE WK-TK-TASK(WK-IDX) TO CLR-TASK
    READ FD-CLR
        INVALID KEY
            GO 020-EXIT-ASSINA
    END-READ
    MOVE "N" TO WK-WAIT
    PERFORM VARYING WK-DEP FROM 1 BY 1 UNTIL WK-DEP > 4
       IF CLR-DEPENDS(WK-DEP) NOT = SPACES
          PERFORM 025-DEPENDENCIA THRU 025-EXIT-DEPENDENCIA
       END-IF
    END-PERFORM
    MOVE "D" TO CLR-STATUS
    MOVE "SEQUENCER" TO CLR-SIGNED-BY
    ACCEPT CLR-SIGNED-DATE FROM DATE YYYYMMDD
    ACCEPT CLR-SIGNED-TIME FROM TIME
    MOVE SPACES TO CLR-NOTE
    IF WK-WAIT = "Y"
       STRING "SEQUENCER STEP " CT-STEP " OK - PREREQUISITE OPEN"
           DELIMITED BY SIZE INTO CLR-NOTE
       END-STRING
    ELSE
       STRING "SEQUENCER STEP " CT-STEP " OK"
           DELIMITED BY SIZE INTO CLR-NOTE
       END-STRING
    END-IF
    REWRITE REC-CLR
        INVALID KEY
            GO 020-EXIT-ASSINA
    END-REWRITE
    ADD 1 TO CT-TICKED
    IF WK-WAIT = "Y"
       ADD 1 TO CT-EARLY
    END-IF.

020-EXIT-ASSINA.
    EXIT.
*>----------------------------------------------------------------------
025-DEPENDENCIA.

    PERFORM VARYING WK-LEN FROM 1 BY 1 UNTIL WK-LEN > WK-TK-NUM
       IF WK-TK-TASK(WK-LEN) = CLR-DEPENDS(WK-DEP)
          AND WK-TK-STATUS(WK-LEN) NOT = "D"
          AND WK-TK-HIT(WK-LEN) NOT = "Y"
          MOVE "Y" TO WK-WAIT
       END-IF
    END-PERFORM.

025-EXIT-DEPENDENCIA.
    EXIT.
*>----------------------------------------------------------------------
