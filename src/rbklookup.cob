       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rbklookup.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Finds the runbook entry (RUNBOOK.DAT) for a failure, so the
*>         error console, the job queue console and the sequencer's
*>         failure notice all show the same instructions.
*>           kind J - the entry keyed by the failing command itself;
*>                    otherwise the longest entry whose command is
*>                    the start of it;
*>           kind F - the entry for the file and FILE STATUS;
*>                    otherwise the file's "**" entry.
*>         Nothing found, or no runbook file, comes back as "N".
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  RUNBOOKS     10/15/26 DUMA     First version.
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

COPY "../cpy/runbook_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/runbook_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-RBK                        PIC  9(002).
    88  RBK-FS-OK                             VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  WK-LEN                        PIC  9(003) VALUE ZEROS.
01  WK-BEST-LEN                   PIC  9(003) VALUE ZEROS.
01  WK-BEST-KEY                   PIC  X(061) VALUE SPACES.

LINKAGE SECTION.
01  RB-PARM.
    05 RB-KIND                    PIC X(01).
    05 RB-MATCH                   PIC X(60).
    05 RB-FOUND                   PIC X(01).
    05 RB-TITLE                   PIC X(40).
    05 RB-RERUN                   PIC X(01).
    05 RB-STEP                    PIC X(70) OCCURS 5 TIMES.
    05 RB-ESCALATE                PIC X(40).
    05 RB-REVIEWED                PIC 9(08).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING RB-PARM.

000-LOOKUP.

    CALL "setpaths" END-CALL
    MOVE "N" TO RB-FOUND
    MOVE SPACES TO RB-TITLE RB-RERUN RB-ESCALATE
                   RB-STEP(1) RB-STEP(2) RB-STEP(3) RB-STEP(4) RB-STEP(5)
    MOVE ZEROS TO RB-REVIEWED
    IF RB-MATCH = SPACES
       GO 000-EXIT-LOOKUP
    END-IF
    OPEN INPUT FD-RBK
    IF NOT RBK-FS-OK
       GO 000-EXIT-LOOKUP
    END-IF
    MOVE RB-KIND TO RBK-KIND
    MOVE RB-MATCH TO RBK-MATCH
    READ FD-RBK
        INVALID KEY
            IF RB-KIND = "J"
               PERFORM 010-PREFIX-MATCH THRU 010-EXIT-PREFIX-MATCH
            ELSE
               MOVE "F" TO RBK-KIND
               MOVE RB-MATCH TO RBK-MATCH
               MOVE "**" TO RBK-FSTATUS
               READ FD-RBK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 020-RETURN-ENTRY THRU 020-EXIT-RETURN-ENTRY
               END-READ
            END-IF
        NOT INVALID KEY
            PERFORM 020-RETURN-ENTRY THRU 020-EXIT-RETURN-ENTRY
    END-READ
    CLOSE FD-RBK.

000-EXIT-LOOKUP.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
*> THE JOB ENTRIES ARE WALKED IN KEY ORDER; THE LONGEST COMMAND THAT
*> IS THE START OF THE FAILING ONE IS THE MOST SPECIFIC AND WINS.
010-PREFIX-MATCH.

    MOVE ZEROS TO WK-BEST-LEN
    MOVE SPACES TO WK-BEST-KEY
    MOVE "J" TO RBK-KIND
    MOVE SPACES TO RBK-MATCH
    MOVE "F" TO FLG-EOF
    START FD-RBK
        KEY IS >= KEY1-RBK
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-RBK NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF NOT RBK-IS-JOB
                MOVE "T" TO FLG-EOF
             ELSE
                MOVE FUNCTION LENGTH(FUNCTION TRIM(RBK-MATCH TRAILING))
                    TO WK-LEN
                IF RBK-MATCH NOT = SPACES
                   AND WK-LEN > WK-BEST-LEN
                   AND RB-MATCH(1:WK-LEN) = RBK-MATCH(1:WK-LEN)
                   MOVE WK-LEN TO WK-BEST-LEN
                   MOVE KEY1-RBK TO WK-BEST-KEY
                END-IF
             END-IF
       END-READ
    END-PERFORM
    IF WK-BEST-LEN = ZEROS
       GO 010-EXIT-PREFIX-MATCH
    END-IF
    MOVE WK-BEST-KEY TO KEY1-RBK
    READ FD-RBK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 020-RETURN-ENTRY THRU 020-EXIT-RETURN-ENTRY
    END-READ.

010-EXIT-PREFIX-MATCH.
    EXIT.
*>----------------------------------------------------------------------
020-RETURN-ENTRY.

    MOVE "Y" TO RB-FOUND
    MOVE RBK-TITLE TO RB-TITLE
    MOVE RBK-RERUN TO RB-RERUN
    MOVE RBK-STEP(1) TO RB-STEP(1)
    MOVE RBK-STEP(2) TO RB-STEP(2)
    MOVE RBK-STEP(3) TO RB-STEP(3)
    MOVE RBK-STEP(4) TO RB-STEP(4)
    MOVE RBK-STEP(5) TO RB-STEP(5)
    MOVE RBK-ESCALATE TO RB-ESCALATE
    MOVE RBK-REVIEWED-DATE TO RB-REVIEWED.

020-EXIT-RETURN-ENTRY.
    EXIT.
*>----------------------------------------------------------------------
