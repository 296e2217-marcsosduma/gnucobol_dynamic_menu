       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    chkcontain.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The containment gate. Every path that can unlock an
*>         account asks here first: while CONTAINMENT.DAT has a row
*>         for the login without a release stamp the account is
*>         under incident containment and only the security
*>         sign-off on the CONTAINMENT screen lifts that.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  CONTAINMENT  10/15/26 DUMA     First version.
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

COPY "../cpy/containment_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/containment_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-CNT                        PIC  9(002).
    88  CNT-FS-OK                             VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".

LINKAGE SECTION.
01  CT-PARM.
    05 CT-LOGIN                   PIC X(10).
    05 CT-HELD                    PIC X(01).
    05 CT-INCIDENT                PIC X(12).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING CT-PARM.

000-CHECK.

    CALL "setpaths" END-CALL
    MOVE "N" TO CT-HELD
    MOVE SPACES TO CT-INCIDENT
    IF CT-LOGIN = SPACES
       GO 000-EXIT-CHECK
    END-IF
    OPEN INPUT FD-CNT
    IF NOT CNT-FS-OK
       GO 000-EXIT-CHECK
    END-IF
    MOVE CT-LOGIN TO CNT-LOGIN
    MOVE "F" TO FLG-EOF
    START FD-CNT
        KEY IS = KEY2-CNT
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-CNT NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF CNT-LOGIN NOT = CT-LOGIN
                MOVE "T" TO FLG-EOF
             ELSE
                IF CNT-RELEASED-DATE = ZEROS
                   MOVE "Y" TO CT-HELD
                   MOVE CNT-INCIDENT TO CT-INCIDENT
                   MOVE "T" TO FLG-EOF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-CNT.

000-EXIT-CHECK.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
