       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    chkelev.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The elevation check, asked by the menu on every pass.
*>         Walks the login's ELEVATION.DAT rows: an active row whose
*>         expiry stamp has passed is closed there and then (status
*>         E, end stamp = expiry), and the rows still in force are
*>         counted and their ids summed. The menu keeps the sum it
*>         started with; a different sum means an elevation was
*>         switched on or has lapsed, and the session's permissions
*>         are resolved again.
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

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/elevation_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-ELV                        PIC  9(002).
    88  ELV-FS-OK                             VALUE ZEROS.
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  WK-NOW.
    05 WK-NOW-DATE                PIC  9(008) VALUE ZEROS.
    05 WK-NOW-TIME                PIC  9(008) VALUE ZEROS.

LINKAGE SECTION.
01  EV-PARM.
    05 EV-LOGIN                   PIC X(10).
    05 EV-LIVE                    PIC 9(02).
    05 EV-SIGN                    PIC 9(09).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING EV-PARM.

000-CHECK.

    CALL "setpaths" END-CALL
    MOVE ZEROS TO EV-LIVE EV-SIGN
    IF EV-LOGIN = SPACES
       GO 000-EXIT-CHECK
    END-IF
    OPEN I-O FD-ELV
    IF NOT ELV-FS-OK
       GO 000-EXIT-CHECK
    END-IF
    ACCEPT WK-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT WK-NOW-TIME FROM TIME
    MOVE EV-LOGIN TO ELV-LOGIN
    MOVE "F" TO FLG-EOF
    START FD-ELV
        KEY IS = KEY2-ELV
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-ELV NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF ELV-LOGIN NOT = EV-LOGIN
                MOVE "T" TO FLG-EOF
             ELSE
                IF ELV-IS-ACTIVE
                   IF WK-NOW < ELV-EXPIRE
                      ADD 1 TO EV-LIVE
                      ADD ELV-ID TO EV-SIGN
                   ELSE
                      MOVE "E" TO ELV-STATUS
                      MOVE ELV-EXPIRE-DATE TO ELV-END-DATE
                      MOVE ELV-EXPIRE-TIME TO ELV-END-TIME
                      REWRITE REC-ELV
                          INVALID KEY
                              CONTINUE
                      END-REWRITE
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-ELV.

000-EXIT-CHECK.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
