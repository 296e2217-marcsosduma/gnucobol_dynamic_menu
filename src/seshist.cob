       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    seshist.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Shared writer for session_history.log. Every program that
*>         adds a row to the live-session registry (SESSION.DAT) or
*>         takes one away calls here at the same moment, so the
*>         history of who was on, where and for how long outlives
*>         the registry rows - the evidence for seat-limit and
*>         licence negotiations. Sign-ons turned away because a
*>         module was at its seat limit are recorded here too.
*>
*>         Fill the WK-SH-PARM block (cpy/seshist_ws.cpy) and CALL
*>         "seshist". A history write that fails never stops the
*>         caller's sign-on or sign-off.
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

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/session_hist_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-SHS                        PIC  X(002) VALUE ZEROS.

LINKAGE SECTION.
01  SH-PARM.
    05 SH-EVENT                   PIC X(01).
    05 SH-PID                     PIC 9(09).
    05 SH-LOGIN                   PIC X(20).
    05 SH-MODULE                  PIC X(15).
    05 SH-REASON                  PIC X(10).
    05 SH-START-DATE              PIC 9(08).
    05 SH-START-TIME              PIC 9(08).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING SH-PARM.

000-WRITE-EVENT.

    CALL "setpaths" END-CALL
    OPEN EXTEND FILE_SESHIST
    IF ST-SHS = "35"
       OPEN OUTPUT FILE_SESHIST
    END-IF
    IF ST-SHS NOT = "00"
       GO 000-EXIT-WRITE-EVENT
    END-IF
    INITIALIZE REC-SESHIST
    ACCEPT SHS-DATE FROM DATE YYYYMMDD
    ACCEPT SHS-TIME FROM TIME
    MOVE SH-EVENT TO SHS-EVENT
    MOVE SH-PID TO SHS-PID
    MOVE SH-LOGIN TO SHS-LOGIN
    MOVE SH-MODULE TO SHS-MODULE
    MOVE SH-REASON TO SHS-REASON
    IF SH-EVENT = "S"
       MOVE SHS-DATE TO SHS-START-DATE
       MOVE SHS-TIME TO SHS-START-TIME
    ELSE
       IF SH-START-DATE IS NUMERIC
          MOVE SH-START-DATE TO SHS-START-DATE
       END-IF
       IF SH-START-TIME IS NUMERIC
          MOVE SH-START-TIME TO SHS-START-TIME
       END-IF
    END-IF
    WRITE REC-SESHIST
    CLOSE FILE_SESHIST.

000-EXIT-WRITE-EVENT.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
