*>----------------------------------------------------------------
*>                FILE SESSION_HISTORY.LOG
*>
*> Object.: Permanent history of the live-session registry. One
*>          line per event, written through the seshist service:
*>            S - session started (validate_usr registered it);
*>            E - session ended, SHS-REASON says how (LOGOFF,
*>                FORCED, CLEARED, OFFBOARD), SHS-START-DATE/TIME
*>                repeat the start so a line stands on its own;
*>            R - sign-on refused because the module was at its
*>                SEAT_LIMIT.DAT limit (SHS-REASON NO SEAT).
*>          SESSION.DAT rows vanish at logoff; this file does not,
*>          and is deliberately left out of the month-end log
*>          rotation. Reported by rpt_session_peaks.
*>
*>----------------------------------------------------------------
*> Record.: REC-SESHIST             Record length: 96
*>----------------------------------------------------------------

FD  FILE_SESHIST.

01  REC-SESHIST.
    05 SHS-DATE                PIC 9(08).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-TIME                PIC 9(08).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-EVENT               PIC X(01).
       88 SHS-IS-START                    VALUE "S".
       88 SHS-IS-END                      VALUE "E".
       88 SHS-IS-REFUSED                  VALUE "R".
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-PID                 PIC 9(09).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-LOGIN               PIC X(20).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-MODULE              PIC X(15).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-REASON              PIC X(10).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-START-DATE          PIC 9(08).
    05 FILLER                  PIC X(01) VALUE SPACE.
    05 SHS-START-TIME          PIC 9(08).
*>----------------------------------------------------------------------
