*>----------------------------------------------------------------
*>                FILE BROADCAST.DAT
*>
*> Object.: Urgent one-line broadcasts to the users already signed
*>          on (a restore in progress, the printer down). Sent from
*>          the SESSIONS console to every live session or to the
*>          sessions of one module; each target session row is
*>          flagged (SES-BRD-ID) and the menu pops the line up at
*>          the operator's next keystroke, recording the sighting
*>          in BROADCAST_SEEN.DAT.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-BRD.                 Record Length: 132
*> Primary Key  : KEY1-BRD     ( 06 Bytes )
*>----------------------------------------------------------------

FD  FD-BRD.

01  REC-BRD.
    05 KEY1-BRD.
       10 BRD-ID                  PIC 9(06).
    05 BRD-DATE                   PIC 9(08).
    05 BRD-TIME                   PIC 9(08).
    05 BRD-SENDER                 PIC X(20).
*> Module whose sessions receive the line - spaces means all of them.
    05 BRD-MODULE                 PIC X(15).
    05 BRD-TEXT                   PIC X(70).
*> Sessions flagged when the line was sent.
    05 BRD-TARGETS                PIC 9(05).
*>----------------------------------------------------------------------
