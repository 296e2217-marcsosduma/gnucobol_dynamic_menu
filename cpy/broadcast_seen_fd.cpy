*>----------------------------------------------------------------
*>                FILE BROADCAST_SEEN.DAT
*>
*> Object.: Who saw each live-session broadcast and when - one row
*>          per broadcast and session, written by the menu when the
*>          line is popped up.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-BRS.                 Record Length: 51
*> Primary Key  : KEY1-BRS     ( 15 Bytes )
*>----------------------------------------------------------------

FD  FD-BRS.

01  REC-BRS.
    05 KEY1-BRS.
       10 BRS-ID                  PIC 9(06).
       10 BRS-PID                 PIC 9(09).
    05 BRS-LOGIN                  PIC X(20).
    05 BRS-DATE                   PIC 9(08).
    05 BRS-TIME                   PIC 9(08).
*>----------------------------------------------------------------------
