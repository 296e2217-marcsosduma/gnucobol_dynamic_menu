*>          administration screen (force-logoff / clear leftovers).
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-SES.                 Record Length: 78
*> Primary Key  : KEY1-SES     ( 09 Bytes )
*>----------------------------------------------------------------

*> came from - investigations stop guessing where a sign-on happened.
*> Spaces on rows written before the field existed.
    05 SES-TERMINAL               PIC X(10).
*> Oldest live-session broadcast (BROADCAST.DAT) not yet shown to this
*> session; the menu pops it and every later one up at the next menu
*> keystroke and clears the field. Zero or spaces means none pending.
    05 SES-BRD-ID                 PIC 9(06).
*>----------------------------------------------------------------------
