*>----------------------------------------------------------------
*>                FILE PENDING_ESCALATION.DAT
*>
*> Object.: How far the daily aging run (age_approvals) has chased
*>          each PENDING_CHANGES.DAT entry, so a reminder or an
*>          escalation goes out once per entry and not every day.
*>          Keyed by the queue entry's PCH-ID; an entry never
*>          chased has no row.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-PES.                 Record Length: 31
*> Primary Key  : KEY1-PES     ( 06 Bytes )
*>----------------------------------------------------------------

FD  FD-PES.

01  REC-PES.
    05 KEY1-PES.
       10 PES-ID-PCH              PIC 9(06).
    05 PES-LEVEL                  PIC 9(01).
       88 PES-REMINDED                       VALUE 1.
       88 PES-ESCALATED                      VALUE 2.
       88 PES-EXPIRED                        VALUE 3.
    05 PES-REMIND-DATE            PIC 9(08).
    05 PES-ESCAL-DATE             PIC 9(08).
    05 PES-EXPIRE-DATE            PIC 9(08).
*>----------------------------------------------------------------------
