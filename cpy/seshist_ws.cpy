*>----------------------------------------------------------------
*>                SESHIST PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the session
*>          history writer (src/seshist.cob). Fill the event (S, E
*>          or R), the session's PID, login and module, the reason
*>          for an end or refusal and, for an end, the session's
*>          start stamp (SES-DATE/SES-TIME of the row being
*>          removed); CALL "seshist". The event stamp is taken
*>          there.
*>
*>----------------------------------------------------------------

01  WK-SH-PARM.
    05 WK-SH-EVENT                PIC X(01).
    05 WK-SH-PID                  PIC 9(09).
    05 WK-SH-LOGIN                PIC X(20).
    05 WK-SH-MODULE               PIC X(15).
    05 WK-SH-REASON               PIC X(10).
    05 WK-SH-START-DATE           PIC 9(08).
    05 WK-SH-START-TIME           PIC 9(08).
*>----------------------------------------------------------------------
