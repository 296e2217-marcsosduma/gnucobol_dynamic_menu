*>----------------------------------------------------------------
*>                FILE CLOSE_RUN.DAT
*>
*> Object.: Month-end close instances. One row per task of each
*>          period opened (CCYYMM = the month being closed), copied
*>          from CLOSE_TASK.DAT when the period is opened, then
*>          signed off one by one: by a named operator on the
*>          CLOSECHECK screen (only once every task it depends on
*>          is done), or by the sequencer itself for an automated
*>          step. Open rows are listed in the shift handover; the
*>          whole period prints through rpt_close_checklist for the
*>          audit file.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-CLR.                 Record Length: 237
*> Primary Key  : KEY1-CLR     ( 14 Bytes )
*>----------------------------------------------------------------

FD  FD-CLR.

01  REC-CLR.
    05 KEY1-CLR.
       10 CLR-PERIOD              PIC 9(06).
       10 CLR-TASK                PIC X(08).
    05 CLR-SEQ                    PIC 9(03).
    05 CLR-TITLE                  PIC X(50).
    05 CLR-ROLE                   PIC X(15).
    05 CLR-DEPENDS                PIC X(08) OCCURS 4 TIMES.
    05 CLR-AUTO-CMD               PIC X(40).
    05 CLR-STATUS                 PIC X(01).
       88 CLR-IS-OPEN                        VALUE "O".
       88 CLR-IS-DONE                        VALUE "D".
    05 CLR-SIGNED-BY              PIC X(20).
    05 CLR-SIGNED-DATE            PIC 9(08).
    05 CLR-SIGNED-TIME            PIC 9(08).
    05 CLR-NOTE                   PIC X(46).
*>----------------------------------------------------------------------
