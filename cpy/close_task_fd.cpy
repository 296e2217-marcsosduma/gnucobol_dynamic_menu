*>----------------------------------------------------------------
*>                FILE CLOSE_TASK.DAT
*>
*> Object.: Month-end close checklist template - the paper sheet,
*>          retired. One row per task: its place in the order, the
*>          role responsible for it, up to four tasks that must be
*>          signed off before it, and, for a step the sequencer
*>          runs, the start of the job_plan.txt command that does
*>          it (the task then ticks itself off when that step ends
*>          OK). Opening a period copies the active rows into
*>          CLOSE_RUN.DAT; later template changes do not touch a
*>          period already open. Maintained from CLOSECHECK.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-CLT.                 Record Length: 177
*> Primary Key  : KEY1-CLT     ( 08 Bytes )
*>----------------------------------------------------------------

FD  FD-CLT.

01  REC-CLT.
    05 KEY1-CLT.
       10 CLT-TASK                PIC X(08).
    05 CLT-SEQ                    PIC 9(03).
    05 CLT-TITLE                  PIC X(50).
    05 CLT-ROLE                   PIC X(15).
    05 CLT-DEPENDS                PIC X(08) OCCURS 4 TIMES.
*> Start of the sequencer command that completes the task; spaces =
*> a manual task, signed off on the screen only.
    05 CLT-AUTO-CMD               PIC X(40).
    05 CLT-ACTIVE                 PIC X(01).
       88 CLT-IS-ACTIVE                      VALUE "Y".
    05 CLT-CHANGED-BY             PIC X(20).
    05 CLT-CHANGED-DATE           PIC 9(08).
*>----------------------------------------------------------------------
