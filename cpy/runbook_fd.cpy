*>----------------------------------------------------------------
*>                FILE RUNBOOK.DAT
*>
*> Object.: What the night operator does when something fails,
*>          without phoning anyone. An entry is keyed either by a
*>          job command (kind J - the command line as the sequencer
*>          plan or the job queue runs it; an entry whose command
*>          is the start of the failing one also matches, so
*>          "./rebuild_files" covers every run of it) or by a file
*>          and FILE STATUS pair from file_error.log (kind F; a
*>          status of "**" covers any status on that file). It
*>          says whether the step may simply be rerun, how to
*>          restart it, and who to escalate to. RBK-REVIEWED-DATE
*>          is stamped each time the entry is saved or confirmed
*>          on the RUNBOOK screen.
*>
*>          RBK-RERUN   Y = rerun as it stands
*>                      C = rerun only after the steps below
*>                      N = do not rerun - escalate
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-RBK.                 Record Length: 550
*> Primary Key  : KEY1-RBK     ( 61 Bytes )
*>----------------------------------------------------------------

FD  FD-RBK.

01  REC-RBK.
    05 KEY1-RBK.
       10 RBK-KIND                PIC X(01).
          88 RBK-IS-JOB                      VALUE "J".
          88 RBK-IS-FILE                     VALUE "F".
          88 RBK-KIND-OK                     VALUES "J" "F".
       10 RBK-MATCH               PIC X(60).
       10 RBK-MATCH-F REDEFINES RBK-MATCH.
          15 RBK-FILE             PIC X(15).
          15 RBK-FSTATUS          PIC X(02).
          15 FILLER               PIC X(43).
    05 RBK-TITLE                  PIC X(40).
    05 RBK-RERUN                  PIC X(01).
       88 RBK-RERUN-OK                       VALUES "Y" "C" "N".
    05 RBK-STEP                   PIC X(70) OCCURS 5 TIMES.
    05 RBK-ESCALATE               PIC X(40).
    05 RBK-REVIEWED-DATE          PIC 9(08).
    05 RBK-REVIEWED-BY            PIC X(20).
    05 RBK-UPD-DATE               PIC 9(08).
    05 FILLER                     PIC X(22).
*>----------------------------------------------------------------------
