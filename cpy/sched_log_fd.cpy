*>----------------------------------------------------------------
*>                FILE SCHEDULE_RUN.LOG
*>
*> Objetivo.: What the job scheduler did with each entry on each
*>            calendar day: SUBMITTED (with the job id), SKIPPED or
*>            MOVED because the due day was closed. Written by
*>            job_scheduler only.
*>
*>----------------------------------------------------------------
*> Record.: REC-SCL                 Record length: 150
*>----------------------------------------------------------------

FD  FILE_SCHED_LOG.

01  REC-SCL.
    05 SCL-RUN-DATE            PIC 9(08).
    05 FILLER                  PIC X(01).
    05 SCL-TIME                PIC 9(08).
    05 FILLER                  PIC X(01).
    05 SCL-SCH-ID              PIC 9(04).
    05 FILLER                  PIC X(01).
    05 SCL-ACTION              PIC X(09).
    05 FILLER                  PIC X(01).
    05 SCL-JOB-ID              PIC 9(06).
    05 FILLER                  PIC X(01).
    05 SCL-NAME                PIC X(30).
    05 FILLER                  PIC X(01).
    05 SCL-DETAIL              PIC X(79).
*>----------------------------------------------------------------------
