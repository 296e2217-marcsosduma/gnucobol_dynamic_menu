*>----------------------------------------------------------------
*>                FILE JOB_SCHEDULE.DAT
*>
*> Object.: Recurring entries of the batch calendar. Each row is a
*>          command line and the rule for the days it is due; the
*>          job_scheduler batch resolves the rules against
*>          HOLIDAY.DAT every day and submits what is due into
*>          JOB_QUEUE.DAT for the jobworker. A business day is a
*>          Monday to Friday with no HOLIDAY.DAT row. Maintained
*>          from the JOBSCHEDULE screen.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-SCH.                 Record Length: 274
*> Primary Key  : KEY1-SCH     ( 04 Bytes )
*>----------------------------------------------------------------

FD  FD-SCH.

01  REC-SCH.
    05 KEY1-SCH.
       10 SCH-ID                  PIC 9(04).
    05 SCH-NAME                   PIC X(30).
    05 SCH-CMD                    PIC X(200).
*> Frequency: D = every day, B = every business day, W = weekly on
*> SCH-WEEKDAY, E = last calendar day of the month, N = the
*> SCH-NTH business day of the month.
    05 SCH-FREQ                   PIC X(01).
       88 SCH-DAILY                          VALUE "D".
       88 SCH-BUSINESS-DAYS                  VALUE "B".
       88 SCH-WEEKLY                         VALUE "W".
       88 SCH-MONTH-END                      VALUE "E".
       88 SCH-NTH-BUSINESS                   VALUE "N".
*> 1 = Monday ... 7 = Sunday
    05 SCH-WEEKDAY                PIC 9(01).
    05 SCH-NTH                    PIC 9(02).
*> When the due day is not a business day: S = skip that run,
*> N = run on the next business day, P = run on the previous
*> business day, R = run anyway.
    05 SCH-CLOSED                 PIC X(01).
       88 SCH-CL-SKIP                        VALUE "S".
       88 SCH-CL-NEXT                        VALUE "N".
       88 SCH-CL-PREVIOUS                    VALUE "P".
       88 SCH-CL-RUN                         VALUE "R".
    05 SCH-STATUS                 PIC X(01).
       88 SCH-ACTIVE                         VALUE "A".
       88 SCH-SUSPENDED                      VALUE "S".
    05 SCH-OWNER                  PIC X(20).
*> Last day the scheduler submitted the entry, and the job it made
    05 SCH-LAST-DATE              PIC 9(08).
    05 SCH-LAST-JOB               PIC 9(06).
*>----------------------------------------------------------------------
