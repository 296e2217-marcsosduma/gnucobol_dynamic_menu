*>----------------------------------------------------------------
*>                FILE SCHEDULE_RUN.LOG
*>
*> Objetivo.: SELECT clause for the job scheduler day record
*>
*>----------------------------------------------------------------

    SELECT FILE_SCHED_LOG ASSIGN TO "SCHEDLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-SCL.
*>----------------------------------------------------------------------
