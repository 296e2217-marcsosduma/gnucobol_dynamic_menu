*>----------------------------------------------------------------
*>                FILE JOB_SCHEDULE.DAT
*>
*> Object.: SELECT clause for the recurring job schedule
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-SCH     ( 04 Bytes )
*>----------------------------------------------------------------

    SELECT FD-SCH ASSIGN TO "JOBSCHEDDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-SCH
           FILE STATUS IS ST-SCH.
*>----------------------------------------------------------------------
