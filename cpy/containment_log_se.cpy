*>----------------------------------------------------------------
*>                FILE CONTAINMENT.LOG
*>
*> Object.: SELECT clause for the incident containment step log
*>
*>----------------------------------------------------------------

    SELECT FILE_CNT_LOG ASSIGN TO "CONTAINLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-CTL.
*>----------------------------------------------------------------------
