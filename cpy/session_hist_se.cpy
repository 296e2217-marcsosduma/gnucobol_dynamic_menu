*>----------------------------------------------------------------
*>                FILE SESSION_HISTORY.LOG
*>
*> Object.: SELECT clause for the session history log
*>
*>----------------------------------------------------------------

    SELECT FILE_SESHIST ASSIGN TO "SESHISTLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-SHS.
*>----------------------------------------------------------------------
