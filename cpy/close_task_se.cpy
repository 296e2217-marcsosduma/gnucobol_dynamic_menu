*>----------------------------------------------------------------
*>                FILE CLOSE_TASK.DAT
*>
*> Object.: SELECT clause for the month-end close task template
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-CLT     ( 08 Bytes )
*>----------------------------------------------------------------

    SELECT FD-CLT ASSIGN TO "CLOSETASKDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-CLT
           FILE STATUS IS ST-CLT.
*>----------------------------------------------------------------------
