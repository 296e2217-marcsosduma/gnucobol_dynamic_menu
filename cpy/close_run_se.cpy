*>----------------------------------------------------------------
*>                FILE CLOSE_RUN.DAT
*>
*> Object.: SELECT clause for the month-end close instances
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-CLR     ( 14 Bytes )
*>----------------------------------------------------------------

    SELECT FD-CLR ASSIGN TO "CLOSERUNDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-CLR
           FILE STATUS IS ST-CLR.
*>----------------------------------------------------------------------
