*>----------------------------------------------------------------
*>                FILE USER_HIST.DAT
*>
*> Object.: SELECT clause for the archived-user history
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-UHS     ( 10 Bytes )
*> Secundary Key: KEY2-UHS     ( 04 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

    SELECT FD-UHS ASSIGN TO "USERHISTDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-UHS
           ALTERNATE RECORD KEY IS KEY2-UHS WITH DUPLICATES
           FILE STATUS IS ST-UHS.
*>----------------------------------------------------------------------
