*>----------------------------------------------------------------
*>                FILE CONTAINMENT.DAT
*>
*> Object.: SELECT clause for the incident containments
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-CNT     ( 12 Bytes )
*> Alternate Key: KEY2-CNT     ( 10 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

    SELECT FD-CNT ASSIGN TO "CONTAINDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-CNT
           ALTERNATE RECORD KEY IS KEY2-CNT WITH DUPLICATES
           FILE STATUS IS ST-CNT.
*>----------------------------------------------------------------------
