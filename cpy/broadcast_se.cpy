*>----------------------------------------------------------------
*>                FILE BROADCAST.DAT
*>
*> Object.: SELECT clause for the live-session broadcasts
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-BRD     ( 06 Bytes )
*>----------------------------------------------------------------

    SELECT FD-BRD ASSIGN TO "BROADCASTDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-BRD
           FILE STATUS IS ST-BRD.
*>----------------------------------------------------------------------
