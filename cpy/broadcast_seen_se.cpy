*>----------------------------------------------------------------
*>                FILE BROADCAST_SEEN.DAT
*>
*> Object.: SELECT clause for the broadcast sightings
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-BRS     ( 15 Bytes )
*>----------------------------------------------------------------

    SELECT FD-BRS ASSIGN TO "BRDSEENDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-BRS
           FILE STATUS IS ST-BRS.
*>----------------------------------------------------------------------
