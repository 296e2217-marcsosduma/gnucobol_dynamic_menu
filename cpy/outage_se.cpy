*>----------------------------------------------------------------
*>                FILE OUTAGE.DAT
*>
*> Object.: SELECT clause for the planned outages
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-OUT     ( 04 Bytes )
*>----------------------------------------------------------------

    SELECT FD-OUT ASSIGN TO "OUTAGEDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-OUT
           FILE STATUS IS ST-OUT.
*>----------------------------------------------------------------------
