*>----------------------------------------------------------------
*>                FILE CHARGE_RATE.DAT
*>
*> Object.: SELECT clause for CHARGE_RATE.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-CRT     ( 15 Bytes )
*>----------------------------------------------------------------

    SELECT FD-CRT ASSIGN TO "CHGRATEDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-CRT
           FILE STATUS IS ST-CRT.
*>----------------------------------------------------------------------
