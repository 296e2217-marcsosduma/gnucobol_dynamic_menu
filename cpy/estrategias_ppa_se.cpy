*>----------------------------------------------------------------
*>                FILE ESTRATEGIAS_PPA.DAT
*>
*> Object.: SELECT clause for ESTRATEGIAS_PPA.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-EST     ( 07 Bytes )
*>----------------------------------------------------------------

    SELECT FD-EST ASSIGN TO "ESTPPADAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-EST
           FILE STATUS IS ST-EST.
*>----------------------------------------------------------------------
