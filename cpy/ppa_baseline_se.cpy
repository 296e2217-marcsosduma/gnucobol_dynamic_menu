*>----------------------------------------------------------------
*>                FILE PPA_BASELINE.DAT
*>
*> Object.: SELECT clause for PPA_BASELINE.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-BSL     ( 19 Bytes )
*>----------------------------------------------------------------

    SELECT FD-BSL ASSIGN TO "BSLPPADAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-BSL
           FILE STATUS IS ST-BSL.
*>----------------------------------------------------------------------
