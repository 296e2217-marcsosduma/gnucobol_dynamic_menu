*>----------------------------------------------------------------
*>                FILE BIRTHRIGHT.DAT
*>
*> Object.: SELECT clause for BIRTHRIGHT.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-BRT     ( 08 Bytes )
*>----------------------------------------------------------------

    SELECT FD-BRT ASSIGN TO "BIRTHRGTDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-BRT
           FILE STATUS IS ST-BRT.
*>----------------------------------------------------------------------
