*>----------------------------------------------------------------
*>                FILE METAS_PPA.DAT
*>
*> Object.: SELECT clause for METAS_PPA.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-MET     ( 08 Bytes )
*>----------------------------------------------------------------

    SELECT FD-MET ASSIGN TO "METPPADAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-MET
           FILE STATUS IS ST-MET.
*>----------------------------------------------------------------------
