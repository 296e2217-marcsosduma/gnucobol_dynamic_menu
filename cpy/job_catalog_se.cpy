*>----------------------------------------------------------------
*>                FILE JOB_CATALOG.DAT
*>
*> Object.: SELECT clause for the registered job catalog
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-JCT     ( 11 Bytes )
*>----------------------------------------------------------------

    SELECT FD-JCT ASSIGN TO "JOBCATDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-JCT
           FILE STATUS IS ST-JCT.
*>----------------------------------------------------------------------
