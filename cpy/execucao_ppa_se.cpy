*>----------------------------------------------------------------
*>                FILE EXECUCAO_PPA.DAT
*>
*> Object.: SELECT clause for EXECUCAO_PPA.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-EXE     ( 10 Bytes )
*>----------------------------------------------------------------

    SELECT FD-EXE ASSIGN TO "EXEPPADAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-EXE
           FILE STATUS IS ST-EXE.
*>----------------------------------------------------------------------
