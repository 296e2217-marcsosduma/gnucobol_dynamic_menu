*>----------------------------------------------------------------
*>                FILE RUNBOOK.DAT
*>
*> Object.: SELECT clause for the operations runbook library
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-RBK     ( 61 Bytes )
*>----------------------------------------------------------------

    SELECT FD-RBK ASSIGN TO "RUNBOOKDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-RBK
           FILE STATUS IS ST-RBK.
*>----------------------------------------------------------------------
