*>----------------------------------------------------------------
*>                FILE PENDING_ESCALATION.DAT
*>
*> Object.: SELECT clause for the approval queue chase state
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-PES     ( 06 Bytes )
*>----------------------------------------------------------------

    SELECT FD-PES ASSIGN TO "PENDESCDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-PES
           FILE STATUS IS ST-PES.
*>----------------------------------------------------------------------
