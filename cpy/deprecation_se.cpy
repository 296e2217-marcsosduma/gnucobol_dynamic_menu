*>----------------------------------------------------------------
*>                FILE MENU_DEPRECATION.DAT
*>
*> Object.: SELECT clause for MENU_DEPRECATION.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-DPR     ( 05 Bytes )
*>----------------------------------------------------------------

    SELECT FD-DPR ASSIGN TO "MENUDEPRDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-DPR
           FILE STATUS IS ST-DPR.
*>----------------------------------------------------------------------
