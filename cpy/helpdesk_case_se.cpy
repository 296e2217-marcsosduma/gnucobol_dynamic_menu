*>----------------------------------------------------------------
*>                FILE HELPDESK_CASE.DAT
*>
*> Object.: SELECT clause for the service-desk case file
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-HDC     ( 06 Bytes )
*>----------------------------------------------------------------

    SELECT FD-HDC ASSIGN TO "HDCASEDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-HDC
           FILE STATUS IS ST-HDC.
*>----------------------------------------------------------------------
