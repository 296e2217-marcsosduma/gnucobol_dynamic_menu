*>----------------------------------------------------------------
*>                FILE REPORT_VARIANT.DAT
*>
*> Object.: SELECT clause for the saved report variants
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-RPV     ( 15 Bytes )
*>----------------------------------------------------------------

    SELECT FD-RPV ASSIGN TO "RPTVARDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-RPV
           FILE STATUS IS ST-RPV.
*>----------------------------------------------------------------------
