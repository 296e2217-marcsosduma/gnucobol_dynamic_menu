*>----------------------------------------------------------------
*>                FILE DUAL_CONTROL.DAT
*>
*> Object.: SELECT clause for DUAL_CONTROL.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-DCT     ( 05 Bytes )
*>----------------------------------------------------------------

    SELECT FD-DCT ASSIGN TO "DUALCTLDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-DCT
           FILE STATUS IS ST-DCT.
*>----------------------------------------------------------------------
