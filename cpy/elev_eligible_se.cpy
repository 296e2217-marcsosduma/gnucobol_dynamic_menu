*>----------------------------------------------------------------
*>                FILE ELEV_ELIGIBLE.DAT
*>
*> Object.: SELECT clause for the pre-approved elevation pairs
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-ELG     ( 08 Bytes )
*>----------------------------------------------------------------

    SELECT FD-ELG ASSIGN TO "ELEVELIGDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-ELG
           FILE STATUS IS ST-ELG.
*>----------------------------------------------------------------------
