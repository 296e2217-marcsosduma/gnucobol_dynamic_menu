*>----------------------------------------------------------------
*>                FILE QUICK_CARD.DAT
*>
*> Object.: SELECT clause for the quick-reference card register
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-QCD     ( 10 Bytes )
*>----------------------------------------------------------------

    SELECT FD-QCD ASSIGN TO "QUICKCARDDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-QCD
           FILE STATUS IS ST-QCD.
*>----------------------------------------------------------------------
