*>----------------------------------------------------------------
*>                FILE RISK_HISTORY.DAT
*>
*> Object.: SELECT clause for the daily user access risk scores
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-RSK     ( 12 Bytes )
*>----------------------------------------------------------------

    SELECT FD-RSK ASSIGN TO "RISKHISTDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-RSK
           FILE STATUS IS ST-RSK.
*>----------------------------------------------------------------------
