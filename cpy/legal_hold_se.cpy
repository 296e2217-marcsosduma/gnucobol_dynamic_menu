*>----------------------------------------------------------------
*>                FILE LEGAL_HOLD.DAT
*>
*> Object.: SELECT clause for the legal holds
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-LGH     ( 04 Bytes )
*>----------------------------------------------------------------

    SELECT FD-LGH ASSIGN TO "LEGALHOLDDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-LGH
           FILE STATUS IS ST-LGH.
*>----------------------------------------------------------------------
