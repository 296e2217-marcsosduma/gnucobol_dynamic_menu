*>----------------------------------------------------------------
*>                FILE ELEVATION.DAT
*>
*> Object.: SELECT clause for the just-in-time elevations
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-ELV     ( 06 Bytes )
*> Alternate Key: KEY2-ELV     ( 10 Bytes ) WITH DUPLICATES
*>----------------------------------------------------------------

    SELECT FD-ELV ASSIGN TO "ELEVATIONDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-ELV
           ALTERNATE RECORD KEY IS KEY2-ELV WITH DUPLICATES
           FILE STATUS IS ST-ELV.
*>----------------------------------------------------------------------
