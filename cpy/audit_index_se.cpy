*>----------------------------------------------------------------
*>                FILE AUDIT_INDEX.DAT
*>
*> Object.: SELECT clause for the indexed audit store
*>
*>----------------------------------------------------------------
*> Primary Key..: KEY1-AIX ( 56 Bytes ) user, date, time
*> Secundary Key: KEY2-AIX ( 16 Bytes ) WITH DUPLICATES date, time
*> Secundary Key: KEY3-AIX ( 23 Bytes ) WITH DUPLICATES module, date
*>----------------------------------------------------------------

    SELECT FD-AIX ASSIGN TO "AUDITIDXDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-AIX
           ALTERNATE RECORD KEY IS KEY2-AIX WITH DUPLICATES
           ALTERNATE RECORD KEY IS KEY3-AIX WITH DUPLICATES
           FILE STATUS IS ST-AIX.
*>----------------------------------------------------------------------
