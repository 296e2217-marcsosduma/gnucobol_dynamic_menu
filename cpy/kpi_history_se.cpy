*>----------------------------------------------------------------
*>                FILE KPI_HISTORY.DAT
*>
*> Object.: SELECT clause for the monthly security KPI history
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-KPI     (  6 Bytes )
*>----------------------------------------------------------------

    SELECT FD-KPI ASSIGN TO "KPIHISTDAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY1-KPI
           FILE STATUS IS ST-KPI.
*>----------------------------------------------------------------------
