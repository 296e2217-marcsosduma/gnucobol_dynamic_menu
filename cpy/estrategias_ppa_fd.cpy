*>----------------------------------------------------------------
*>                FILE ESTRATEGIAS_PPA.DAT
*>
*> Object.: STRATEGIES UNDER EACH PPA OBJECT (PDAP2640)
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-EST.                 Record Length: 105
*> Primary Key  : KEY1-EST     ( 07 Bytes )
*>----------------------------------------------------------------

FD  FD-EST.

01  REC-EST.
    05 KEY1-EST.
       10 EST-OBJ-CODIGO          PIC 9(04).
       10 EST-SEQ                 PIC 9(03).
    05 EST-DESCRICAO              PIC X(60).
*> Area responsible for carrying out the strategy, and the plan years
*> (CCYY) it covers inside the four-year PPA.
    05 EST-AREA                   PIC X(30).
    05 EST-ANO-INI                PIC 9(04).
    05 EST-ANO-FIM                PIC 9(04).
*>----------------------------------------------------------------------
