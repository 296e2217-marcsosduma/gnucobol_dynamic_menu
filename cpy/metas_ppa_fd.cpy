*>----------------------------------------------------------------
*>                FILE METAS_PPA.DAT
*>
*> Object.: ANNUAL PHYSICAL AND FINANCIAL TARGETS PER PPA OBJECT
*>          (PDAP2640)
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-MET.                 Record Length: 49
*> Primary Key  : KEY1-MET     ( 08 Bytes )
*>----------------------------------------------------------------

FD  FD-MET.

01  REC-MET.
    05 KEY1-MET.
       10 MET-OBJ-CODIGO          PIC 9(04).
       10 MET-ANO                 PIC 9(04).
*> Physical target for the plan year - quantity and its unit of
*> measure ("KM", "VAGAS", "FAMILIAS", ...) - and the planned
*> financial amount in reais.
    05 MET-QTD-FISICA             PIC 9(09)V99.
    05 MET-UNIDADE                PIC X(15).
    05 MET-VALOR                  PIC 9(13)V99.
*>----------------------------------------------------------------------
