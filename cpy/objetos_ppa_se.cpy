*> Object.: SELECT clause for OBJETOS_PPA.DAT
*>
*>----------------------------------------------------------------
*> Primary Key  : KEY1-OBJ     ( 04 Bytes )
*>----------------------------------------------------------------

    SELECT FD-OBJ ASSIGN TO "OBJPPADAT"
