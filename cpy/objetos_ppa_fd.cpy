*> Object.: MANAGE PPA OBJECTS (PDAP2640)
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-OBJ.                 Record Length: 130
*> Primary Key  : KEY1-OBJ     ( 04 Bytes )
*>----------------------------------------------------------------

FD  FD-OBJ.

01  REC-OBJ.
    05 KEY1-OBJ.
       10 OBJ-CODIGO              PIC 9(04).
    05 OBJ-NOME                   PIC X(60).
*> Application inventory fields: who owns it, who to call when it
*> breaks, how critical it is, and which M-ACTION-TARGET program it
