*>----------------------------------------------------------------
*>                FILE OUTAGE.DAT
*>
*> Object.: Planned outages declared by operations while a
*>          downstream application is being upgraded. A row covers
*>          either a whole menu module (scope M, OUT-MODULE) or every
*>          item whose M-ACTION-TARGET is the OBJ-TARGET of one
*>          OBJETOS_PPA application (scope A, OUT-OBJ-CODIGO). While
*>          a row is active the menu shows the affected items greyed
*>          with the message and refuses to launch them, and sign-on
*>          to an affected module warns. The row ends by itself at
*>          the expected return stamp (status E) or when operations
*>          clears it early (status C). Maintained from the OUTAGES
*>          screen; checked through chkoutage.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-OUT.                 Record Length: 141
*> Primary Key  : KEY1-OUT     ( 04 Bytes )
*>----------------------------------------------------------------

FD  FD-OUT.

01  REC-OUT.
    05 KEY1-OUT.
       10 OUT-ID                  PIC 9(04).
    05 OUT-SCOPE                  PIC X(01).
       88 OUT-BY-MODULE                      VALUE "M".
       88 OUT-BY-APP                         VALUE "A".
    05 OUT-MODULE                 PIC X(15).
    05 OUT-OBJ-CODIGO             PIC 9(04).
    05 OUT-MESSAGE                PIC X(40).
    05 OUT-START.
       10 OUT-START-DATE          PIC 9(08).
       10 OUT-START-TIME          PIC 9(04).
    05 OUT-BACK.
       10 OUT-BACK-DATE           PIC 9(08).
       10 OUT-BACK-TIME           PIC 9(04).
    05 OUT-STATUS                 PIC X(01).
       88 OUT-IS-ACTIVE                      VALUE "A" SPACE.
       88 OUT-IS-ENDED                       VALUE "E".
       88 OUT-IS-CLEARED                     VALUE "C".
    05 OUT-SET-BY                 PIC X(20).
    05 OUT-END.
       10 OUT-END-DATE            PIC 9(08).
       10 OUT-END-TIME            PIC 9(04).
    05 OUT-END-BY                 PIC X(20).
*>----------------------------------------------------------------------
