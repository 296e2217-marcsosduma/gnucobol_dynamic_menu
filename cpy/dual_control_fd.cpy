*>----------------------------------------------------------------
*>                FILE DUAL_CONTROL.DAT
*>
*> Object.: Menu items under dual control. A row keyed by M-ID
*>          makes makemenu demand a second, different operator
*>          holding DCT-PROFILE to sign on over the top with their
*>          own password before the item is launched. No row means
*>          the item opens on the operator's own grant alone.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-DCT.                 Record Length: 37
*> Primary Key  : KEY1-DCT     ( 05 Bytes )
*>----------------------------------------------------------------

FD  FD-DCT.

01  REC-DCT.
    05 KEY1-DCT.
       10 DCT-ID-MENU             PIC 9(05).
    05 DCT-PROFILE                PIC 9(04).
    05 DCT-SET-BY                 PIC X(20).
    05 DCT-SET-DATE               PIC 9(08).
*>----------------------------------------------------------------------
