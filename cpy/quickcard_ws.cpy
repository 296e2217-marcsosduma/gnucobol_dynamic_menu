*>----------------------------------------------------------------
*>                QUICKCARD PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the personal
*>          quick-reference card (src/quickcard.cob). Move the login
*>          in, "Y" to WK-QC-DELIVER to also drop the card in the
*>          user's MYREPORTS inbox, and CALL "quickcard". The card
*>          file name and the number of items printed come back;
*>          WK-QC-RC is 0 when a card was written, 4 when the user
*>          resolves no item at all (nothing written) and 8 when the
*>          login or the menu file cannot be read.
*>
*>----------------------------------------------------------------

01  WK-QC-PARM.
    05 WK-QC-LOGIN                PIC X(10).
    05 WK-QC-DELIVER              PIC X(01).
    05 WK-QC-FILE                 PIC X(60).
    05 WK-QC-ITEMS                PIC 9(04).
    05 WK-QC-RC                   PIC 9(02).
*>----------------------------------------------------------------------
