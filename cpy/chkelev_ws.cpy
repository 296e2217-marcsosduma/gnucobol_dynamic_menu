*>----------------------------------------------------------------
*>                CHKELEV PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the elevation check
*>          (src/chkelev.cob). Move the login in and CALL "chkelev";
*>          rows past their expiry are closed on the way, and
*>          WK-EV-LIVE comes back with the number of elevations in
*>          force and WK-EV-SIGN with the sum of their ids - when
*>          the sign moves, the user's permissions have changed.
*>
*>----------------------------------------------------------------

01  WK-EV-PARM.
    05 WK-EV-LOGIN                PIC X(10).
    05 WK-EV-LIVE                 PIC 9(02).
    05 WK-EV-SIGN                 PIC 9(09).
*>----------------------------------------------------------------------
