*>----------------------------------------------------------------
*>                FILE CHARGE_RATE.DAT
*>
*> Object.: Chargeback rate table, one row per module: the price
*>          of a sign-on session, of a program launch and of a
*>          minute of elapsed run time. The row keyed "*" is the
*>          house rate for any module without a row of its own.
*>          Maintained on the CHARGERATES screen, applied by the
*>          monthly rpt_chargeback run.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-CRT.                 Record Length: 66
*> Primary Key  : KEY1-CRT     ( 15 Bytes )
*>----------------------------------------------------------------

FD  FD-CRT.

01  REC-CRT.
    05 KEY1-CRT.
       10 CRT-MODULE              PIC X(15).
    05 CRT-SESSION-RATE           PIC 9(05)V99.
    05 CRT-LAUNCH-RATE            PIC 9(05)V99.
    05 CRT-MINUTE-RATE            PIC 9(05)V99.
    05 CRT-DESC                   PIC X(30).
*>----------------------------------------------------------------------
