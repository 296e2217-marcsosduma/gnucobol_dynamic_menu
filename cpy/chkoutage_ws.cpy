*>----------------------------------------------------------------
*>                CHKOUTAGE PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the planned-outage
*>          check (src/chkoutage.cob). Op "C" asks whether an
*>          outage is in force for WK-CO-MODULE - with WK-CO-TARGET
*>          filled, for that one item; blank, for anything in the
*>          module - and hands back WK-CO-DOWN with the outage id,
*>          message and expected return. Rows past their return
*>          stamp are ended on the way and the end is journalled.
*>          Op "J" writes WK-CO-JRN-TEXT to the operations journal
*>          (category OUTAGE, open or closed per WK-CO-JRN-OPEN);
*>          op "X" closes the open journal entries of outage
*>          WK-CO-ID.
*>
*>----------------------------------------------------------------

01  WK-CO-PARM.
    05 WK-CO-OP                   PIC X(01).
    05 WK-CO-MODULE               PIC X(15).
    05 WK-CO-TARGET               PIC X(15).
    05 WK-CO-OPERATOR             PIC X(20).
    05 WK-CO-DOWN                 PIC X(01).
    05 WK-CO-ID                   PIC 9(04).
    05 WK-CO-MESSAGE              PIC X(40).
    05 WK-CO-BACK-DATE            PIC 9(08).
    05 WK-CO-BACK-TIME            PIC 9(04).
    05 WK-CO-JRN-TEXT             PIC X(60).
    05 WK-CO-JRN-OPEN             PIC X(01).
*>----------------------------------------------------------------------
