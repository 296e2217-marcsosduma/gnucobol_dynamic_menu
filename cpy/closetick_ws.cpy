*>----------------------------------------------------------------
*>                CLOSETICK PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the month-end close
*>          auto sign-off (src/closetick.cob). Move the command of a
*>          step that ended OK and its step number in and CALL
*>          "closetick"; every open task of the latest period whose
*>          CLR-AUTO-CMD the command starts with is signed off by
*>          the sequencer. WK-CT-TICKED comes back with the number
*>          signed, WK-CT-EARLY with how many of those still had a
*>          task they depend on open, and WK-CT-PERIOD with the
*>          period touched (zeros = none).
*>
*>----------------------------------------------------------------

01  WK-CT-PARM.
    05 WK-CT-COMMAND              PIC X(200).
    05 WK-CT-STEP                 PIC 9(04).
    05 WK-CT-PERIOD               PIC 9(06).
    05 WK-CT-TICKED               PIC 9(02).
    05 WK-CT-EARLY                PIC 9(02).
*>----------------------------------------------------------------------
