*>----------------------------------------------------------------
*>                RBKLOOKUP PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the runbook
*>          lookup (src/rbklookup.cob). Move the kind ("J" and the
*>          failing command, or "F" and the file name in the first
*>          15 bytes with the FILE STATUS in bytes 16-17) and CALL
*>          "rbklookup"; WK-RB-FOUND comes back "Y" with the entry.
*>
*>----------------------------------------------------------------

01  WK-RB-PARM.
    05 WK-RB-KIND                 PIC X(01).
    05 WK-RB-MATCH                PIC X(60).
    05 WK-RB-FOUND                PIC X(01).
    05 WK-RB-TITLE                PIC X(40).
    05 WK-RB-RERUN                PIC X(01).
    05 WK-RB-STEP                 PIC X(70) OCCURS 5 TIMES.
    05 WK-RB-ESCALATE             PIC X(40).
    05 WK-RB-REVIEWED             PIC 9(08).
*>----------------------------------------------------------------------
