*>----------------------------------------------------------------
*>                CHKCONTAIN PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the containment
*>          gate (src/chkcontain.cob). Move the login in and CALL
*>          "chkcontain" before anything unlocks an account;
*>          WK-CT-HELD comes back "Y" with the incident reference
*>          while a containment has not been released by security.
*>
*>----------------------------------------------------------------

01  WK-CT-PARM.
    05 WK-CT-LOGIN                PIC X(10).
    05 WK-CT-HELD                 PIC X(01).
    05 WK-CT-INCIDENT             PIC X(12).
*>----------------------------------------------------------------------
