*>----------------------------------------------------------------
*>                JOBCAT PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the job catalog
*>          routine (src/jobcat.cob). Op "E" checks WK-JC-VALUE(1..4)
*>          against the live definition of WK-JC-CODE and builds the
*>          command line into WK-JC-CMD. Op "M" takes a command line
*>          in WK-JC-CMD and finds the live definition it is an
*>          instance of (only WK-JC-CODE when filled), handing back
*>          the code and the values. Op "P" says whether login
*>          WK-JC-LOGIN holds the profile WK-JC-CODE requires.
*>          WK-JC-OK is "Y" when the answer is yes; otherwise
*>          WK-JC-MESSAGE says why.
*>
*>----------------------------------------------------------------

01  WK-JC-PARM.
    05 WK-JC-OP                   PIC X(01).
    05 WK-JC-CODE                 PIC X(10).
    05 WK-JC-LOGIN                PIC X(20).
    05 WK-JC-VALUE                PIC X(20) OCCURS 4 TIMES.
    05 WK-JC-CMD                  PIC X(200).
    05 WK-JC-OK                   PIC X(01).
    05 WK-JC-MESSAGE              PIC X(60).
*>----------------------------------------------------------------------
