*>----------------------------------------------------------------
*>                RPTVARIANT PARAMETER BLOCK
*>
*> Object.: Working-storage parameter block for the report variant
*>          service (src/rptvariant.cob). Move the variant name in
*>          and CALL "rptvariant": the dates are resolved for today,
*>          the utility's environment variables are set and the
*>          directory and program to run come back. The caller
*>          launches it. WK-RV-RC: 0 = ready, 4 = no such variant,
*>          6 = the utility cannot run from a variant, 8 =
*>          REPORT_VARIANT.DAT unavailable.
*>
*>----------------------------------------------------------------

01  WK-RV-PARM.
    05 WK-RV-NAME                 PIC X(15).
    05 WK-RV-UTIL                 PIC X(30).
    05 WK-RV-DIR                  PIC X(10).
    05 WK-RV-PROG                 PIC X(30).
    05 WK-RV-FROM                 PIC 9(08).
    05 WK-RV-TO                   PIC 9(08).
    05 WK-RV-OWNER-TYPE           PIC X(01).
    05 WK-RV-OWNER                PIC X(20).
    05 WK-RV-RC                   PIC 9(02).
*>----------------------------------------------------------------------
