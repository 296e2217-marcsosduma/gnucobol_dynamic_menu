*>----------------------------------------------------------------
*>                FILE AUDIT_INDEX.CTL
*>
*> Object.: SELECT clause for the audit store control file
*>
*>----------------------------------------------------------------

    SELECT FILE_AIX_CTL ASSIGN TO "AUDITIDXCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-AIC.
*>----------------------------------------------------------------------
