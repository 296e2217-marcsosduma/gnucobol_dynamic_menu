*>----------------------------------------------------------------
*>                FILE LEGAL_HOLD_SKIPS.LOG
*>
*> Object.: SELECT clause for the records kept under legal hold
*>
*>----------------------------------------------------------------

    SELECT FILE_LGH_SKIPS ASSIGN TO "LGHSKIPLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-LHS.
*>----------------------------------------------------------------------
