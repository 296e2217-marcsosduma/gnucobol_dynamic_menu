*>----------------------------------------------------------------
*>                FILE BATCH_WINDOW.CTL
*>
*> Object.: SELECT clause for the batch-window control file
*>
*>----------------------------------------------------------------

    SELECT FILE_BATCH_WINDOW ASSIGN TO "BATCHWINCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ST-BWC.
*>----------------------------------------------------------------------
