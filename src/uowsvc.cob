*>                                 for writes that landed without
*>                                 their applied mark before deciding
*>                                 to back a group out.
*>  SVC ACCOUNT  10/15/26 DUMA     USER images are 120 bytes.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
        WHEN "USER"
            OPEN INPUT FD-USER
            IF FSU-OK
               MOVE UOW-IMAGE(1:120) TO REC-USR
               READ FD-USER
                   INVALID KEY
                       CONTINUE
        WHEN "USER"
            OPEN I-O FD-USER
            IF FSU-OK
               MOVE UOW-IMAGE(1:120) TO REC-USR
               IF UOW-ACT-DELETE
                  DELETE FD-USER
                      INVALID KEY
