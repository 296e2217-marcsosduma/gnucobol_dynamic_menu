*> Objetivo.: Manage User                              
*>                                                                
*>----------------------------------------------------------------
*> Record.: REC-USR                   Record length: 120
*> Primary Key  : KEY1-USR ( 04 Bytes )                       
*> Secundary Key: KEY2-USR ( 10 Bytes ) WITH NO DUPLICATES    
*>----------------------------------------------------------------
    05 U-TZ-OFFSET             PIC S9(02) SIGN LEADING SEPARATE.
    05 U-TZ-OFFSET-X REDEFINES U-TZ-OFFSET
                               PIC X(03).
*> Account type: S = non-interactive service account (the batch IDs
*> that run the loaders and the sequencer) - refused at interactive
*> sign-on, exempt from password aging, dormancy and the HR roster
*> match. Spaces or P (rows written before the field existed) = an
*> ordinary personal account. U-OWNER is the login of the person
*> who answers for a service account; spaces on personal accounts.
    05 U-ACCT-TYPE             PIC X(01).
       88 U-SERVICE-ACCT                  VALUE "S".
       88 U-PERSONAL-ACCT                 VALUE "P" SPACES.
    05 U-OWNER                 PIC X(10).
*>----------------------------------------------------------------------
