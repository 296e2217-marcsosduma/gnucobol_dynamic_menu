*>----------------------------------------------------------------
*>                FILE JOB_CATALOG.DAT
*>
*> Object.: Registered jobs of the background job queue. Each
*>          approved job has a command template with up to four
*>          typed parameters (&1 to &4 in the template) and the
*>          profile a user must hold to submit it. The JOBQUEUE
*>          console only submits jobs from here, with every value
*>          checked before the entry is queued, and jobworker
*>          refuses any queue entry whose command is not one of
*>          these templates filled with valid values.
*>          A definition proposed on the JOBCATALOG screen is held
*>          as a P-stage row beside the live (L) one until a second
*>          administrator applies it from the APPROVALS screen.
*>
*>----------------------------------------------------------------
*> Record.: 01  REC-JCT.                 Record Length: 409
*> Primary Key  : KEY1-JCT     ( 11 Bytes )
*>----------------------------------------------------------------

FD  FD-JCT.

01  REC-JCT.
    05 KEY1-JCT.
       10 JCT-CODE                PIC X(10).
       10 JCT-STAGE               PIC X(01).
          88 JCT-IS-LIVE                     VALUE "L".
          88 JCT-IS-PROPOSED                 VALUE "P".
    05 JCT-TITLE                  PIC X(40).
*> Command line handed to the host shell, &1..&4 standing for the
*> parameter values.
    05 JCT-TEMPLATE               PIC X(150).
*> Profile (PROFILE.DAT) a submitter must hold, directly or through
*> a parent profile.
    05 JCT-PRF-ID                 PIC 9(04).
    05 JCT-PARM OCCURS 4 TIMES.
       10 JCT-P-NAME              PIC X(10).
*>      N digits only, D date CCYYMMDD, W word (letters, digits,
*>      "_", "-", "."), L one of the words in JCT-P-LIST.
       10 JCT-P-TYPE              PIC X(01).
          88 JCT-P-NUMERIC                   VALUE "N".
          88 JCT-P-DATE                      VALUE "D".
          88 JCT-P-WORD                      VALUE "W".
          88 JCT-P-LIST-TYPE                 VALUE "L".
          88 JCT-P-VALID-TYPE                VALUES "N" "D" "W" "L".
       10 JCT-P-MAXLEN            PIC 9(02).
       10 JCT-P-REQ               PIC X(01).
          88 JCT-P-REQUIRED                  VALUE "Y".
       10 JCT-P-LIST              PIC X(30).
    05 JCT-CHG-BY                 PIC X(20).
    05 JCT-CHG-DATE               PIC 9(08).
*>----------------------------------------------------------------------
