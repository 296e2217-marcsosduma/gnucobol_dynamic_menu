*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  REC HISTORY  09/02/26 DUMA     First version.
*>  CHG TICKET   10/15/26 DUMA     Change ticket shown on each entry.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
        WITH FOREGROUND-COLOR 2
    DISPLAY CHJ-OPERATOR AT LINE WK-LIN COLUMN 23
        WITH FOREGROUND-COLOR 2
    IF CHJ-TICKET NOT = SPACES
       DISPLAY "TICKET" AT LINE WK-LIN COLUMN 45
           WITH FOREGROUND-COLOR 2
       DISPLAY CHJ-TICKET AT LINE WK-LIN COLUMN 52
           WITH FOREGROUND-COLOR 2
    END-IF
    ADD 1 TO WK-LIN
    PERFORM VARYING WK-IDX FROM 1 BY 1
            UNTIL WK-IDX > WK-DIC-NUM OR WK-LIN > 21
