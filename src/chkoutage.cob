       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    chkoutage.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: The planned-outage check. Op "C" walks OUTAGE.DAT for a row
*>         in force over the module (and item target) asked about:
*>         a module outage covers every item of its M-MODULE, an
*>         application outage every item whose M-ACTION-TARGET is
*>         the application's OBJ-TARGET in OBJETOS_PPA.DAT. An active
*>         row whose expected return has come is ended there and
*>         then (status E, end stamp = return stamp) and the end is
*>         entered in the operations journal, so nobody has to
*>         remember to switch an upgrade window off. Op "J" writes
*>         one journal entry (category OUTAGE); op "X" closes the
*>         open entries of one outage when it ends.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  OUTAGES      10/15/26 DUMA     First version.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER.
             GNUCOBOL
             CLASSIFICATION brazil.
SPECIAL-NAMES.
               LOCALE brazil "pt_BR.UTF-8".
               DECIMAL-POINT IS COMMA.
INPUT-OUTPUT   SECTION.
FILE-CONTROL.

COPY "../cpy/outage_se.cpy".
COPY "../cpy/objetos_ppa_se.cpy".
COPY "../cpy/menu_se.cpy".
COPY "../cpy/shift_journal_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/outage_fd.cpy".
COPY "../cpy/objetos_ppa_fd.cpy".
COPY "../cpy/menu_fd.cpy".
COPY "../cpy/shift_journal_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-OUT                        PIC  9(002).
    88  OUT-FS-OK                             VALUE ZEROS.
77  ST-OBJ                        PIC  9(002).
    88  OBJ-FS-OK                             VALUE ZEROS.
77  ST-MNU                        PIC  9(002).
    88  MNU-FS-OK                             VALUE ZEROS.
77  ST-SJR                        PIC  9(002).
    88  SJR-FS-OK                             VALUE ZEROS.
    88  SJR-FS-NOT-EXIST                      VALUE 35.
01  FLG-EOF                       PIC  X(001) VALUE "F".
01  FLG-EOF-2                     PIC  X(001) VALUE "F".
01  WK-NOW-D                      PIC  9(008) VALUE ZEROS.
01  WK-NOW-T8                     PIC  9(008) VALUE ZEROS.
01  WK-NOW.
    05 WK-NOW-DATE                PIC  9(008) VALUE ZEROS.
    05 WK-NOW-HHMM                PIC  9(004) VALUE ZEROS.
01  WK-OBJ-TARGET                 PIC  X(015) VALUE SPACES.
01  WK-HIT                        PIC  X(001) VALUE "N".
01  WK-ID-ED                      PIC  9(004) VALUE ZEROS.
01  WK-JRN-KEY                    PIC  X(011) VALUE SPACES.
01  WK-SAVE-OPER                  PIC  X(020) VALUE SPACES.
01  WK-CLOSE-ID                   PIC  9(004) VALUE ZEROS.
01  WK-NID-PARM.
    05 WK-NID-ENTITY              PIC  X(010).
    05 WK-NID-VALUE               PIC  9(005).

LINKAGE SECTION.
01  CO-PARM.
    05 CO-OP                      PIC X(01).
    05 CO-MODULE                  PIC X(15).
    05 CO-TARGET                  PIC X(15).
    05 CO-OPERATOR                PIC X(20).
    05 CO-DOWN                    PIC X(01).
    05 CO-ID                      PIC 9(04).
    05 CO-MESSAGE                 PIC X(40).
    05 CO-BACK-DATE               PIC 9(08).
    05 CO-BACK-TIME               PIC 9(04).
    05 CO-JRN-TEXT                PIC X(60).
    05 CO-JRN-OPEN                PIC X(01).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING CO-PARM.

000-DISPATCH.

    CALL "setpaths" END-CALL
    EVALUATE CO-OP
        WHEN "C"
            PERFORM 010-CHECK THRU 010-EXIT-CHECK
        WHEN "J"
            PERFORM 080-WRITE-JOURNAL THRU 080-EXIT-WRITE-JOURNAL
        WHEN "X"
            MOVE CO-ID TO WK-CLOSE-ID
            PERFORM 085-CLOSE-JOURNAL THRU 085-EXIT-CLOSE-JOURNAL
    END-EVALUATE.

000-EXIT-DISPATCH.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
010-CHECK.

    MOVE "N" TO CO-DOWN
    MOVE ZEROS TO CO-ID CO-BACK-DATE CO-BACK-TIME
    MOVE SPACES TO CO-MESSAGE
    OPEN I-O FD-OUT
    IF NOT OUT-FS-OK
       GO 010-EXIT-CHECK
    END-IF
    ACCEPT WK-NOW-D FROM DATE YYYYMMDD
    ACCEPT WK-NOW-T8 FROM TIME
    MOVE WK-NOW-D TO WK-NOW-DATE
    MOVE WK-NOW-T8(1:4) TO WK-NOW-HHMM
    MOVE ZEROS TO OUT-ID
    MOVE "F" TO FLG-EOF
    START FD-OUT
        KEY IS >= KEY1-OUT
        INVALID KEY
            MOVE "T" TO FLG-EOF
    END-START
    PERFORM UNTIL FLG-EOF = "T"
       READ FD-OUT NEXT
          AT END
             MOVE "T" TO FLG-EOF
          NOT AT END
             IF OUT-IS-ACTIVE
                IF WK-NOW >= OUT-BACK
                   PERFORM 020-END-PLANNED THRU 020-EXIT-END-PLANNED
                ELSE
                   IF CO-DOWN = "N" AND WK-NOW >= OUT-START
                      PERFORM 030-MATCH THRU 030-EXIT-MATCH
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-OUT.

010-EXIT-CHECK.
    EXIT.
*>----------------------------------------------------------------------
*> THE EXPECTED RETURN HAS COME: THE ROW ENDS ITSELF, ITS OPEN JOURNAL
*> ENTRIES ARE CLOSED AND THE END IS JOURNALLED.
020-END-PLANNED.

    MOVE "E" TO OUT-STATUS
    MOVE OUT-BACK-DATE TO OUT-END-DATE
    MOVE OUT-BACK-TIME TO OUT-END-TIME
    MOVE "AUTOMATIC" TO OUT-END-BY
    REWRITE REC-OUT
        INVALID KEY
            GO 020-EXIT-END-PLANNED
    END-REWRITE
    MOVE OUT-ID TO WK-CLOSE-ID
    PERFORM 085-CLOSE-JOURNAL THRU 085-EXIT-CLOSE-JOURNAL
    MOVE SPACES TO CO-JRN-TEXT
    MOVE OUT-ID TO WK-ID-ED
    IF OUT-BY-MODULE
       STRING "OUTAGE " WK-ID-ED " ENDED AT PLANNED TIME - MODULE "
              FUNCTION TRIM(OUT-MODULE)
           DELIMITED BY SIZE INTO CO-JRN-TEXT
       END-STRING
    ELSE
       STRING "OUTAGE " WK-ID-ED " ENDED AT PLANNED TIME - APPLICATION "
              OUT-OBJ-CODIGO
           DELIMITED BY SIZE INTO CO-JRN-TEXT
       END-STRING
    END-IF
    MOVE "C" TO CO-JRN-OPEN
    MOVE CO-OPERATOR TO WK-SAVE-OPER
    MOVE "AUTOMATIC" TO CO-OPERATOR
    PERFORM 080-WRITE-JOURNAL THRU 080-EXIT-WRITE-JOURNAL
    MOVE WK-SAVE-OPER TO CO-OPERATOR
    MOVE SPACES TO CO-JRN-TEXT.

020-EXIT-END-PLANNED.
    EXIT.
*>----------------------------------------------------------------------
*> DOES THE ROW IN REC-OUT COVER THE MODULE / ITEM ASKED ABOUT?
030-MATCH.

    MOVE "N" TO WK-HIT
    IF OUT-BY-MODULE
       IF OUT-MODULE = CO-MODULE
          MOVE "Y" TO WK-HIT
       END-IF
    ELSE
       PERFORM 040-APP-TARGET THRU 040-EXIT-APP-TARGET
       IF WK-OBJ-TARGET NOT = SPACES
          IF CO-TARGET NOT = SPACES
             IF WK-OBJ-TARGET = CO-TARGET
                MOVE "Y" TO WK-HIT
             END-IF
          ELSE
             PERFORM 050-MODULE-HAS-TARGET
                THRU 050-EXIT-MODULE-HAS-TARGET
          END-IF
       END-IF
    END-IF
    IF WK-HIT = "Y"
       MOVE "Y" TO CO-DOWN
       MOVE OUT-ID TO CO-ID
       MOVE OUT-MESSAGE TO CO-MESSAGE
       MOVE OUT-BACK-DATE TO CO-BACK-DATE
       MOVE OUT-BACK-TIME TO CO-BACK-TIME
    END-IF.

030-EXIT-MATCH.
    EXIT.
*>----------------------------------------------------------------------
*> OBJ-TARGET OF THE APPLICATION IN REC-OUT, SPACES WHEN UNKNOWN.
040-APP-TARGET.

    MOVE SPACES TO WK-OBJ-TARGET
    OPEN INPUT FD-OBJ
    IF NOT OBJ-FS-OK
       GO 040-EXIT-APP-TARGET
    END-IF
    INITIALIZE REC-OBJ
    MOVE OUT-OBJ-CODIGO TO OBJ-CODIGO
    READ FD-OBJ
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE OBJ-TARGET TO WK-OBJ-TARGET
    END-READ
    CLOSE FD-OBJ.

040-EXIT-APP-TARGET.
    EXIT.
*>----------------------------------------------------------------------
*> SIGN-ON ASKS FOR THE WHOLE MODULE: AN APPLICATION OUTAGE COUNTS
*> WHEN ANY ITEM OF CO-MODULE LAUNCHES THE APPLICATION'S TARGET.
050-MODULE-HAS-TARGET.

    OPEN INPUT FD-MENU
    IF NOT MNU-FS-OK
       GO 050-EXIT-MODULE-HAS-TARGET
    END-IF
    INITIALIZE REC-MENU
    MOVE CO-MODULE TO M-MODULE
    MOVE SPACES TO M-ITEM-FATHER
    MOVE "F" TO FLG-EOF-2
    START FD-MENU
        KEY IS >= KEY2-MENU
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-MENU NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF M-MODULE NOT = CO-MODULE
                MOVE "T" TO FLG-EOF-2
             ELSE
                IF M-ACTION-TARGET = WK-OBJ-TARGET
                   MOVE "Y" TO WK-HIT
                   MOVE "T" TO FLG-EOF-2
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-MENU.

050-EXIT-MODULE-HAS-TARGET.
    EXIT.
*>----------------------------------------------------------------------
*> ONE ENTRY IN THE OPERATIONS JOURNAL. AN OUTAGE IN PROGRESS STAYS
*> OPEN THERE SO THE NEXT SHIFT SEES IT; ITS END IS WRITTEN CLOSED.
080-WRITE-JOURNAL.

    OPEN I-O FD-SJR
    IF SJR-FS-NOT-EXIST
       OPEN OUTPUT FD-SJR
       CLOSE FD-SJR
       OPEN I-O FD-SJR
    END-IF
    IF NOT SJR-FS-OK
       GO 080-EXIT-WRITE-JOURNAL
    END-IF
    INITIALIZE REC-SJR
    MOVE "SHIFTJRN" TO WK-NID-ENTITY
    CALL "nextid" USING WK-NID-PARM END-CALL
    MOVE WK-NID-VALUE TO SJR-ID
    ACCEPT SJR-DATE FROM DATE YYYYMMDD
    ACCEPT SJR-TIME FROM TIME
    MOVE CO-OPERATOR TO SJR-OPERATOR
    MOVE "OUTAGE" TO SJR-CATEGORY
    MOVE CO-JRN-TEXT TO SJR-TEXT
    MOVE CO-JRN-OPEN TO SJR-OPEN
    IF SJR-IS-OPEN
       MOVE ZEROS TO SJR-CLOSED-DATE
    ELSE
       MOVE "C" TO SJR-OPEN
       MOVE SJR-DATE TO SJR-CLOSED-DATE
    END-IF
    WRITE REC-SJR
        INVALID KEY
            CONTINUE
    END-WRITE
    CLOSE FD-SJR.

080-EXIT-WRITE-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
*> THE OPEN OUTAGE ENTRIES OF OUTAGE WK-CLOSE-ID ("OUTAGE NNNN ...") ARE
*> CLOSED WHEN IT ENDS, PLANNED OR CLEARED.
085-CLOSE-JOURNAL.

    OPEN I-O FD-SJR
    IF NOT SJR-FS-OK
       GO 085-EXIT-CLOSE-JOURNAL
    END-IF
    MOVE WK-CLOSE-ID TO WK-ID-ED
    MOVE SPACES TO WK-JRN-KEY
    STRING "OUTAGE " WK-ID-ED DELIMITED BY SIZE INTO WK-JRN-KEY
    END-STRING
    MOVE ZEROS TO SJR-ID
    MOVE "F" TO FLG-EOF-2
    START FD-SJR
        KEY IS >= KEY1-SJR
        INVALID KEY
            MOVE "T" TO FLG-EOF-2
    END-START
    PERFORM UNTIL FLG-EOF-2 = "T"
       READ FD-SJR NEXT
          AT END
             MOVE "T" TO FLG-EOF-2
          NOT AT END
             IF SJR-IS-OPEN AND SJR-CATEGORY = "OUTAGE"
                AND SJR-TEXT(1:11) = WK-JRN-KEY
                MOVE "C" TO SJR-OPEN
                ACCEPT SJR-CLOSED-DATE FROM DATE YYYYMMDD
                REWRITE REC-SJR
                    INVALID KEY
                        CONTINUE
                END-REWRITE
             END-IF
       END-READ
    END-PERFORM
    CLOSE FD-SJR.

085-EXIT-CLOSE-JOURNAL.
    EXIT.
*>----------------------------------------------------------------------
