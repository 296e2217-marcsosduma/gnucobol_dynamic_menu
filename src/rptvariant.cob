       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rptvariant.
AUTHOR.        Duma.
*>----------------------------------------------------------------------
*> Object: Prepares a saved report variant (REPORT_VARIANT.DAT) to
*>         run. The relative date rule is resolved against today,
*>         the answers of the saved parameter screen are set into
*>         the same environment variables the OPERATIONS screens
*>         set, the run is stamped on the variant and the utility's
*>         directory and program go back to the caller, which
*>         launches it - the OPERATIONS console interactively,
*>         charge/run_variant from the job queue or the scheduler.
*>
*>----------------------------------------------------------------------
*>  CHANGES HISTORY
*>  REQUEST      DATE     AUTHOR   DESCRIPTION
*>  RPT VARIANTS 10/15/26 DUMA     First version.
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

COPY "../cpy/report_variant_se.cpy".

*>----------------------------------------------------------------------
DATA DIVISION.
FILE SECTION.

COPY "../cpy/report_variant_fd.cpy".

*>----------------------------------------------------------------------
WORKING-STORAGE SECTION.
77  ST-RPV                        PIC  9(002).
    88  RPV-FS-OK                             VALUE ZEROS.
77  WK-TODAY                      PIC  9(008) VALUE ZEROS.
77  WK-DAYNUM                     PIC  9(008) VALUE ZEROS.
77  WK-WORK-DATE                  PIC  9(008) VALUE ZEROS.
77  WK-FROM-X                     PIC  X(008) VALUE SPACES.
77  WK-TO-X                       PIC  X(008) VALUE SPACES.
77  WK-PRF-X                      PIC  X(004) VALUE SPACES.

LINKAGE SECTION.
01  RV-PARM.
    05 RV-NAME                    PIC X(15).
    05 RV-UTIL                    PIC X(30).
    05 RV-DIR                     PIC X(10).
    05 RV-PROG                    PIC X(30).
    05 RV-FROM                    PIC 9(08).
    05 RV-TO                      PIC 9(08).
    05 RV-OWNER-TYPE              PIC X(01).
    05 RV-OWNER                   PIC X(20).
    05 RV-RC                      PIC 9(02).

*>----------------------------------------------------------------------
PROCEDURE DIVISION USING RV-PARM.

000-PREPARE.

    CALL "setpaths" END-CALL
    MOVE SPACES TO RV-UTIL RV-DIR RV-PROG RV-OWNER-TYPE RV-OWNER
    MOVE ZEROS TO RV-FROM RV-TO
    MOVE 8 TO RV-RC
    OPEN I-O FD-RPV
    IF NOT RPV-FS-OK
       GO 000-EXIT-PREPARE
    END-IF
    MOVE RV-NAME TO RPV-NAME
    READ FD-RPV
        INVALID KEY
            MOVE 4 TO RV-RC
            CLOSE FD-RPV
            GO 000-EXIT-PREPARE
    END-READ
    MOVE RPV-OWNER-TYPE TO RV-OWNER-TYPE
    MOVE RPV-OWNER TO RV-OWNER
    MOVE RPV-UTIL TO RV-UTIL
    PERFORM 010-RESOLVE-DATES THRU 010-EXIT-RESOLVE-DATES
    PERFORM 020-SET-PARAMETERS THRU 020-EXIT-SET-PARAMETERS
    IF RV-RC = 0
       ACCEPT RPV-LAST-RUN-DATE FROM DATE YYYYMMDD
       ACCEPT RPV-LAST-RUN-TIME FROM TIME
       REWRITE REC-RPV
           INVALID KEY
               CONTINUE
       END-REWRITE
    END-IF
    CLOSE FD-RPV.

000-EXIT-PREPARE.
    EXIT PROGRAM.
*>----------------------------------------------------------------------
*> THE DATE RULE AGAINST TODAY. LAST MONTH ENDS THE DAY BEFORE THE
*> FIRST OF THIS ONE AND STARTS ON THE FIRST OF THAT DAY'S MONTH.
010-RESOLVE-DATES.

    ACCEPT WK-TODAY FROM DATE YYYYMMDD
    COMPUTE WK-DAYNUM = FUNCTION INTEGER-OF-DATE(WK-TODAY)
    EVALUATE TRUE
        WHEN RPV-DATES-TODAY
            MOVE WK-TODAY TO RV-FROM RV-TO
        WHEN RPV-DATES-YESTERDAY
            COMPUTE RV-FROM = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 1)
            MOVE RV-FROM TO RV-TO
        WHEN RPV-DATES-LAST-WEEK
            COMPUTE RV-FROM = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 7)
            COMPUTE RV-TO = FUNCTION DATE-OF-INTEGER(WK-DAYNUM - 1)
        WHEN RPV-DATES-THIS-MONTH
            MOVE WK-TODAY TO RV-FROM RV-TO
            MOVE "01" TO RV-FROM(7:2)
        WHEN RPV-DATES-LAST-MONTH
            MOVE WK-TODAY TO WK-WORK-DATE
            MOVE "01" TO WK-WORK-DATE(7:2)
            COMPUTE RV-TO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK-WORK-DATE) - 1)
            MOVE RV-TO TO RV-FROM
            MOVE "01" TO RV-FROM(7:2)
        WHEN OTHER
            MOVE RPV-FROM TO RV-FROM
            MOVE RPV-TO TO RV-TO
    END-EVALUATE.

010-EXIT-RESOLVE-DATES.
    EXIT.
*>----------------------------------------------------------------------
*> THE SAME VARIABLES, AND THE SAME PROGRAMS, AS THE OPERATIONS
*> PARAMETER SCREENS. LOG ROTATION IS NOT RUN FROM A VARIANT: ITS
*> GATE NEEDS THE LAUNCHING SESSION.
020-SET-PARAMETERS.

    MOVE 0 TO RV-RC
    MOVE RV-FROM TO WK-FROM-X
    MOVE RV-TO TO WK-TO-X
    EVALUATE RPV-OPTION
        WHEN 1
            IF RPV-DELTA = "S" OR RPV-DELTA = "s"
               SET ENVIRONMENT "CARGA_DELTA" TO "S"
            ELSE
               SET ENVIRONMENT "CARGA_DELTA" TO " "
            END-IF
            MOVE "charge" TO RV-DIR
            MOVE "carrega_perfil_menu" TO RV-PROG
        WHEN 2
            IF RPV-DELTA = "S" OR RPV-DELTA = "s"
               SET ENVIRONMENT "DELTA_MODE" TO "Y"
            ELSE
               SET ENVIRONMENT "DELTA_MODE" TO " "
            END-IF
            MOVE "charge" TO RV-DIR
            MOVE "read_profile_text_file" TO RV-PROG
        WHEN 3
            SET ENVIRONMENT "RANGE_FROM" TO WK-FROM-X
            SET ENVIRONMENT "RANGE_TO" TO WK-TO-X
            PERFORM 025-SET-CSV THRU 025-EXIT-SET-CSV
            MOVE "report" TO RV-DIR
            MOVE "rpt_login_activity" TO RV-PROG
        WHEN 4
            MOVE RPV-PRF TO WK-PRF-X
            SET ENVIRONMENT "RPT_PRF_ID" TO WK-PRF-X
            PERFORM 025-SET-CSV THRU 025-EXIT-SET-CSV
            MOVE "report" TO RV-DIR
            MOVE "rpt_profile_permissions" TO RV-PROG
        WHEN 5
            SET ENVIRONMENT "JOURNAL_FROM" TO WK-FROM-X
            SET ENVIRONMENT "JOURNAL_TO" TO WK-TO-X
            MOVE "report" TO RV-DIR
            MOVE "rpt_operations_journal" TO RV-PROG
        WHEN 6
            MOVE "report" TO RV-DIR
            MOVE "rpt_login_anomalies" TO RV-PROG
        WHEN 8
            SET ENVIRONMENT "EXPORT_MODULE" TO RPV-MODULE
            MOVE "charge" TO RV-DIR
            MOVE "write_menu_text_file" TO RV-PROG
        WHEN 9
            MOVE "charge" TO RV-DIR
            MOVE "write_profile_text_file" TO RV-PROG
        WHEN 10
            MOVE "charge" TO RV-DIR
            MOVE "write_user_text_file" TO RV-PROG
        WHEN 11
            MOVE "charge" TO RV-DIR
            MOVE "write_user_profile_text_file" TO RV-PROG
        WHEN 12
            MOVE "charge" TO RV-DIR
            MOVE "write_objetos_ppa_text_file" TO RV-PROG
        WHEN OTHER
            MOVE 6 TO RV-RC
    END-EVALUATE.

020-EXIT-SET-PARAMETERS.
    EXIT.
*>----------------------------------------------------------------------
025-SET-CSV.

    IF RPV-CSV = "S" OR RPV-CSV = "s"
       SET ENVIRONMENT "REPORT_CSV" TO "S"
    ELSE
       SET ENVIRONMENT "REPORT_CSV" TO " "
    END-IF.

025-EXIT-SET-CSV.
    EXIT.
*>----------------------------------------------------------------------
