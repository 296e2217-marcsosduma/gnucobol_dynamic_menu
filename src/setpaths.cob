*>  CODE CARD    09/02/26 DUMA     CODE_CARD.DAT added.
*>  SEAT LIMITS  09/02/26 DUMA     SEAT_LIMIT.DAT added.
*>  PROGRAM RUNS 09/02/26 DUMA     program_run.log added.
*>  PPA STRATEGY 10/15/26 DUMA     ESTRATEGIAS_PPA.DAT added.
*>  PPA TARGETS  10/15/26 DUMA     METAS_PPA.DAT added.
*>  PPA EXECUTN  10/15/26 DUMA     EXECUCAO_PPA.DAT added.
*>  PPA BASELINE 10/15/26 DUMA     PPA_BASELINE.DAT added.
*>  RISK REGSTR  10/15/26 DUMA     RISK_HISTORY.DAT added.
*>  APPR AGING   10/15/26 DUMA     PENDING_ESCALATION.DAT added.
*>  BATCH WINDOW 10/15/26 DUMA     batch_window.ctl added.
*>  BROADCAST    10/15/26 DUMA     BROADCAST.DAT and BROADCAST_SEEN.DAT
*>                                 added.
*>  DUAL CONTROL 10/15/26 DUMA     DUAL_CONTROL.DAT added.
*>  CHARGEBACK   10/15/26 DUMA     CHARGE_RATE.DAT added.
*>  SESSION HIST 10/15/26 DUMA     session_history.log added.
*>  BIRTHRIGHT   10/15/26 DUMA     BIRTHRIGHT.DAT added.
*>  DEPRECATION  10/15/26 DUMA     MENU_DEPRECATION.DAT added.
*>  LEGAL HOLD   10/15/26 DUMA     LEGAL_HOLD.DAT and
*>                                 legal_hold_skips.log added.
*>  SCHEDULER    10/15/26 DUMA     JOB_SCHEDULE.DAT and
*>                                 schedule_run.log added.
*>  AUDIT INDEX  10/15/26 DUMA     AUDIT_INDEX.DAT and
*>                                 audit_index.ctl added.
*>  KPI SCORECRD 10/15/26 DUMA     KPI_HISTORY.DAT added.
*>  CONTAINMENT  10/15/26 DUMA     CONTAINMENT.DAT and
*>                                 containment.log added.
*>  QUICK CARD   10/15/26 DUMA     QUICK_CARD.DAT added.
*>  RPT VARIANTS 10/15/26 DUMA     REPORT_VARIANT.DAT added.
*>  HELPDESK     10/15/26 DUMA     HELPDESK_CASE.DAT added.
*>  RUNBOOKS     10/15/26 DUMA     RUNBOOK.DAT added.
*>  ELEVATION    10/15/26 DUMA     ELEV_ELIGIBLE.DAT and ELEVATION.DAT
*>                                 added.
*>  CLOSE CHKLST 10/15/26 DUMA     CLOSE_TASK.DAT and CLOSE_RUN.DAT
*>                                 added.
*>  OUTAGES      10/15/26 DUMA     OUTAGE.DAT added.
*>  JOB CATALOG  10/15/26 DUMA     JOB_CATALOG.DAT added.
*>  USER ARCHIVE 10/15/26 DUMA     USER_HIST.DAT added.
*>----------------------------------------------------------------------
ENVIRONMENT DIVISION.
CONFIGURATION    SECTION.
77  WK-DATA-DIR                   PIC  X(060) VALUE SPACES.
77  WK-TXT-DIR                    PIC  X(060) VALUE SPACES.
77  WK-PATH                       PIC  X(080) VALUE SPACES.
01  WK-DAT-MAX                    PIC  9(002) VALUE 67.
01  WK-DAT-IDX                    PIC  9(002) VALUE ZEROS.
01  WK-DAT-TAB.
    05 FILLER PIC X(44) VALUE "DD_USERDAT      USER.DAT".
    05 FILLER PIC X(44) VALUE "DD_FREEZEDAT    FREEZE.DAT".
    05 FILLER PIC X(44) VALUE "DD_CODECARDDAT  CODE_CARD.DAT".
    05 FILLER PIC X(44) VALUE "DD_SEATLIMITDAT SEAT_LIMIT.DAT".
    05 FILLER PIC X(44) VALUE "DD_ESTPPADAT    ESTRATEGIAS_PPA.DAT".
    05 FILLER PIC X(44) VALUE "DD_METPPADAT    METAS_PPA.DAT".
    05 FILLER PIC X(44) VALUE "DD_EXEPPADAT    EXECUCAO_PPA.DAT".
    05 FILLER PIC X(44) VALUE "DD_BSLPPADAT    PPA_BASELINE.DAT".
    05 FILLER PIC X(44) VALUE "DD_RISKHISTDAT  RISK_HISTORY.DAT".
    05 FILLER PIC X(44) VALUE "DD_PENDESCDAT   PENDING_ESCALATION.DAT".
    05 FILLER PIC X(44) VALUE "DD_BATCHWINCTL  batch_window.ctl".
    05 FILLER PIC X(44) VALUE "DD_BROADCASTDAT BROADCAST.DAT".
    05 FILLER PIC X(44) VALUE "DD_BRDSEENDAT   BROADCAST_SEEN.DAT".
    05 FILLER PIC X(44) VALUE "DD_DUALCTLDAT   DUAL_CONTROL.DAT".
    05 FILLER PIC X(44) VALUE "DD_CHGRATEDAT   CHARGE_RATE.DAT".
    05 FILLER PIC X(44) VALUE "DD_BIRTHRGTDAT  BIRTHRIGHT.DAT".
    05 FILLER PIC X(44) VALUE "DD_MENUDEPRDAT  MENU_DEPRECATION.DAT".
    05 FILLER PIC X(44) VALUE "DD_LEGALHOLDDAT LEGAL_HOLD.DAT".
    05 FILLER PIC X(44) VALUE "DD_JOBSCHEDDAT  JOB_SCHEDULE.DAT".
    05 FILLER PIC X(44) VALUE "DD_AUDITIDXDAT  AUDIT_INDEX.DAT".
    05 FILLER PIC X(44) VALUE "DD_AUDITIDXCTL  audit_index.ctl".
    05 FILLER PIC X(44) VALUE "DD_KPIHISTDAT   KPI_HISTORY.DAT".
    05 FILLER PIC X(44) VALUE "DD_CONTAINDAT   CONTAINMENT.DAT".
    05 FILLER PIC X(44) VALUE "DD_QUICKCARDDAT QUICK_CARD.DAT".
    05 FILLER PIC X(44) VALUE "DD_RPTVARDAT    REPORT_VARIANT.DAT".
    05 FILLER PIC X(44) VALUE "DD_HDCASEDAT    HELPDESK_CASE.DAT".
    05 FILLER PIC X(44) VALUE "DD_RUNBOOKDAT   RUNBOOK.DAT".
    05 FILLER PIC X(44) VALUE "DD_ELEVELIGDAT  ELEV_ELIGIBLE.DAT".
    05 FILLER PIC X(44) VALUE "DD_ELEVATIONDAT ELEVATION.DAT".
    05 FILLER PIC X(44) VALUE "DD_CLOSETASKDAT CLOSE_TASK.DAT".
    05 FILLER PIC X(44) VALUE "DD_CLOSERUNDAT  CLOSE_RUN.DAT".
    05 FILLER PIC X(44) VALUE "DD_OUTAGEDAT    OUTAGE.DAT".
    05 FILLER PIC X(44) VALUE "DD_JOBCATDAT    JOB_CATALOG.DAT".
    05 FILLER PIC X(44) VALUE "DD_USERHISTDAT  USER_HIST.DAT".
01  WK-DAT-TAB-R REDEFINES WK-DAT-TAB.
    05 WK-DAT-ROW OCCURS 67 TIMES.
       10 WK-DAT-DD              PIC X(16).
       10 WK-DAT-FILE            PIC X(28).
01  WK-FES-DD                     PIC X(16) VALUE "DD_FESTATDAT".
01  WK-FES-FILE                   PIC X(28) VALUE "FILE_ERROR_STATUS.DAT".
01  WK-LOG-MAX                    PIC  9(002) VALUE 13.
01  WK-LOG-IDX                    PIC  9(002) VALUE ZEROS.
01  WK-LOG-TAB.
    05 FILLER PIC X(44) VALUE "DD_AUDITLOG     audit_trail.log".
    05 FILLER PIC X(44) VALUE "DD_BGLOG        break_glass.log".
    05 FILLER PIC X(44) VALUE "DD_NOTIFYQ      mail_outbound.txt".
    05 FILLER PIC X(44) VALUE "DD_PROGRUNLOG   program_run.log".
    05 FILLER PIC X(44) VALUE "DD_SESHISTLOG   session_history.log".
    05 FILLER PIC X(44) VALUE "DD_LGHSKIPLOG   legal_hold_skips.log".
    05 FILLER PIC X(44) VALUE "DD_SCHEDLOG     schedule_run.log".
    05 FILLER PIC X(44) VALUE "DD_CONTAINLOG   containment.log".
01  WK-LOG-TAB-R REDEFINES WK-LOG-TAB.
    05 WK-LOG-ROW OCCURS 13 TIMES.
       10 WK-LOG-DD              PIC X(16).
       10 WK-LOG-FILE            PIC X(28).
01  WK-DD-NAME                    PIC  X(016) VALUE SPACES.
