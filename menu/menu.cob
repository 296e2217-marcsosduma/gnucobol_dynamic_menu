       01  TEXTO-MENU PIC X(30).
       01  Item-Num PIC 99.
       01  K PIC 99.
       01  SELECAO PIC 9(03).
       01  wDummy  PIC X(01) VALUE SPACE.
       01  wPrompt PIC X(01) VALUE SPACE.
       01  wCRT-STATUS         PIC 9(04) VALUE 9999.
       78 K-F3          VALUE 1003.
       78 K-F4          VALUE 1004.
       78 K-F5          VALUE 1005.
       78 K-F6          VALUE 1006.
       78 K-F7          VALUE 1007.
       78 K-TIMEOUT     VALUE 8001.
      *> RETURNED IN ITEM-SELECIONADO WHEN F2 IS PRESSED - CALLERS THAT
      *> RETURNED WHEN F7 IS PRESSED - MAKEMENU OPENS THE FASTPATH
      *> COMMAND FIELD; ALL OTHER CALLERS IGNORE IT.
       78 K-SEL-FASTPATH      VALUE 997.
      *> RETURNED WHEN F6 IS PRESSED - MAKEMENU SENDS THE SCREEN AS IT
      *> STANDS TO THE PRINT SPOOL; ALL OTHER CALLERS IGNORE IT.
       78 K-SEL-PRINTSCREEN   VALUE 995.

       77 WK-IDLE-TIMEOUT-MS    PIC 9(08) VALUE 900000.
      *> Central idle-logoff parameter (SYSPARM.DAT, minutes) --------
                MOVE 996 TO SELECAO
                go DISP-MENU-FIM
              end-if
              *> F6 = print screen - the current screen goes to the
              *> print spool (makemenu)
              IF WCRT-STATUS = K-F6
                MOVE K-SEL-PRINTSCREEN TO SELECAO
                go DISP-MENU-FIM
              end-if
              *> F7 = fastpath command field - type an item name and
              *> jump straight there (makemenu)
              IF WCRT-STATUS = K-F7
