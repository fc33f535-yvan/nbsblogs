            *> operational events through one implementation (see
            *> copybooks/EXCEPT). The event still DISPLAYs at the
            *> caller; this makes sure it also survives until the
            *> morning operator reads OPSUMRPT. Each event is
            *> dated with the business date it happened under
            *> (see BUSDATE), timed by the wall clock
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.

              WORKING-STORAGE SECTION.
                01 WS-STAMP PIC X(14).
                01 WS-BUSINESS-DATE PIC 9(8).

            LINKAGE SECTION.
              01 LS-PROGRAM-NAME PIC X(8).
                LS-SEVERITY, LS-MESSAGE.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
              CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
              END-CALL
              OPEN EXTEND EXCEPTION-LOG
              MOVE WS-BUSINESS-DATE TO EX-DATE
              MOVE WS-STAMP(9:6) TO EX-TIME
              MOVE LS-SEVERITY TO EX-SEVERITY
              MOVE LS-PROGRAM-NAME TO EX-PROGRAM
