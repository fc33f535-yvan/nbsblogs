                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-TOTAL PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

                *> run-control gate (see RUNCTL) - ARCHIVE is the
                *> last link in the batch suite's chain and will
                SET AUTHORIZED-FULL-DETAIL TO TRUE
              END-IF

              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'RUNCTL' USING 'ARCHIVE   ', 'TRANRPT   ',
                  WS-RUN-DATE, WS-STEP-STATUS, 'C'
              END-CALL
                  IF RESUME-AT-RELOAD
                    DISPLAY 'ARCHIVE - RESUMING AT RELOAD FROM '
                        'THE PROVED STAGING FILE'
                    MOVE 'Y' TO WS-STAT-RESTARTED
                    MOVE AC-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT
                    MOVE AC-KEPT-COUNT TO WS-KEPT-COUNT
                  ELSE
                  CALL 'RUNSTAT' USING 'ARCHIVE   ',
                      WS-STAT-TOTAL, WS-ARCHIVED-COUNT,
                      WS-STAT-ZERO, WS-STAT-ZERO,
                      WS-STAT-START-TIME, WS-STAT-END-TIME,
                      WS-STAT-RESTARTED
                  END-CALL
                END-IF
              END-IF
