              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'RUNCTL' USING 'TRANRPT   ', 'TRANLOAD  ',
                  WS-RUN-DATE, WS-STEP-STATUS, 'C'
              END-CALL
                  CALL 'RUNSTAT' USING 'TRANRPT   ',
                      WS-RECORD-COUNT, WS-STAT-ZERO,
                      WS-STAT-ZERO, WS-STAT-ZERO,
                      WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
                  END-CALL
                END-IF
              END-IF
