              WORKING-STORAGE SECTION.
                01 WS-PERIOD-PARM PIC X(6) VALUE SPACES.
                01 WS-REPORT-PERIOD PIC 9(6) VALUE 0.
                01 WS-BUSINESS-DATE PIC 9(8).

                *> the period threshold - a branch whose
                *> cumulative difference runs past this either
              IF WS-PERIOD-PARM IS NUMERIC
                MOVE WS-PERIOD-PARM TO WS-REPORT-PERIOD
              ELSE
                CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
                END-CALL
                MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
              END-IF

              OPEN INPUT OVERSHORT-HISTORY
