
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'RUNCTL' USING 'PEREXTR   ', SPACES,
                  WS-RUN-DATE, WS-STEP-STATUS, 'C'
              END-CALL
