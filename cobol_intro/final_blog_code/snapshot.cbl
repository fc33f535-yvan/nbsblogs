
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-SNAP-DATE
              END-CALL

              PERFORM B000-CARRY-PRIOR-PERIODS

