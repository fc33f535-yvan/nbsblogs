
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-FUNDS-HOLDS
              PERFORM C000-RELEASE-MATURED-HOLDS

