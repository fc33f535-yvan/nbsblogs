
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-PRIOR-UNRESOLVED
              PERFORM B100-LOAD-EXTRACT-REFERENCES
              PERFORM C000-APPLY-ACK-FILE
