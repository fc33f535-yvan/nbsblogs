
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A100-VERIFY-EXTRACT
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT PERIOD-EXTRACT
