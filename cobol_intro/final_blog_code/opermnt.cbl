              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST AND NOT ACTION-ROSTER
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
