                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-BRANCH-TEXT, WS-DEP-TEXT, WS-WDR-TEXT
