
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-WATCHLIST
              IF WS-LIST-COUNT = 0
                DISPLAY 'WATCHSCN - WATCHLIST EMPTY OR MISSING, '
