              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-AS-OF-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-AS-OF-DATE
                END-CALL
              END-IF

              CALL 'RATELKUP' USING WS-INQUIRY-ACCOUNT-ID,
