
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A100-LOAD-CONTROL
              COMPUTE WS-WINDOW-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              MOVE HF-UID TO HQ-UID
              MOVE 'FUZDP' TO HQ-RISK-LEVEL
              MOVE WS-FEED-IMAGE TO HQ-RECORD-IMAGE
              MOVE WS-RUN-DATE TO HQ-HELD-DATE
              WRITE HOLD-QUEUE-RECORD
              DISPLAY 'DUPSCAN SUSPECT - ACCT '
                  WS-CURRENT-ACCOUNT
