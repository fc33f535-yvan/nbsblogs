            *> so nothing downstream runs against bad data. The
            *> called steps end in GOBACK (the same convention
            *> the inquiry programs follow for MAINMENU), so one
            *> command runs the whole night. The night runs under
            *> the business date (see BUSDATE), not the clock;
            *> 'CATCHUP yyyymmdd' runs the chain back-dated for a
            *> named business date the shop missed, every step
            *> taking that date, and hands the live date back once
            *> the chain finishes. A catch-up stopped part way is
            *> resumed by relaunching it for the same date. Catch
            *> the missed dates up oldest first, before the live
            *> date's own night, so RUNCTL's step dates only ever
            *> move forward
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.

                01 WS-RUN-DATE PIC 9(8).

                *> run parameter - blank for the live business
                *> date's night, or "CATCHUP <yyyymmdd>"
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-MODE-TEXT PIC X(8) VALUE SPACES.
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
                01 WS-CATCHUP-DATE PIC 9(8) VALUE 0.
                01 WS-CATCHUP-MODE PIC X VALUE 'N'.
                  88 CATCHUP-RUN VALUE 'Y'.

                *> the night's steps loaded whole in run order
                01 WS-STEP-COUNT PIC 9(2) VALUE 0.
                01 WS-SCHEDULE-TABLE.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-MODE-TEXT, WS-DATE-TEXT
              END-UNSTRING
              IF WS-MODE-TEXT = 'CATCHUP'
                PERFORM A100-START-CATCHUP
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-SCHEDULE
              IF WS-STEP-COUNT = 0
                DISPLAY 'NIGHTRUN - SCHEDULE EMPTY OR MISSING, '
                DISPLAY 'CHAIN STOPPED     : *** SEVERE EVENT - '
                    'FIX AND RELAUNCH TO RESUME ***'
              END-IF
              IF CATCHUP-RUN
                IF CHAIN-STOPPED
                  DISPLAY 'CATCH-UP OF       : ' WS-RUN-DATE
                      ' STILL IN PROGRESS'
                ELSE
                  CALL 'BUSDATE' USING 'E', WS-CATCHUP-DATE
                  END-CALL
                  DISPLAY 'CATCH-UP OF       : ' WS-RUN-DATE
                      ' COMPLETE - BUSINESS DATE BACK TO '
                      WS-CATCHUP-DATE
                END-IF
              END-IF
              DISPLAY '=========================================='
              STOP RUN.

              *> a back-dated night for a named business date -
              *> BUSDATE answers zero for a date it will not take
              A100-START-CATCHUP.
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-CATCHUP-DATE
              END-IF
              CALL 'BUSDATE' USING 'C', WS-CATCHUP-DATE
              END-CALL
              IF WS-CATCHUP-DATE = 0
                DISPLAY 'NIGHTRUN - CATCH-UP REFUSED FOR '
                    WS-DATE-TEXT ' - NOT A MISSED BUSINESS DAY'
                MOVE 'CATCH-UP REFUSED - NOT A MISSED BUSINESS DAY'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'NIGHTRUN', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              SET CATCHUP-RUN TO TRUE.

              B000-LOAD-SCHEDULE.
              OPEN INPUT NIGHT-SCHEDULE
              PERFORM UNTIL END-OF-SCHEDULE
