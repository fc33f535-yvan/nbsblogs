            *> batch chain may start. PERCLOSE flips the record
            *> to day-closed itself; TRANLOAD flips batch-running
            *> around its own posting. Opening and closing the
            *> day is supervisor work (see OPERSGN). 'OPEN' also
            *> sets the business processing date every program
            *> takes its date from (see BUSDATE): 'OPEN yyyymmdd'
            *> names it, a bare 'OPEN' keeps the date the last
            *> close advanced to. An open under a business date
            *> the calendar has already passed is warned to
            *> EXCLOG, since the missed nights want catching up,
            *> and no day opens while a catch-up run is still
            *> in progress
            ENVIRONMENT DIVISION.
            DATA DIVISION.
              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-ACTION-TEXT PIC X(5).
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.

                01 WS-BUSINESS-DATE PIC 9(8).
                01 WS-CALENDAR-DATE PIC 9(8).

                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.

              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-DATE-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'OPEN '
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                  END-IF
                  PERFORM B000-SET-BUSINESS-DATE
                  SET DAY-ONLINE-OPEN TO TRUE
                  CALL 'DAYCTL' USING 'S', WS-DAY-STATE
                  END-CALL
                  DISPLAY 'DAYOPEN - ONLINE DAY IS OPEN FOR '
                      'BUSINESS DATE ' WS-BUSINESS-DATE
                WHEN 'CLOSE'
                  SET DAY-ONLINE-CLOSED TO TRUE
                  CALL 'DAYCTL' USING 'S', WS-DAY-STATE
                  DISPLAY 'DAYOPEN - ONLINE DAY IS CLOSED, '
                      'BATCH MAY START'
                WHEN OTHER
                  DISPLAY 'DAYOPEN - USE OPEN [YYYYMMDD] OR CLOSE'
              END-EVALUATE
              STOP RUN.

              *> the business date the day opens under - named on
              *> the run parameter, or else the one the last close
              *> advanced to. BUSDATE answers zero while a
              *> catch-up run holds the date
              B000-SET-BUSINESS-DATE.
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-BUSINESS-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
                END-CALL
              END-IF
              CALL 'BUSDATE' USING 'S', WS-BUSINESS-DATE
              END-CALL
              IF WS-BUSINESS-DATE = 0
                DISPLAY 'DAYOPEN REFUSED - A CATCH-UP RUN IS IN '
                    'PROGRESS, THE ONLINE DAY CANNOT OPEN'
                MOVE 'ONLINE OPEN REFUSED - CATCH-UP IN PROGRESS'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'DAYOPEN ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CALENDAR-DATE
              IF WS-BUSINESS-DATE < WS-CALENDAR-DATE
                DISPLAY 'DAYOPEN - BUSINESS DATE ' WS-BUSINESS-DATE
                    ' IS BEHIND THE CALENDAR'
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                    ' BEHIND CALENDAR - CATCH UP NIGHTS'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'DAYOPEN ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.
