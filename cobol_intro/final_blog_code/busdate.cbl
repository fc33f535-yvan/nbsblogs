            IDENTIFICATION DIVISION.
            PROGRAM-ID. BUSDATE.
            *> central business processing date - every batch and
            *> online program used to take its date off the
            *> system clock, so when the night chain had to be
            *> caught up after an outage every posting, accrual,
            *> fee and aged hold carried the day it was rerun
            *> instead of the business day it belonged to. The
            *> business date now lives on business_date.txt (see
            *> copybooks/BUSDTE) and is handed out here only:
            *>   'G' get      - answers today's processing date:
            *>       the catch-up date while one is running,
            *>       otherwise the business date. A shop that has
            *>       never staged the file answers the system
            *>       date, the pre-control behavior
            *>   'S' set      - DAYOPEN's opening of the day;
            *>       refused (answers zero) while a catch-up run
            *>       is in progress
            *>   'A' advance  - the close (PERCLOSE) moves the
            *>       business date on to the next business day by
            *>       HOLCHK's calendar and answers it. The close of
            *>       a catch-up run leaves the live date alone
            *>   'C' catch-up - NIGHTRUN CATCHUP names an earlier
            *>       business date to run the night chain for;
            *>       refused (answers zero) unless it is a business
            *>       day before the live business date, or while
            *>       a catch-up for another date is unfinished
            *>   'E' end      - the catch-up run is finished;
            *>       answers the live business date again
            *> Only the date comes from here - a program that
            *> wants a time of day still reads the wall clock.
            *> The record is read once per process, like HOLCHK's
            *> calendar, and read afresh before every change. A
            *> CALLed subprogram in DAYCTL's shape
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL BUSINESS-DATE-CONTROL
                      ASSIGN TO 'business_date.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD BUSINESS-DATE-CONTROL.
                COPY BUSDTE.

              WORKING-STORAGE SECTION.
                01 WS-CONTROL-EOF PIC X VALUE 'N'.
                  88 END-OF-CONTROL VALUE 'Y'.

                *> loaded once per process, same caching idiom as
                *> HOLCHK's WS-TABLE-LOADED
                01 WS-CONTROL-LOADED PIC X VALUE 'N'.
                  88 CONTROL-ALREADY-LOADED VALUE 'Y'.

                01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
                01 WS-CATCHUP-DATE PIC 9(8) VALUE 0.

                *> HOLCHK's next-business-day service for the
                *> close, and its plain check for a catch-up date
                01 WS-HOLIDAY-STATUS PIC X.
                  88 IS-HOLIDAY VALUE 'H'.
                  88 IS-BUSINESS-DAY VALUE 'B'.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1).
                  02 WS-SECOND-DATE PIC 9(8).
                  02 WS-RESULT-DATE PIC 9(8).
                  02 WS-DAY-COUNT PIC S9(5).

            LINKAGE SECTION.
              01 LS-BUSDATE-ACTION PIC X(1).
                88 BUSDATE-GET VALUE 'G'.
                88 BUSDATE-SET VALUE 'S'.
                88 BUSDATE-ADVANCE VALUE 'A'.
                88 BUSDATE-CATCHUP VALUE 'C'.
                88 BUSDATE-END-CATCHUP VALUE 'E'.
              01 LS-BUSINESS-DATE PIC 9(8).

            PROCEDURE DIVISION USING LS-BUSDATE-ACTION,
                LS-BUSINESS-DATE.
              A000-MAIN-PARA.
              IF NOT BUSDATE-GET
                  OR NOT CONTROL-ALREADY-LOADED
                PERFORM B000-LOAD-BUSINESS-DATE
                SET CONTROL-ALREADY-LOADED TO TRUE
              END-IF
              EVALUATE TRUE
                WHEN BUSDATE-SET
                  PERFORM C000-SET-BUSINESS-DATE
                WHEN BUSDATE-ADVANCE
                  PERFORM C100-ADVANCE-BUSINESS-DATE
                WHEN BUSDATE-CATCHUP
                  PERFORM C200-START-CATCHUP
                WHEN BUSDATE-END-CATCHUP
                  MOVE 0 TO WS-CATCHUP-DATE
                  PERFORM B200-SAVE-BUSINESS-DATE
                  PERFORM C900-ANSWER-DATE
                WHEN OTHER
                  PERFORM C900-ANSWER-DATE
              END-EVALUATE
              GOBACK.

              B000-LOAD-BUSINESS-DATE.
              MOVE 0 TO WS-BUSINESS-DATE
              MOVE 0 TO WS-CATCHUP-DATE
              MOVE 'N' TO WS-CONTROL-EOF
              OPEN INPUT BUSINESS-DATE-CONTROL
              READ BUSINESS-DATE-CONTROL
                AT END
                  SET END-OF-CONTROL TO TRUE
                NOT AT END
                  IF BD-BUSINESS-DATE IS NUMERIC
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                  END-IF
                  IF BD-CATCHUP-DATE IS NUMERIC
                    MOVE BD-CATCHUP-DATE TO WS-CATCHUP-DATE
                  END-IF
              END-READ
              CLOSE BUSINESS-DATE-CONTROL.

              B200-SAVE-BUSINESS-DATE.
              OPEN OUTPUT BUSINESS-DATE-CONTROL
              MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE
              MOVE WS-CATCHUP-DATE TO BD-CATCHUP-DATE
              MOVE FUNCTION CURRENT-DATE(1:14) TO BD-CHANGED-STAMP
              WRITE BUSINESS-DATE-RECORD
              CLOSE BUSINESS-DATE-CONTROL.

              *> the opening of the day - never over the top of
              *> a catch-up run still in progress
              C000-SET-BUSINESS-DATE.
              IF WS-CATCHUP-DATE > 0
                  OR LS-BUSINESS-DATE = 0
                  OR LS-BUSINESS-DATE IS NOT NUMERIC
                MOVE 0 TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              MOVE LS-BUSINESS-DATE TO WS-BUSINESS-DATE
              PERFORM B200-SAVE-BUSINESS-DATE.

              *> the close - the day just worked is done, so the
              *> business date moves on to the next business day.
              *> A catch-up run's close only closes the named day
              C100-ADVANCE-BUSINESS-DATE.
              IF WS-CATCHUP-DATE > 0
                MOVE WS-BUSINESS-DATE TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              IF WS-BUSINESS-DATE = 0
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
              END-IF
              MOVE 'N' TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING WS-BUSINESS-DATE,
                  WS-HOLIDAY-STATUS, WS-DATE-SERVICE
              END-CALL
              MOVE WS-RESULT-DATE TO WS-BUSINESS-DATE
              PERFORM B200-SAVE-BUSINESS-DATE
              MOVE WS-BUSINESS-DATE TO LS-BUSINESS-DATE.

              *> a back-dated catch-up run may only name a
              *> business day the shop has already reached
              C200-START-CATCHUP.
              IF LS-BUSINESS-DATE IS NOT NUMERIC
                  OR LS-BUSINESS-DATE = 0
                MOVE 0 TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              IF WS-BUSINESS-DATE > 0
                  AND LS-BUSINESS-DATE NOT < WS-BUSINESS-DATE
                MOVE 0 TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              *> a relaunch names the same date again; another
              *> date must wait until this catch-up has finished
              IF WS-CATCHUP-DATE > 0
                  AND LS-BUSINESS-DATE NOT = WS-CATCHUP-DATE
                MOVE 0 TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              MOVE SPACE TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING LS-BUSINESS-DATE,
                  WS-HOLIDAY-STATUS, WS-DATE-SERVICE
              END-CALL
              IF NOT IS-BUSINESS-DAY
                MOVE 0 TO LS-BUSINESS-DATE
                EXIT PARAGRAPH
              END-IF
              MOVE LS-BUSINESS-DATE TO WS-CATCHUP-DATE
              PERFORM B200-SAVE-BUSINESS-DATE.

              C900-ANSWER-DATE.
              EVALUATE TRUE
                WHEN WS-CATCHUP-DATE > 0
                  MOVE WS-CATCHUP-DATE TO LS-BUSINESS-DATE
                WHEN WS-BUSINESS-DATE > 0
                  MOVE WS-BUSINESS-DATE TO LS-BUSINESS-DATE
                WHEN OTHER
                  MOVE FUNCTION CURRENT-DATE(1:8) TO
                      LS-BUSINESS-DATE
              END-EVALUATE.
