            *> (CALLing SNAPSHOT), cuts dated generations of
            *> journal.txt, rejects.txt and
            *> transactions_trailer.txt, and resets the
            *> run-control for the new period. It is the close
            *> that advances the business date (see BUSDATE) to
            *> the next business day, once the books are shut.
            *> The journal's hash chain is carried over the cut -
            *> the new period's first entry chains from the last
            *> entry of the generation cut aside (see JRNLCHN)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.

              WORKING-STORAGE SECTION.
                01 WS-RUN-DATE PIC 9(8).
                01 WS-NEXT-BUSINESS-DATE PIC 9(8).
                01 WS-GENERATION-NAME PIC X(40).

                *> the system day-control state (see DAYCTL) -

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A010-CHECK-BATCH-WINDOW
              IF NOT WITHIN-BATCH-WINDOW
                DISPLAY 'PERCLOSE REFUSED - THE ONLINE DAY HAS '
              SET DAY-CLOSED TO TRUE
              CALL 'DAYCTL' USING 'S', WS-DAY-STATE
              END-CALL
              *> and the business date moves on - a catch-up
              *> run's close leaves the live date where it is
              MOVE WS-RUN-DATE TO WS-NEXT-BUSINESS-DATE
              CALL 'BUSDATE' USING 'A', WS-NEXT-BUSINESS-DATE
              END-CALL

              CALL 'RUNCTL' USING 'PERCLOSE  ', SPACES,
                  WS-RUN-DATE, WS-STEP-STATUS, 'M'
              DISPLAY '=========================================='
              DISPLAY 'PERCLOSE - END OF JOB SUMMARY'
              DISPLAY 'PERIOD CLOSED AS OF: ' WS-RUN-DATE
              DISPLAY 'NEXT BUSINESS DATE : ' WS-NEXT-BUSINESS-DATE
              DISPLAY 'RECORDS CUT TO GENS: ' WS-RECORDS-CUT
              DISPLAY 'ACCRUAL LIABILITY  : '
                  WS-ACCRUAL-LIABILITY
              CLOSE JOURNAL
              CLOSE GENERATION-OUT
              OPEN OUTPUT JOURNAL
              CLOSE JOURNAL
              *> the new period's journal chains on from the last
              *> hash of the generation just cut (see JRNLCHN)
              CALL 'JRNLCHN' USING 'O', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL.

              C200-CUT-REJECTS-GENERATION.
              PERFORM B100-BUILD-GENERATION-NAME
