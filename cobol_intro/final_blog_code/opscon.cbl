            *> the trailer counts from the
            *> last TRANLOAD, and today's severe exception-log
            *> events - with R to refresh and X to leave, so the
            *> picture is one screen instead of four files.
            *> Below the overnight picture sits the work-queue
            *> panel: one line per review queue off the last
            *> QUEAGE run's summary rows - the backlog, the
            *> oldest item's age, and how many items are past
            *> the queue's SLA and past twice it
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'exception_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> QUEAGE's per-queue rows (see copybooks/
                  *> QAGESUM)
                  SELECT OPTIONAL QUEUE-AGING-SUMMARY
                      ASSIGN TO 'queue_aging_summary.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD NIGHT-SCHEDULE.
                FD EXCEPTION-LOG.
                COPY EXCEPT.

                FD QUEUE-AGING-SUMMARY.
                COPY QAGESUM.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SCHEDULE-EOF PIC X VALUE 'N'.
                    88 END-OF-TRAILER VALUE 'Y'.
                  05 WS-LOG-EOF PIC X VALUE 'N'.
                    88 END-OF-LOG VALUE 'Y'.
                  05 WS-AGING-EOF PIC X VALUE 'N'.
                    88 END-OF-AGING VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                01 WS-SEVERE-TODAY PIC 9(4) VALUE 0.
                01 WS-LAST-SEVERE PIC X(60) VALUE SPACES.

                *> the last QUEAGE run's rows, rebuilt on every
                *> refresh
                01 WS-QUEUE-COUNT PIC 9(2) VALUE 0.
                01 WS-QUEUE-TABLE.
                  05 WS-QUEUE-ENTRY OCCURS 10 TIMES.
                    10 WS-QP-NAME PIC X(8).
                    10 WS-QP-TEAM PIC X(12).
                    10 WS-QP-OPEN PIC 9(5).
                    10 WS-QP-OLDEST PIC 9(5).
                    10 WS-QP-BREACHED PIC 9(5).
                    10 WS-QP-ESCALATED PIC 9(5).
                01 WS-QUEUE-IDX PIC 9(2).
                01 WS-AGING-DATE PIC 9(8) VALUE 0.

                01 WS-CONSOLE-CHOICE PIC X VALUE 'R'.
                  88 CONSOLE-REFRESH VALUE 'R' 'r'.
                  88 CONSOLE-EXIT VALUE 'X' 'x'.
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              PERFORM UNTIL CONSOLE-EXIT
                CALL 'BUSDATE' USING 'G', WS-RUN-DATE
                END-CALL
                PERFORM B000-GATHER-THE-PICTURE
                PERFORM C000-PAINT-THE-PICTURE
                DISPLAY SCR-CHOICE-PROMPT
              PERFORM B200-LOAD-RUN-CONTROL
              PERFORM B300-RESOLVE-STEP-STATES
              PERFORM B400-READ-TRAILER
              PERFORM B500-SCAN-EXCEPTIONS
              PERFORM B600-LOAD-QUEUE-AGING.

              B100-LOAD-SCHEDULE.
              MOVE 0 TO WS-STEP-COUNT
              END-PERFORM
              CLOSE EXCEPTION-LOG.

              B600-LOAD-QUEUE-AGING.
              MOVE 0 TO WS-QUEUE-COUNT
              MOVE 0 TO WS-AGING-DATE
              MOVE 'N' TO WS-AGING-EOF
              OPEN INPUT QUEUE-AGING-SUMMARY
              PERFORM UNTIL END-OF-AGING
                READ QUEUE-AGING-SUMMARY
                  AT END
                    SET END-OF-AGING TO TRUE
                  NOT AT END
                    IF WS-QUEUE-COUNT < 10
                      ADD 1 TO WS-QUEUE-COUNT
                      MOVE QA-QUEUE-NAME TO
                          WS-QP-NAME(WS-QUEUE-COUNT)
                      MOVE QA-OWNING-TEAM TO
                          WS-QP-TEAM(WS-QUEUE-COUNT)
                      MOVE QA-OPEN-COUNT TO
                          WS-QP-OPEN(WS-QUEUE-COUNT)
                      MOVE QA-OLDEST-AGE TO
                          WS-QP-OLDEST(WS-QUEUE-COUNT)
                      MOVE QA-BREACH-COUNT TO
                          WS-QP-BREACHED(WS-QUEUE-COUNT)
                      MOVE QA-ESCALATED-COUNT TO
                          WS-QP-ESCALATED(WS-QUEUE-COUNT)
                      MOVE QA-RUN-DATE TO WS-AGING-DATE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE QUEUE-AGING-SUMMARY.

              C000-PAINT-THE-PICTURE.
              DISPLAY SCR-CONSOLE-HEADER
              IF WS-STEP-COUNT = 0
              IF WS-SEVERE-TODAY > 0
                MOVE WS-LAST-SEVERE TO WS-STATUS-LINE
                DISPLAY SCR-STATUS-LINE
              END-IF
              PERFORM C100-PAINT-QUEUE-PANEL.

              *> the work-queue panel - an aging date that is not
              *> today means QUEAGE has not run yet tonight
              C100-PAINT-QUEUE-PANEL.
              MOVE SPACES TO WS-STATUS-LINE
              IF WS-QUEUE-COUNT = 0
                MOVE 'WORK QUEUES: NO AGING RUN ON FILE' TO
                    WS-STATUS-LINE
                DISPLAY SCR-STATUS-LINE
                EXIT PARAGRAPH
              END-IF
              STRING 'WORK QUEUES AS AGED ' WS-AGING-DATE
                  ' - OPEN/OLDEST/PAST SLA/2X'
                  DELIMITED BY SIZE INTO WS-STATUS-LINE
              END-STRING
              DISPLAY SCR-STATUS-LINE
              PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                  UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                MOVE SPACES TO WS-STATUS-LINE
                STRING WS-QP-NAME(WS-QUEUE-IDX)
                    ' OPEN ' WS-QP-OPEN(WS-QUEUE-IDX)
                    ' OLD ' WS-QP-OLDEST(WS-QUEUE-IDX)
                    ' PAST ' WS-QP-BREACHED(WS-QUEUE-IDX)
                    ' 2X ' WS-QP-ESCALATED(WS-QUEUE-IDX)
                    ' ' WS-QP-TEAM(WS-QUEUE-IDX)(1:10)
                    DELIMITED BY SIZE
                    INTO WS-STATUS-LINE
                END-STRING
                DISPLAY SCR-STATUS-LINE
              END-PERFORM.
