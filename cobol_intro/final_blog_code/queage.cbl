            IDENTIFICATION DIVISION.
            PROGRAM-ID. QUEAGE.
            *> nightly work-queue aging and SLA report - every
            *> review queue in the suite has its own workstation
            *> (HOLDREL, REJREPR, WATCHREV, CASEREV, DISPUTE,
            *> CORRAPPR, OPERMNT, SUSPWORK) and none of them says
            *> how long anything has been waiting. This reads
            *> each queue's still-open items, ages them off the
            *> date each was filed against the queue's SLA in
            *> queue_sla.txt (house defaults when a queue has no
            *> row), and prints one page: a line per queue with
            *> its backlog, oldest item and breaches, then every
            *> breach listed under the team that owns the queue.
            *> An item past twice its SLA goes to the exception
            *> log as a warning. The per-queue lines are also
            *> written to queue_aging_summary.txt for OPSCON's
            *> work-queue panel. Run parameter is the aging date
            *> (CCYYMMDD); no parameter means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row per queue - its SLA in days and the
                  *> team that owns it
                  SELECT OPTIONAL QUEUE-SLA
                      ASSIGN TO 'queue_sla.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL HOLD-QUEUE
                      ASSIGN TO 'hold_queue.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL WATCH-QUEUE
                      ASSIGN TO 'watch_queue.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISPUTE-CASES
                      ASSIGN TO 'dispute_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same relative staging area CORRSTG files
                  SELECT OPTIONAL CORRECTION-STAGING
                      ASSIGN TO 'correction_staging.dat'
                  ORGANIZATION IS RELATIVE
                  ACCESS MODE IS DYNAMIC
                  RELATIVE KEY IS WS-STAGING-SLOT.

                  *> operator changes keyed and waiting on the
                  *> second pair of hands (see OPERMNT)
                  SELECT OPTIONAL PENDING-CHANGES
                      ASSIGN TO 'operator_pending.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL SUSPENSE-ITEMS
                      ASSIGN TO 'suspense_items.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SI-ITEM-UID.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT AGING-REPORT
                      ASSIGN TO 'queue_aging.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per queue for OPSCON's panel
                  SELECT AGING-SUMMARY
                      ASSIGN TO 'queue_aging_summary.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD QUEUE-SLA.
                01 QS-FEED-RECORD.
                  02 QS-FEED-QUEUE-NAME PIC X(8).
                  02 QS-FEED-SLA-DAYS PIC 9(3).
                  02 QS-FEED-TEAM PIC X(12).

                FD HOLD-QUEUE.
                COPY HOLDQ.

                FD REJECTS.
                COPY REJECT.

                FD WATCH-QUEUE.
                COPY WATCHQ.

                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                FD DISPUTE-CASES.
                COPY DISPCSE.

                *> same record CORRSTG writes (see corrstg.cbl)
                FD CORRECTION-STAGING.
                01 CORRECTION-STAGING-RECORD.
                  02 CS-UID PIC 9(5).
                  02 CS-ACCOUNT-ID PIC S9(7).
                  02 CS-CORRECTED-AMOUNT PIC S9(6)V9(2).
                  02 CS-REASON PIC X(40).
                  02 CS-VALUE-DATE PIC 9(8).
                  02 CS-STATUS PIC X.
                    88 CORRECTION-PENDING VALUE 'P'.
                    88 CORRECTION-APPROVED VALUE 'V'.
                    88 CORRECTION-DISCARDED VALUE 'D'.
                    88 CORRECTION-APPLIED VALUE 'A'.
                  02 CS-STAGED-DATE PIC 9(8).

                *> same row OPERMNT keys (see opermnt.cbl)
                FD PENDING-CHANGES.
                01 PENDING-CHANGE-RECORD.
                  02 PC-ACTION PIC X(1).
                  02 PC-TARGET-ID PIC X(8).
                  02 PC-NAME PIC X(30).
                  02 PC-LEVEL PIC 9(1).
                  02 PC-BRANCH PIC X(4).
                  02 PC-LIMIT PIC 9(6)V9(2).
                  02 PC-KEYED-BY PIC X(8).
                  02 PC-KEYED-DATE PIC 9(8).

                FD SUSPENSE-ITEMS.
                COPY SUSPITM.

                FD AGING-REPORT.
                01 REPORT-LINE PIC X(100).

                FD AGING-SUMMARY.
                COPY QAGESUM.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SLA-EOF PIC X VALUE 'N'.
                    88 END-OF-SLA VALUE 'Y'.
                  05 WS-QUEUE-EOF PIC X VALUE 'N'.
                    88 END-OF-QUEUE VALUE 'Y'.

                *> the aging date - ACCEPT FROM COMMAND-LINE
                *> follows CASHPROOF's run-parameter pattern
                01 WS-AGING-PARM PIC X(8) VALUE SPACES.
                01 WS-AGING-DATE PIC 9(8).

                01 WS-STAGING-SLOT PIC 9(5) VALUE 0.

                *> one row per queue, seeded with the house SLA
                *> and owning team, then overridden by whatever
                *> queue_sla.txt carries
                01 WS-QUEUE-COUNT PIC 9(2) VALUE 8.
                01 WS-QUEUE-TABLE.
                  05 WS-QUEUE-ENTRY OCCURS 8 TIMES.
                    10 WS-Q-NAME PIC X(8).
                    10 WS-Q-TEAM PIC X(12).
                    10 WS-Q-SLA-DAYS PIC 9(3).
                    10 WS-Q-OPEN-COUNT PIC 9(5).
                    10 WS-Q-OLDEST-AGE PIC 9(5).
                    10 WS-Q-BREACH-COUNT PIC 9(5).
                    10 WS-Q-ESCALATED-COUNT PIC 9(5).
                01 WS-Q-IDX PIC 9(2).
                01 WS-EARLIER-IDX PIC 9(2).
                01 WS-THIS-QUEUE PIC 9(2).

                01 WS-TEAM-SEEN PIC X VALUE 'N'.
                  88 TEAM-ALREADY-LISTED VALUE 'Y'.

                *> the item in hand, whichever queue it came off
                01 WS-ITEM-KEY PIC X(12).
                01 WS-ITEM-DATE PIC 9(8).
                01 WS-ITEM-AGE PIC S9(5).
                01 WS-TWICE-SLA PIC 9(4).
                01 WS-AGE-DAYS PIC 9(5).
                01 WS-BREACH-LISTED PIC X VALUE 'N'.
                  88 BREACH-ON-TABLE VALUE 'Y'.

                *> every breach, held for the by-team listing
                01 WS-BR-COUNT PIC 9(3) VALUE 0.
                01 WS-BREACH-TABLE.
                  05 WS-BREACH-ENTRY OCCURS 500 TIMES.
                    10 WS-BR-QUEUE PIC 9(2).
                    10 WS-BR-KEY PIC X(12).
                    10 WS-BR-DATE PIC 9(8).
                    10 WS-BR-AGE PIC 9(5).
                    10 WS-BR-ESCALATED PIC X(1).
                01 WS-BR-IDX PIC 9(3).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-QUEUE-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-QUEUE-NAME PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-TEAM PIC X(12).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 QL-SLA-DAYS PIC ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-OPEN-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-OLDEST-AGE PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-BREACH-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 QL-ESCALATED-COUNT PIC ZZZZ9.
                01 WS-BREACH-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 BL-QUEUE-NAME PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BL-KEY PIC X(12).
                  05 FILLER PIC X(8) VALUE ' FILED '.
                  05 BL-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' AGE '.
                  05 BL-AGE PIC ZZZZ9.
                  05 FILLER PIC X(5) VALUE ' SLA '.
                  05 BL-SLA-DAYS PIC ZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 BL-FLAG PIC X(15).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ITEMS-OPEN PIC 9(7) VALUE 0.
                  05 WS-ITEMS-BREACHED PIC 9(7) VALUE 0.
                  05 WS-ITEMS-ESCALATED PIC 9(7) VALUE 0.
                  05 WS-ITEMS-UNDATED PIC 9(7) VALUE 0.
                  05 WS-BREACHES-UNLISTED PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-AGING-PARM FROM COMMAND-LINE
              IF WS-AGING-PARM IS NUMERIC
                MOVE WS-AGING-PARM TO WS-AGING-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-AGING-DATE
                END-CALL
              END-IF

              PERFORM A050-SEED-QUEUE-TABLE
              PERFORM A100-LOAD-QUEUE-SLA

              PERFORM B100-AGE-HOLD-QUEUE
              PERFORM B200-AGE-REJECTS
              PERFORM B300-AGE-WATCH-QUEUE
              PERFORM B400-AGE-COMPLIANCE-CASES
              PERFORM B500-AGE-DISPUTE-CASES
              PERFORM B600-AGE-CORRECTION-STAGING
              PERFORM B700-AGE-OPERATOR-PENDING
              PERFORM B800-AGE-SUSPENSE-ITEMS

              OPEN OUTPUT AGING-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'WORK-QUEUE AGING AND SLA - AS AT '
                  WS-AGING-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM C000-PRINT-QUEUE-LINES
              PERFORM D000-PRINT-BREACHES-BY-TEAM
              CLOSE AGING-REPORT
              PERFORM E000-WRITE-SUMMARY-ROWS
              CALL 'RPTSTOW' USING 'QUEAGE      ',
                  'queue_aging.txt                         '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'QUEAGE - END OF JOB SUMMARY'
              DISPLAY 'AGING DATE         : ' WS-AGING-DATE
              DISPLAY 'OPEN QUEUE ITEMS   : ' WS-ITEMS-OPEN
              DISPLAY 'PAST SLA           : ' WS-ITEMS-BREACHED
              DISPLAY 'PAST TWICE SLA     : ' WS-ITEMS-ESCALATED
              DISPLAY 'UNDATED ITEMS      : ' WS-ITEMS-UNDATED
              IF WS-BREACHES-UNLISTED > 0
                DISPLAY 'BREACHES NOT LISTED: '
                    WS-BREACHES-UNLISTED
              END-IF
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'QUEAGE    ',
                  WS-ITEMS-OPEN, WS-ITEMS-BREACHED,
                  WS-ITEMS-ESCALATED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the house SLAs - what each queue is held to
              *> when queue_sla.txt says nothing about it
              A050-SEED-QUEUE-TABLE.
              MOVE 'HOLD    ' TO WS-Q-NAME(1)
              MOVE 'RISK OPS' TO WS-Q-TEAM(1)
              MOVE 1 TO WS-Q-SLA-DAYS(1)
              MOVE 'REJECTS ' TO WS-Q-NAME(2)
              MOVE 'OPERATIONS' TO WS-Q-TEAM(2)
              MOVE 2 TO WS-Q-SLA-DAYS(2)
              MOVE 'WATCH   ' TO WS-Q-NAME(3)
              MOVE 'COMPLIANCE' TO WS-Q-TEAM(3)
              MOVE 2 TO WS-Q-SLA-DAYS(3)
              MOVE 'COMPCASE' TO WS-Q-NAME(4)
              MOVE 'COMPLIANCE' TO WS-Q-TEAM(4)
              MOVE 30 TO WS-Q-SLA-DAYS(4)
              MOVE 'DISPUTE ' TO WS-Q-NAME(5)
              MOVE 'DISPUTES' TO WS-Q-TEAM(5)
              MOVE 10 TO WS-Q-SLA-DAYS(5)
              MOVE 'CORRSTG ' TO WS-Q-NAME(6)
              MOVE 'OPERATIONS' TO WS-Q-TEAM(6)
              MOVE 1 TO WS-Q-SLA-DAYS(6)
              MOVE 'OPERPEND' TO WS-Q-NAME(7)
              MOVE 'SECURITY' TO WS-Q-TEAM(7)
              MOVE 1 TO WS-Q-SLA-DAYS(7)
              MOVE 'SUSPENSE' TO WS-Q-NAME(8)
              MOVE 'PAYMENTS' TO WS-Q-TEAM(8)
              MOVE 10 TO WS-Q-SLA-DAYS(8)
              PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                  UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                MOVE 0 TO WS-Q-OPEN-COUNT(WS-Q-IDX)
                MOVE 0 TO WS-Q-OLDEST-AGE(WS-Q-IDX)
                MOVE 0 TO WS-Q-BREACH-COUNT(WS-Q-IDX)
                MOVE 0 TO WS-Q-ESCALATED-COUNT(WS-Q-IDX)
              END-PERFORM.

              A100-LOAD-QUEUE-SLA.
              OPEN INPUT QUEUE-SLA
              PERFORM UNTIL END-OF-SLA
                READ QUEUE-SLA
                  AT END
                    SET END-OF-SLA TO TRUE
                  NOT AT END
                    PERFORM A150-APPLY-SLA-ROW
                END-READ
              END-PERFORM
              CLOSE QUEUE-SLA.

              A150-APPLY-SLA-ROW.
              MOVE 0 TO WS-THIS-QUEUE
              PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                  UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                IF WS-Q-NAME(WS-Q-IDX) = QS-FEED-QUEUE-NAME
                  MOVE WS-Q-IDX TO WS-THIS-QUEUE
                END-IF
              END-PERFORM
              IF WS-THIS-QUEUE = 0
                DISPLAY 'QUEAGE - SLA ROW FOR UNKNOWN QUEUE '
                    QS-FEED-QUEUE-NAME ' IGNORED'
                EXIT PARAGRAPH
              END-IF
              IF QS-FEED-SLA-DAYS IS NUMERIC
                  AND QS-FEED-SLA-DAYS > 0
                MOVE QS-FEED-SLA-DAYS TO
                    WS-Q-SLA-DAYS(WS-THIS-QUEUE)
              END-IF
              IF QS-FEED-TEAM NOT = SPACES
                MOVE QS-FEED-TEAM TO WS-Q-TEAM(WS-THIS-QUEUE)
              END-IF.

              *> every slot on the hold queue is waiting - HOLDREL
              *> rewrites the queue minus whatever it works
              B100-AGE-HOLD-QUEUE.
              MOVE 1 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT HOLD-QUEUE
              PERFORM UNTIL END-OF-QUEUE
                READ HOLD-QUEUE
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING 'UID ' HQ-UID DELIMITED BY SIZE
                        INTO WS-ITEM-KEY
                    END-STRING
                    MOVE HQ-HELD-DATE TO WS-ITEM-DATE
                    PERFORM X000-AGE-ONE-ITEM
                END-READ
              END-PERFORM
              CLOSE HOLD-QUEUE.

              B200-AGE-REJECTS.
              MOVE 2 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT REJECTS
              PERFORM UNTIL END-OF-QUEUE
                READ REJECTS
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF REJECT-PENDING
                      MOVE SPACES TO WS-ITEM-KEY
                      STRING 'UID ' RJ-UID DELIMITED BY SIZE
                          INTO WS-ITEM-KEY
                      END-STRING
                      MOVE RJ-DATE TO WS-ITEM-DATE
                      PERFORM X000-AGE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE REJECTS.

              *> WATCHREV rewrites the queue minus every match it
              *> clears or blocks, so whatever is on it is open
              B300-AGE-WATCH-QUEUE.
              MOVE 3 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT WATCH-QUEUE
              PERFORM UNTIL END-OF-QUEUE
                READ WATCH-QUEUE
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING 'MATCH ' WQ-MATCH-ID DELIMITED BY SIZE
                        INTO WS-ITEM-KEY
                    END-STRING
                    MOVE WQ-FILED-DATE TO WS-ITEM-DATE
                    PERFORM X000-AGE-ONE-ITEM
                END-READ
              END-PERFORM
              CLOSE WATCH-QUEUE.

              B400-AGE-COMPLIANCE-CASES.
              MOVE 4 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-QUEUE
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF COMP-CASE-OPEN
                      MOVE SPACES TO WS-ITEM-KEY
                      STRING 'CASE ' CP-CASE-ID DELIMITED BY SIZE
                          INTO WS-ITEM-KEY
                      END-STRING
                      MOVE CP-EVENT-DATE TO WS-ITEM-DATE
                      PERFORM X000-AGE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              B500-AGE-DISPUTE-CASES.
              MOVE 5 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT DISPUTE-CASES
              PERFORM UNTIL END-OF-QUEUE
                READ DISPUTE-CASES
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF CASE-OPEN
                      MOVE SPACES TO WS-ITEM-KEY
                      STRING 'CASE ' DC-CASE-ID DELIMITED BY SIZE
                          INTO WS-ITEM-KEY
                      END-STRING
                      MOVE DC-OPENED-DATE TO WS-ITEM-DATE
                      PERFORM X000-AGE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISPUTE-CASES.

              *> a slot still pending is waiting on CORRAPPR; an
              *> approved one is waiting on CORRPOST - both are
              *> open until the slot is applied or discarded
              B600-AGE-CORRECTION-STAGING.
              MOVE 6 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT CORRECTION-STAGING
              MOVE 1 TO WS-STAGING-SLOT
              START CORRECTION-STAGING KEY IS NOT LESS THAN
                  WS-STAGING-SLOT
                INVALID KEY
                  SET END-OF-QUEUE TO TRUE
              END-START
              PERFORM UNTIL END-OF-QUEUE
                READ CORRECTION-STAGING NEXT RECORD
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF CORRECTION-PENDING OR CORRECTION-APPROVED
                      MOVE SPACES TO WS-ITEM-KEY
                      STRING 'SLOT ' WS-STAGING-SLOT
                          DELIMITED BY SIZE INTO WS-ITEM-KEY
                      END-STRING
                      MOVE CS-STAGED-DATE TO WS-ITEM-DATE
                      PERFORM X000-AGE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CORRECTION-STAGING.

              *> OPERMNT rewrites the pending file minus every
              *> change it confirms or rejects
              B700-AGE-OPERATOR-PENDING.
              MOVE 7 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT PENDING-CHANGES
              PERFORM UNTIL END-OF-QUEUE
                READ PENDING-CHANGES
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING 'OPER ' PC-TARGET-ID DELIMITED BY SIZE
                        INTO WS-ITEM-KEY
                    END-STRING
                    MOVE PC-KEYED-DATE TO WS-ITEM-DATE
                    PERFORM X000-AGE-ONE-ITEM
                END-READ
              END-PERFORM
              CLOSE PENDING-CHANGES.

              B800-AGE-SUSPENSE-ITEMS.
              MOVE 8 TO WS-THIS-QUEUE
              MOVE 'N' TO WS-QUEUE-EOF
              OPEN INPUT SUSPENSE-ITEMS
              PERFORM UNTIL END-OF-QUEUE
                READ SUSPENSE-ITEMS NEXT RECORD
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF SUSPENSE-ITEM-OPEN
                      MOVE SPACES TO WS-ITEM-KEY
                      STRING 'UID ' SI-ITEM-UID DELIMITED BY SIZE
                          INTO WS-ITEM-KEY
                      END-STRING
                      MOVE SI-FILED-DATE TO WS-ITEM-DATE
                      PERFORM X000-AGE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ITEMS.

              C000-PRINT-QUEUE-LINES.
              MOVE
                  '  QUEUE     OWNING TEAM  SLA   OPEN OLDEST'
                  TO REPORT-LINE
              MOVE '   PAST  TWICE' TO REPORT-LINE(43:14)
              WRITE REPORT-LINE
              PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                  UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                MOVE WS-Q-NAME(WS-Q-IDX) TO QL-QUEUE-NAME
                MOVE WS-Q-TEAM(WS-Q-IDX) TO QL-TEAM
                MOVE WS-Q-SLA-DAYS(WS-Q-IDX) TO QL-SLA-DAYS
                MOVE WS-Q-OPEN-COUNT(WS-Q-IDX) TO QL-OPEN-COUNT
                MOVE WS-Q-OLDEST-AGE(WS-Q-IDX) TO QL-OLDEST-AGE
                MOVE WS-Q-BREACH-COUNT(WS-Q-IDX) TO QL-BREACH-COUNT
                MOVE WS-Q-ESCALATED-COUNT(WS-Q-IDX) TO
                    QL-ESCALATED-COUNT
                WRITE REPORT-LINE FROM WS-QUEUE-LINE
              END-PERFORM.

              *> breaches grouped under each owning team, in the
              *> order the teams first appear on the queue table
              D000-PRINT-BREACHES-BY-TEAM.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'SLA BREACHES BY OWNING TEAM' TO REPORT-LINE
              WRITE REPORT-LINE
              IF WS-BR-COUNT = 0
                MOVE '    NO ITEM PAST ITS SLA' TO REPORT-LINE
                WRITE REPORT-LINE
                EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                  UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                MOVE 'N' TO WS-TEAM-SEEN
                PERFORM VARYING WS-EARLIER-IDX FROM 1 BY 1
                    UNTIL WS-EARLIER-IDX >= WS-Q-IDX
                  IF WS-Q-TEAM(WS-EARLIER-IDX) =
                      WS-Q-TEAM(WS-Q-IDX)
                    SET TEAM-ALREADY-LISTED TO TRUE
                  END-IF
                END-PERFORM
                IF NOT TEAM-ALREADY-LISTED
                  PERFORM D100-PRINT-ONE-TEAM
                END-IF
              END-PERFORM.

              D100-PRINT-ONE-TEAM.
              MOVE SPACES TO REPORT-LINE
              STRING '  TEAM ' WS-Q-TEAM(WS-Q-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                  UNTIL WS-BR-IDX > WS-BR-COUNT
                IF WS-Q-TEAM(WS-BR-QUEUE(WS-BR-IDX)) =
                    WS-Q-TEAM(WS-Q-IDX)
                  MOVE WS-Q-NAME(WS-BR-QUEUE(WS-BR-IDX)) TO
                      BL-QUEUE-NAME
                  MOVE WS-BR-KEY(WS-BR-IDX) TO BL-KEY
                  MOVE WS-BR-DATE(WS-BR-IDX) TO BL-DATE
                  MOVE WS-BR-AGE(WS-BR-IDX) TO BL-AGE
                  MOVE WS-Q-SLA-DAYS(WS-BR-QUEUE(WS-BR-IDX)) TO
                      BL-SLA-DAYS
                  IF WS-BR-ESCALATED(WS-BR-IDX) = 'Y'
                    MOVE '*** TWICE SLA' TO BL-FLAG
                  ELSE
                    MOVE SPACES TO BL-FLAG
                  END-IF
                  WRITE REPORT-LINE FROM WS-BREACH-LINE
                END-IF
              END-PERFORM.

              *> rewritten whole every run - OPSCON only ever
              *> shows the latest picture
              E000-WRITE-SUMMARY-ROWS.
              OPEN OUTPUT AGING-SUMMARY
              PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                  UNTIL WS-Q-IDX > WS-QUEUE-COUNT
                MOVE WS-Q-NAME(WS-Q-IDX) TO QA-QUEUE-NAME
                MOVE WS-Q-TEAM(WS-Q-IDX) TO QA-OWNING-TEAM
                MOVE WS-Q-SLA-DAYS(WS-Q-IDX) TO QA-SLA-DAYS
                MOVE WS-Q-OPEN-COUNT(WS-Q-IDX) TO QA-OPEN-COUNT
                MOVE WS-Q-OLDEST-AGE(WS-Q-IDX) TO QA-OLDEST-AGE
                MOVE WS-Q-BREACH-COUNT(WS-Q-IDX) TO QA-BREACH-COUNT
                MOVE WS-Q-ESCALATED-COUNT(WS-Q-IDX) TO
                    QA-ESCALATED-COUNT
                MOVE WS-AGING-DATE TO QA-RUN-DATE
                WRITE QUEUE-AGING-SUMMARY-RECORD
              END-PERFORM
              CLOSE AGING-SUMMARY.

              *> one open item off the queue WS-THIS-QUEUE names.
              *> An item with no usable filed date (a row parked
              *> before the queue carried one) is counted but
              *> cannot be aged
              X000-AGE-ONE-ITEM.
              ADD 1 TO WS-ITEMS-OPEN
              ADD 1 TO WS-Q-OPEN-COUNT(WS-THIS-QUEUE)
              IF WS-ITEM-DATE IS NOT NUMERIC
                  OR WS-ITEM-DATE = 0
                  OR WS-ITEM-DATE > WS-AGING-DATE
                ADD 1 TO WS-ITEMS-UNDATED
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-ITEM-AGE =
                  FUNCTION INTEGER-OF-DATE(WS-AGING-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
              IF WS-ITEM-AGE > WS-Q-OLDEST-AGE(WS-THIS-QUEUE)
                MOVE WS-ITEM-AGE TO WS-Q-OLDEST-AGE(WS-THIS-QUEUE)
              END-IF
              IF WS-ITEM-AGE NOT > WS-Q-SLA-DAYS(WS-THIS-QUEUE)
                EXIT PARAGRAPH
              END-IF

              ADD 1 TO WS-ITEMS-BREACHED
              ADD 1 TO WS-Q-BREACH-COUNT(WS-THIS-QUEUE)
              COMPUTE WS-TWICE-SLA =
                  WS-Q-SLA-DAYS(WS-THIS-QUEUE) * 2
              MOVE 'N' TO WS-BREACH-LISTED
              IF WS-BR-COUNT < 500
                SET BREACH-ON-TABLE TO TRUE
                ADD 1 TO WS-BR-COUNT
                MOVE WS-THIS-QUEUE TO WS-BR-QUEUE(WS-BR-COUNT)
                MOVE WS-ITEM-KEY TO WS-BR-KEY(WS-BR-COUNT)
                MOVE WS-ITEM-DATE TO WS-BR-DATE(WS-BR-COUNT)
                MOVE WS-ITEM-AGE TO WS-BR-AGE(WS-BR-COUNT)
                MOVE 'N' TO WS-BR-ESCALATED(WS-BR-COUNT)
              ELSE
                ADD 1 TO WS-BREACHES-UNLISTED
              END-IF

              IF WS-ITEM-AGE > WS-TWICE-SLA
                ADD 1 TO WS-ITEMS-ESCALATED
                ADD 1 TO WS-Q-ESCALATED-COUNT(WS-THIS-QUEUE)
                IF BREACH-ON-TABLE
                  MOVE 'Y' TO WS-BR-ESCALATED(WS-BR-COUNT)
                END-IF
                MOVE WS-ITEM-AGE TO WS-AGE-DAYS
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'PAST TWICE SLA - ' WS-Q-NAME(WS-THIS-QUEUE)
                    ' ' WS-ITEM-KEY ' AGE ' WS-AGE-DAYS
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'QUEAGE  ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.
