            IDENTIFICATION DIVISION.
            PROGRAM-ID. ACCTCKP.
            *> shared checkpoint/restart for the steps that walk
            *> ACCOUNT-MASTER start to finish (INTACCR, DLYACCR,
            *> FEEASSES, STMTGEN, MATURITY). TRANLOAD and ARCHIVE
            *> could always pick up mid-file; a walker that died
            *> at account 40,000 of 60,000 had to go again from
            *> the top, and the UID control files do nothing to
            *> stop an account being posted twice. The caller
            *> hands this its counters after every account it
            *> finishes:
            *>   'R' resume - at start of job; answers 'R' with
            *>       the last account finished, the counters as
            *>       they stood then and the run date the walk
            *>       started under, or 'F' for a fresh start
            *>   'S' save   - after each account; every N
            *>       accounts (checkpoint_interval.txt, 50 if not
            *>       set) the checkpoint row on
            *>       account_checkpoint.txt is rewritten, and the
            *>       accounts in between go on the step's own
            *>       trail so a rerun skips those as well rather
            *>       than posting them a second time
            *>   'C' clear  - at clean end of job; the row and
            *>       the trail go, so the next run starts fresh
            *> A CALLed subprogram in RUNCTL's shape, with the
            *> same load-whole-file-and-rewrite handling of its
            *> control file
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL ACCOUNT-CHECKPOINT
                      ASSIGN TO 'account_checkpoint.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one trail per step, named after it - the
                  *> ASSIGN USING idiom BACKUP's generations use
                  SELECT OPTIONAL CHECKPOINT-TRAIL
                      ASSIGN USING WS-TRAIL-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CHECKPOINT-INTERVAL
                      ASSIGN TO 'checkpoint_interval.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-CHECKPOINT.
                COPY CKPTREC.

                *> an account finished since the last checkpoint,
                *> with the counters as they stood after it
                FD CHECKPOINT-TRAIL.
                01 CHECKPOINT-TRAIL-RECORD.
                  02 CT-RUN-DATE PIC 9(8).
                  02 CT-LAST-ACCOUNT PIC S9(7).
                  02 CT-ACCOUNTS-DONE PIC 9(7).
                  02 CT-STATE PIC X(400).

                FD CHECKPOINT-INTERVAL.
                01 CHECKPOINT-INTERVAL-RECORD.
                  02 CI-INTERVAL PIC 9(5).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CHECKPOINT-EOF PIC X VALUE 'N'.
                    88 END-OF-CHECKPOINT VALUE 'Y'.
                  05 WS-TRAIL-EOF PIC X VALUE 'N'.
                    88 END-OF-TRAIL VALUE 'Y'.
                  05 WS-INTERVAL-EOF PIC X VALUE 'N'.
                    88 END-OF-INTERVAL VALUE 'Y'.

                01 WS-TRAIL-NAME PIC X(40) VALUE SPACES.

                *> how many accounts between checkpoints, and how
                *> far the caller is past the last one - held
                *> across CALLs for the life of the run
                01 WS-INTERVAL PIC 9(5) VALUE 50.
                01 WS-SINCE-CHECKPOINT PIC 9(5) VALUE 0.
                01 WS-ACCOUNTS-DONE PIC 9(7) VALUE 0.

                *> account_checkpoint.txt loaded into memory,
                *> updated, and rewritten whole - same pattern
                *> RUNCTL uses for run_control.txt
                01 WS-CKP-TABLE.
                  05 WS-CKP-ENTRY OCCURS 20 TIMES.
                    10 WS-CKP-STEP PIC X(10).
                    10 WS-CKP-RUN-DATE PIC 9(8).
                    10 WS-CKP-ACCOUNT PIC S9(7).
                    10 WS-CKP-DONE PIC 9(7).
                    10 WS-CKP-STATE PIC X(400).
                01 WS-CKP-COUNT PIC 9(2) VALUE 0.
                01 WS-CKP-IDX PIC 9(2).
                01 WS-THIS-IDX PIC 9(2) VALUE 0.

            LINKAGE SECTION.
              01 LS-STEP-NAME PIC X(10).
              01 LS-CKP-ACTION PIC X.
                88 LS-CKP-RESUME VALUE 'R'.
                88 LS-CKP-SAVE VALUE 'S'.
                88 LS-CKP-CLEAR VALUE 'C'.
              01 LS-RUN-DATE PIC 9(8).
              01 LS-LAST-ACCOUNT PIC S9(7).
              01 LS-STATE PIC X(400).
              01 LS-CKP-STATUS PIC X.
                88 LS-FRESH-START VALUE 'F'.
                88 LS-RESTARTING VALUE 'R'.

            PROCEDURE DIVISION USING LS-STEP-NAME, LS-CKP-ACTION,
                LS-RUN-DATE, LS-LAST-ACCOUNT, LS-STATE,
                LS-CKP-STATUS.
              A000-MAIN-PARA.
              MOVE SPACES TO WS-TRAIL-NAME
              STRING 'checkpoint_trail_' DELIMITED BY SIZE
                  LS-STEP-NAME DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-TRAIL-NAME
              END-STRING

              EVALUATE TRUE
                WHEN LS-CKP-RESUME
                  PERFORM B000-RESUME
                WHEN LS-CKP-SAVE
                  PERFORM C000-SAVE
                WHEN LS-CKP-CLEAR
                  PERFORM D000-CLEAR
              END-EVALUATE

              GOBACK.

              *> the checkpoint row puts the caller back where it
              *> stood at the last checkpoint; anything on the
              *> trail finished after that and moves it on again
              B000-RESUME.
              SET LS-FRESH-START TO TRUE
              MOVE 0 TO WS-SINCE-CHECKPOINT
              MOVE 0 TO WS-ACCOUNTS-DONE
              PERFORM B100-LOAD-INTERVAL
              PERFORM E000-LOAD-CHECKPOINTS
              IF WS-THIS-IDX NOT = 0
                SET LS-RESTARTING TO TRUE
                MOVE WS-CKP-RUN-DATE(WS-THIS-IDX) TO LS-RUN-DATE
                MOVE WS-CKP-ACCOUNT(WS-THIS-IDX) TO LS-LAST-ACCOUNT
                MOVE WS-CKP-DONE(WS-THIS-IDX) TO WS-ACCOUNTS-DONE
                MOVE WS-CKP-STATE(WS-THIS-IDX) TO LS-STATE
              END-IF

              *> a trail with no checkpoint row behind it is a run
              *> that died before its first checkpoint - still a
              *> restart, from the trail alone
              MOVE 'N' TO WS-TRAIL-EOF
              OPEN INPUT CHECKPOINT-TRAIL
              PERFORM UNTIL END-OF-TRAIL
                READ CHECKPOINT-TRAIL
                  AT END
                    SET END-OF-TRAIL TO TRUE
                  NOT AT END
                    SET LS-RESTARTING TO TRUE
                    MOVE CT-RUN-DATE TO LS-RUN-DATE
                    MOVE CT-LAST-ACCOUNT TO LS-LAST-ACCOUNT
                    MOVE CT-ACCOUNTS-DONE TO WS-ACCOUNTS-DONE
                    MOVE CT-STATE TO LS-STATE
                    ADD 1 TO WS-SINCE-CHECKPOINT
                END-READ
              END-PERFORM
              CLOSE CHECKPOINT-TRAIL.

              B100-LOAD-INTERVAL.
              MOVE 'N' TO WS-INTERVAL-EOF
              OPEN INPUT CHECKPOINT-INTERVAL
              READ CHECKPOINT-INTERVAL
                AT END
                  SET END-OF-INTERVAL TO TRUE
                NOT AT END
                  IF CI-INTERVAL IS NUMERIC AND CI-INTERVAL > 0
                    MOVE CI-INTERVAL TO WS-INTERVAL
                  END-IF
              END-READ
              CLOSE CHECKPOINT-INTERVAL.

              *> one more account finished - the checkpoint row
              *> on every Nth, the trail in between
              C000-SAVE.
              ADD 1 TO WS-ACCOUNTS-DONE
              ADD 1 TO WS-SINCE-CHECKPOINT
              IF WS-SINCE-CHECKPOINT < WS-INTERVAL
                OPEN EXTEND CHECKPOINT-TRAIL
                MOVE LS-RUN-DATE TO CT-RUN-DATE
                MOVE LS-LAST-ACCOUNT TO CT-LAST-ACCOUNT
                MOVE WS-ACCOUNTS-DONE TO CT-ACCOUNTS-DONE
                MOVE LS-STATE TO CT-STATE
                WRITE CHECKPOINT-TRAIL-RECORD
                CLOSE CHECKPOINT-TRAIL
                EXIT PARAGRAPH
              END-IF

              PERFORM E000-LOAD-CHECKPOINTS
              IF WS-THIS-IDX = 0
                  AND WS-CKP-COUNT < 20
                ADD 1 TO WS-CKP-COUNT
                MOVE WS-CKP-COUNT TO WS-THIS-IDX
                MOVE LS-STEP-NAME TO WS-CKP-STEP(WS-THIS-IDX)
              END-IF
              IF WS-THIS-IDX NOT = 0
                MOVE LS-RUN-DATE TO WS-CKP-RUN-DATE(WS-THIS-IDX)
                MOVE LS-LAST-ACCOUNT TO WS-CKP-ACCOUNT(WS-THIS-IDX)
                MOVE WS-ACCOUNTS-DONE TO WS-CKP-DONE(WS-THIS-IDX)
                MOVE LS-STATE TO WS-CKP-STATE(WS-THIS-IDX)
                PERFORM E100-SAVE-CHECKPOINTS
              END-IF
              *> the checkpoint now covers everything the trail
              *> held
              PERFORM D100-EMPTY-TRAIL
              MOVE 0 TO WS-SINCE-CHECKPOINT.

              D000-CLEAR.
              PERFORM E000-LOAD-CHECKPOINTS
              IF WS-THIS-IDX NOT = 0
                PERFORM VARYING WS-CKP-IDX FROM WS-THIS-IDX BY 1
                    UNTIL WS-CKP-IDX >= WS-CKP-COUNT
                  MOVE WS-CKP-ENTRY(WS-CKP-IDX + 1) TO
                      WS-CKP-ENTRY(WS-CKP-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-CKP-COUNT
                PERFORM E100-SAVE-CHECKPOINTS
              END-IF
              PERFORM D100-EMPTY-TRAIL
              MOVE 0 TO WS-SINCE-CHECKPOINT
              MOVE 0 TO WS-ACCOUNTS-DONE.

              D100-EMPTY-TRAIL.
              OPEN OUTPUT CHECKPOINT-TRAIL
              CLOSE CHECKPOINT-TRAIL.

              *> every step's checkpoint row, and which of them
              *> (if any) is the caller's
              E000-LOAD-CHECKPOINTS.
              MOVE 0 TO WS-CKP-COUNT
              MOVE 0 TO WS-THIS-IDX
              MOVE 'N' TO WS-CHECKPOINT-EOF
              OPEN INPUT ACCOUNT-CHECKPOINT
              PERFORM UNTIL END-OF-CHECKPOINT
                READ ACCOUNT-CHECKPOINT
                  AT END
                    SET END-OF-CHECKPOINT TO TRUE
                  NOT AT END
                    IF WS-CKP-COUNT < 20
                      ADD 1 TO WS-CKP-COUNT
                      MOVE CK-STEP-NAME TO
                          WS-CKP-STEP(WS-CKP-COUNT)
                      MOVE CK-RUN-DATE TO
                          WS-CKP-RUN-DATE(WS-CKP-COUNT)
                      MOVE CK-LAST-ACCOUNT TO
                          WS-CKP-ACCOUNT(WS-CKP-COUNT)
                      MOVE CK-ACCOUNTS-DONE TO
                          WS-CKP-DONE(WS-CKP-COUNT)
                      MOVE CK-STATE TO
                          WS-CKP-STATE(WS-CKP-COUNT)
                      IF CK-STEP-NAME = LS-STEP-NAME
                        MOVE WS-CKP-COUNT TO WS-THIS-IDX
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-CHECKPOINT.

              E100-SAVE-CHECKPOINTS.
              OPEN OUTPUT ACCOUNT-CHECKPOINT
              PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                  UNTIL WS-CKP-IDX > WS-CKP-COUNT
                MOVE WS-CKP-STEP(WS-CKP-IDX) TO CK-STEP-NAME
                MOVE WS-CKP-RUN-DATE(WS-CKP-IDX) TO CK-RUN-DATE
                MOVE WS-CKP-ACCOUNT(WS-CKP-IDX) TO CK-LAST-ACCOUNT
                MOVE WS-CKP-DONE(WS-CKP-IDX) TO CK-ACCOUNTS-DONE
                MOVE WS-CKP-STATE(WS-CKP-IDX) TO CK-STATE
                WRITE CHECKPOINT-RECORD
              END-PERFORM
              CLOSE ACCOUNT-CHECKPOINT.
