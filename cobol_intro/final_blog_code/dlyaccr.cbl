            *> has already accrued so a rerun cannot double-book.
            *> Nothing posts here: the ledger is earned-but-
            *> unposted interest, drained by INTACCR at period
            *> end and by ACCTSTAT at closure. Each night's
            *> booking is also written to the accrual-movement
            *> history (see copybooks/ACCRMOV) so BRPROFIT can
            *> say what interest cost a branch took on in a month.
            *> An open account overdrawn at end of day is charged
            *> a night's debit interest instead - a thirtieth of
            *> the overdraft rate DRTLKUP resolves for its branch
            *> or product, on the overdrawn amount - booked onto
            *> its own debit-interest ledger (see copybooks/
            *> DRINTLDG) for INTACCR to post on the account's
            *> cycle date.
            *> An account enrolled in a promotional campaign
            *> earns the campaign's bonus on top of its tier rate
            *> for as long as the enrolment is in force (see
            *> CAMPLKUP), and the bonus slice of each night's
            *> booking is costed to the campaign on
            *> campaign_cost.txt (see copybooks/CAMPCST).
            *> The walk checkpoints through ACCTCKP as it goes, so
            *> a rerun after a failure resumes after the last
            *> account finished with the same totals
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-ACCOUNT-ID.

                  SELECT OPTIONAL ACCRUAL-MOVEMENTS
                      ASSIGN TO 'accrual_movement.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the overdrawn side, kept on its own ledger
                  SELECT OPTIONAL DEBIT-INTEREST-LEDGER
                      ASSIGN TO 'debit_interest_ledger.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DI-ACCOUNT-ID.

                  *> what each campaign's bonus costs, night by
                  *> night
                  SELECT OPTIONAL CAMPAIGN-COSTS
                      ASSIGN TO 'campaign_cost.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                FD ACCRUAL-LEDGER.
                COPY ACCRLDG.

                FD ACCRUAL-MOVEMENTS.
                COPY ACCRMOV.

                FD DEBIT-INTEREST-LEDGER.
                COPY DRINTLDG.

                FD CAMPAIGN-COSTS.
                COPY CAMPCST.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                *> period is worked as thirty accrual nights
                01 WS-DAILY-INTEREST PIC S9(6)V9(2) VALUE 0.

                *> CAMPLKUP's answer - the campaign bonus in force
                *> tonight, and the part of the night's booking it
                *> accounts for
                01 WS-CAMPAIGN-BONUS PIC 9V999 VALUE 0.
                01 WS-CAMPAIGN-CODE PIC X(6) VALUE SPACES.
                01 WS-DAILY-BONUS PIC S9(6)V9(2) VALUE 0.

                01 WS-LEDGER-ROW-FOUND PIC X VALUE 'N'.
                  88 LEDGER-ROW-ON-FILE VALUE 'Y'.

                *> DRTLKUP's overdraft rate for the account, and
                *> the night's charge on the overdrawn amount
                01 WS-DEBIT-RATE PIC 9V999.
                01 WS-DEBIT-RATE-STATUS PIC X.
                  88 DEBIT-RATE-FOUND VALUE 'Y'.
                  88 DEBIT-RATE-NOT-FOUND VALUE 'N'.
                01 WS-DAILY-DEBIT PIC S9(6)V9(2) VALUE 0.
                01 WS-DEBIT-ROW-FOUND PIC X VALUE 'N'.
                  88 DEBIT-ROW-ON-FILE VALUE 'Y'.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
                  05 WS-ACCRUED-COUNT PIC 9(5) VALUE 0.
                  05 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-ALREADY-DONE-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-ACCRUED PIC S9(9)V9(2) VALUE 0.
                  05 WS-DEBIT-ACCRUED-COUNT PIC 9(5) VALUE 0.
                  05 WS-NO-DEBIT-RATE-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-DEBIT PIC S9(9)V9(2) VALUE 0.
                  05 WS-CAMPAIGN-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-CAMPAIGN PIC S9(9)V9(2) VALUE 0.

                *> checkpoint/restart through ACCTCKP - what the
                *> walk has counted so far travels with each
                *> checkpoint, so a rerun picks up with the same
                *> totals
                01 WS-CKP-STATUS PIC X VALUE 'F'.
                  88 CHECKPOINT-RESTART VALUE 'R'.
                01 WS-CKP-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-CKP-STATE.
                  05 WS-CKP-COUNTS PIC X(150).
                  05 FILLER PIC X(250).

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A100-RESUME-FROM-CHECKPOINT
              OPEN INPUT ACCOUNT-MASTER
              OPEN I-O ACCRUAL-LEDGER
              OPEN EXTEND ACCRUAL-MOVEMENTS
              OPEN I-O DEBIT-INTEREST-LEDGER
              OPEN EXTEND CAMPAIGN-COSTS
              IF CHECKPOINT-RESTART
                PERFORM A110-POSITION-AFTER-CHECKPOINT
              END-IF

              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM B000-ACCRUE-ONE-NIGHT
                    PERFORM A200-TAKE-CHECKPOINT
                END-READ
              END-PERFORM

              CLOSE ACCOUNT-MASTER
              CLOSE ACCRUAL-LEDGER
              CLOSE ACCRUAL-MOVEMENTS
              CLOSE DEBIT-INTEREST-LEDGER
              CLOSE CAMPAIGN-COSTS
              *> a clean finish - the next run starts from the top
              CALL 'ACCTCKP' USING 'DLYACCR   ', 'C', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'DLYACCR - END OF JOB SUMMARY'
                  WS-ALREADY-DONE-COUNT
              DISPLAY 'SKIPPED           : ' WS-SKIPPED-COUNT
              DISPLAY 'ACCRUED TONIGHT   : ' WS-TOTAL-ACCRUED
              DISPLAY 'OVERDRAWN CHARGED : '
                  WS-DEBIT-ACCRUED-COUNT
              DISPLAY 'NO DEBIT RATE     : '
                  WS-NO-DEBIT-RATE-COUNT
              DISPLAY 'DEBIT INTEREST    : ' WS-TOTAL-DEBIT
              DISPLAY 'CAMPAIGN BONUSES  : ' WS-CAMPAIGN-COUNT
              DISPLAY 'CAMPAIGN COST     : ' WS-TOTAL-CAMPAIGN
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              COMPUTE WS-STAT-POSTED =
                  WS-ACCRUED-COUNT + WS-DEBIT-ACCRUED-COUNT
              CALL 'RUNSTAT' USING 'DLYACCR   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone - the same
              *> MAINMENU
              GOBACK.

              *> a checkpoint left by a run that died part way
              *> puts the walk back after the last account it
              *> finished, under that run's date and with its
              *> counters (see ACCTCKP)
              A100-RESUME-FROM-CHECKPOINT.
              CALL 'ACCTCKP' USING 'DLYACCR   ', 'R', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL
              IF CHECKPOINT-RESTART
                MOVE 'Y' TO WS-STAT-RESTARTED
                MOVE WS-CKP-COUNTS TO WS-COUNTS
                DISPLAY 'DLYACCR - RESTARTING AFTER ACCOUNT '
                    WS-CKP-ACCOUNT
              END-IF.

              A110-POSITION-AFTER-CHECKPOINT.
              MOVE WS-CKP-ACCOUNT TO AM-ACCOUNT-ID
              START ACCOUNT-MASTER KEY > AM-ACCOUNT-ID
                INVALID KEY
                  SET END-OF-MASTER TO TRUE
              END-START.

              *> the account just finished goes to ACCTCKP with
              *> the counters as they now stand
              A200-TAKE-CHECKPOINT.
              MOVE WS-COUNTS TO WS-CKP-COUNTS
              MOVE AM-ACCOUNT-ID TO WS-CKP-ACCOUNT
              CALL 'ACCTCKP' USING 'DLYACCR   ', 'S', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL.

              *> the same earning gates as INTACCR's B000 - only
              *> an open account with a positive balance earns;
              *> an account already accrued tonight is left alone.
              *> An open account below zero is charged debit
              *> interest instead
              B000-ACCRUE-ONE-NIGHT.
              *> an installment loan's balance is principal the
              *> customer owes - it earns nothing here, and its
              *> interest is the amortization schedule's
              IF NOT ACCOUNT-OPEN
                  OR PRODUCT-LOAN
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
              END-IF
              IF AM-BALANCE < 0
                PERFORM E000-CHARGE-ONE-NIGHT
                EXIT PARAGRAPH
              END-IF
              IF AM-BALANCE = 0
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
              END-IF
                PERFORM D000-BOOK-THE-ACCRUAL
                ADD 1 TO WS-ACCRUED-COUNT
                ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED
                IF WS-CAMPAIGN-BONUS > 0
                  PERFORM D100-COST-THE-BONUS
                END-IF
              ELSE
                ADD 1 TO WS-SKIPPED-COUNT
              END-IF.

              *> a term deposit accrues at its contractual rate,
              *> everything else at the branch/tier rate - the
              *> same split INTACCR and MATURITY draw. A
              *> campaign bonus rides on the tier rate only - a
              *> term deposit's contract rate is what MATURITY
              *> pays, so no bonus is accrued on it
              C100-RESOLVE-THE-RATE.
              MOVE 0 TO WS-CAMPAIGN-BONUS
              IF PRODUCT-TERM
                MOVE AM-TERM-RATE TO WS-RATE
                SET ACCOUNT-RATE-FOUND TO TRUE
                CALL 'RATELKUP' USING AM-ACCOUNT-ID,
                    WS-RUN-DATE, WS-RATE, WS-RATE-STATUS
                END-CALL
                IF ACCOUNT-RATE-FOUND
                  CALL 'CAMPLKUP' USING AM-ACCOUNT-ID,
                      WS-RUN-DATE, WS-CAMPAIGN-BONUS,
                      WS-CAMPAIGN-CODE
                  END-CALL
                  ADD WS-CAMPAIGN-BONUS TO WS-RATE
                END-IF
              END-IF.

              D000-BOOK-THE-ACCRUAL.
                  INVALID KEY
                    CONTINUE
                END-WRITE
              END-IF
              MOVE WS-RUN-DATE TO AV-MOVEMENT-DATE
              MOVE AM-ACCOUNT-ID TO AV-ACCOUNT-ID
              MOVE WS-DAILY-INTEREST TO AV-AMOUNT
              MOVE 'DLYACCR ' TO AV-PROGRAM
              WRITE ACCRUAL-MOVEMENT-RECORD.

              *> the bonus slice of tonight's booking, worked the
              *> same way as the booking itself
              D100-COST-THE-BONUS.
              COMPUTE WS-DAILY-BONUS ROUNDED =
                  AM-BALANCE * WS-CAMPAIGN-BONUS / 30
              IF WS-DAILY-BONUS > 0
                MOVE WS-RUN-DATE TO CC-COST-DATE
                MOVE AM-ACCOUNT-ID TO CC-ACCOUNT-ID
                MOVE WS-CAMPAIGN-CODE TO CC-CAMPAIGN-CODE
                MOVE WS-DAILY-BONUS TO CC-AMOUNT
                MOVE 'DLYACCR ' TO CC-PROGRAM
                WRITE CAMPAIGN-COST-RECORD
                ADD 1 TO WS-CAMPAIGN-COUNT
                ADD WS-DAILY-BONUS TO WS-TOTAL-CAMPAIGN
              END-IF.

              *> the same once-a-night guard as the credit side -
              *> the ledger row's last date says tonight is done
              E000-CHARGE-ONE-NIGHT.
              MOVE 'N' TO WS-DEBIT-ROW-FOUND
              MOVE AM-ACCOUNT-ID TO DI-ACCOUNT-ID
              READ DEBIT-INTEREST-LEDGER
                INVALID KEY
                  MOVE 'N' TO WS-DEBIT-ROW-FOUND
                NOT INVALID KEY
                  SET DEBIT-ROW-ON-FILE TO TRUE
              END-READ
              IF DEBIT-ROW-ON-FILE
                  AND DI-LAST-ACCRUAL-DATE = WS-RUN-DATE
                ADD 1 TO WS-ALREADY-DONE-COUNT
                EXIT PARAGRAPH
              END-IF
              CALL 'DRTLKUP' USING AM-ACCOUNT-ID, AM-PRODUCT-TYPE,
                  WS-DEBIT-RATE, WS-DEBIT-RATE-STATUS
              END-CALL
              IF DEBIT-RATE-NOT-FOUND
                ADD 1 TO WS-NO-DEBIT-RATE-COUNT
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-DAILY-DEBIT ROUNDED =
                  (0 - AM-BALANCE) * WS-DEBIT-RATE / 30
              IF WS-DAILY-DEBIT NOT > 0
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
              END-IF
              IF DEBIT-ROW-ON-FILE
                ADD WS-DAILY-DEBIT TO DI-ACCRUED-AMOUNT
                MOVE WS-RUN-DATE TO DI-LAST-ACCRUAL-DATE
                REWRITE DEBIT-INTEREST-LEDGER-RECORD
              ELSE
                MOVE AM-ACCOUNT-ID TO DI-ACCOUNT-ID
                MOVE WS-DAILY-DEBIT TO DI-ACCRUED-AMOUNT
                MOVE WS-RUN-DATE TO DI-LAST-ACCRUAL-DATE
                WRITE DEBIT-INTEREST-LEDGER-RECORD
                  INVALID KEY
                    CONTINUE
                END-WRITE
              END-IF
              ADD 1 TO WS-DEBIT-ACCRUED-COUNT
              ADD WS-DAILY-DEBIT TO WS-TOTAL-DEBIT.
