            *> forward the same way TRANLOAD's C600-UPDATE-
            *> ACCOUNT-MASTER does - so interest shows up in
            *> TRANRPT, GLEXTR and RECONRPT like any other posting.
            *> Interest UIDs come from UIDALLOC's INTEREST range
            *> (80001-84999).
            *> Each accrual row drained at period end is written
            *> to the accrual-movement history as it zeroes.
            *> The debit interest DLYACCR ran up on an overdrawn
            *> balance (see copybooks/DRINTLDG) is charged here
            *> on the same cycle night as a posting of its own
            *> ('O', DESC 'DEBIT INTEREST'), so the statement
            *> shows it on its own line and GLEXTR books it to
            *> interest income rather than netting it off the
            *> interest paid.
            *> An account enrolled in a promotional campaign has
            *> the campaign's bonus added onto its tier rate while
            *> the enrolment is in force (see CAMPLKUP); where
            *> DLYACCR was not accruing the account, the period's
            *> bonus is costed to the campaign here (see
            *> copybooks/CAMPCST).
            *> The walk checkpoints through ACCTCKP as it goes: a
            *> rerun after a failure resumes after the last
            *> account finished, with the same totals, instead
            *> of paying interest twice from the top. The dead
            *> run's unused UIDs are simply left behind; the
            *> rerun draws a fresh block
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-ACCOUNT-ID.

                  *> each drain is written to the accrual-
                  *> movement history as a negative row (see
                  *> copybooks/ACCRMOV)
                  SELECT OPTIONAL ACCRUAL-MOVEMENTS
                      ASSIGN TO 'accrual_movement.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the overdrawn side DLYACCR books night by
                  *> night - charged here at cycle and zeroed
                  SELECT OPTIONAL DEBIT-INTEREST-LEDGER
                      ASSIGN TO 'debit_interest_ledger.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DI-ACCOUNT-ID.

                  *> what each campaign's bonus costs - DLYACCR
                  *> costs an accrued account night by night
                  SELECT OPTIONAL CAMPAIGN-COSTS
                      ASSIGN TO 'campaign_cost.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
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
                    88 END-OF-MASTER VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                01 WS-LEDGER-ROW-FOUND PIC X VALUE 'N'.
                  88 LEDGER-ROW-ON-FILE VALUE 'Y'.

                01 WS-DEBIT-INTEREST PIC S9(6)V9(2) VALUE 0.
                01 WS-DEBIT-ROW-FOUND PIC X VALUE 'N'.
                  88 DEBIT-ROW-ON-FILE VALUE 'Y'.

                *> the backup-withholding split - a flagged
                *> customer is paid net, the withheld slice
                *> books on the withholding ledger as the
                01 WS-REL-RATE-BONUS PIC 9V999.
                01 WS-REL-COMBINED PIC S9(9)V9(2).

                *> CAMPLKUP's answer - the promotional campaign
                *> bonus in force for the account tonight
                01 WS-CAMPAIGN-BONUS PIC 9V999 VALUE 0.
                01 WS-CAMPAIGN-CODE PIC X(6) VALUE SPACES.
                01 WS-CAMPAIGN-COST PIC S9(6)V9(2) VALUE 0.


                *> interest postings get a UID out of UIDALLOC's
                *> INTEREST range, well clear of the feed's range
                01 WS-NEXT-INTEREST-UID PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
                  05 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-NOT-OPEN-COUNT PIC 9(5) VALUE 0.
                  05 WS-TERM-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-LOAN-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-CYCLE-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-BONUS-COUNT PIC 9(5) VALUE 0.
                  05 WS-WITHHELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-WITHHELD PIC S9(9)V9(2) VALUE 0.
                  05 WS-TOTAL-INTEREST PIC S9(9)V9(2) VALUE 0.
                  05 WS-DEBIT-POSTED PIC 9(5) VALUE 0.
                  05 WS-DEBIT-WAIVED PIC 9(5) VALUE 0.
                  05 WS-TOTAL-DEBIT PIC S9(9)V9(2) VALUE 0.
                  05 WS-CAMPAIGN-COUNT PIC 9(5) VALUE 0.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> checkpoint/restart through ACCTCKP - what the
                *> walk has counted so far travels with each
                *> checkpoint, so a rerun picks up with the same
                *> totals
                01 WS-CKP-STATUS PIC X VALUE 'F'.
                  88 CHECKPOINT-RESTART VALUE 'R'.
                01 WS-CKP-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-CKP-STATE.
                  05 WS-CKP-COUNTS PIC X(150).
                  05 FILLER PIC X(5).
                  05 FILLER PIC X(245).

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A300-RESUME-FROM-CHECKPOINT

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O ACCRUAL-LEDGER
              OPEN EXTEND ACCRUAL-MOVEMENTS
              OPEN INPUT CUSTOMER-MASTER
              OPEN I-O DEBIT-INTEREST-LEDGER
              OPEN EXTEND CAMPAIGN-COSTS
              IF CHECKPOINT-RESTART
                PERFORM A310-POSITION-AFTER-CHECKPOINT
              END-IF

              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM B000-ACCRUE-ONE-ACCOUNT
                    PERFORM A400-TAKE-CHECKPOINT
                END-READ
              END-PERFORM

              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE ACCRUAL-LEDGER
              CLOSE ACCRUAL-MOVEMENTS
              CLOSE CUSTOMER-MASTER
              CLOSE DEBIT-INTEREST-LEDGER
              CLOSE CAMPAIGN-COSTS

              CALL 'UIDALLOC' USING 'INTEREST  ', 'INTACCR ', 'R',
                  WS-NEXT-INTEREST-UID
              END-CALL
              *> a clean finish - the next run starts from the top
              CALL 'ACCTCKP' USING 'INTACCR   ', 'C', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'INTACCR - END OF JOB SUMMARY'
              DISPLAY 'SKIPPED (NOT OPEN): ' WS-NOT-OPEN-COUNT
              DISPLAY 'SKIPPED (TERM)    : '
                  WS-TERM-SKIPPED-COUNT
              DISPLAY 'SKIPPED (LOAN)    : '
                  WS-LOAN-SKIPPED-COUNT
              DISPLAY 'SKIPPED (CYCLE)   : '
                  WS-CYCLE-SKIPPED-COUNT
              DISPLAY 'RATE BONUSES      : ' WS-BONUS-COUNT
              DISPLAY 'CAMPAIGN BONUSES  : ' WS-CAMPAIGN-COUNT
              DISPLAY 'WITHHELD POSTINGS : ' WS-WITHHELD-COUNT
              DISPLAY 'TOTAL WITHHELD    : ' WS-TOTAL-WITHHELD
              DISPLAY 'TOTAL INTEREST    : ' WS-TOTAL-INTEREST
              DISPLAY 'DEBIT INT POSTED  : ' WS-DEBIT-POSTED
              DISPLAY 'DEBIT INT WAIVED  : ' WS-DEBIT-WAIVED
              DISPLAY 'TOTAL DEBIT INT   : ' WS-TOTAL-DEBIT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              COMPUTE WS-STAT-POSTED =
                  WS-INTEREST-POSTED + WS-DEBIT-POSTED
              CALL 'RUNSTAT' USING 'INTACCR   ',
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
              A300-RESUME-FROM-CHECKPOINT.
              CALL 'ACCTCKP' USING 'INTACCR   ', 'R', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL
              IF CHECKPOINT-RESTART
                MOVE 'Y' TO WS-STAT-RESTARTED
                MOVE WS-CKP-COUNTS TO WS-COUNTS
                DISPLAY 'INTACCR - RESTARTING AFTER ACCOUNT '
                    WS-CKP-ACCOUNT
              END-IF.

              A310-POSITION-AFTER-CHECKPOINT.
              MOVE WS-CKP-ACCOUNT TO AM-ACCOUNT-ID
              START ACCOUNT-MASTER KEY > AM-ACCOUNT-ID
                INVALID KEY
                  SET END-OF-MASTER TO TRUE
              END-START.

              *> the account just finished goes to ACCTCKP with
              *> the counters as they now stand
              A400-TAKE-CHECKPOINT.
              MOVE WS-COUNTS TO WS-CKP-COUNTS
              MOVE AM-ACCOUNT-ID TO WS-CKP-ACCOUNT
              CALL 'ACCTCKP' USING 'INTACCR   ', 'S', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL.

              *> only an OPEN account with a positive balance
              *> earns interest - a frozen, closed or dormant
                ADD 1 TO WS-CYCLE-SKIPPED-COUNT
                EXIT PARAGRAPH
              END-IF
              *> whatever the balance is tonight, the debit
              *> interest run up over the cycle falls due now
              PERFORM C400-CHARGE-DEBIT-INTEREST
              IF PRODUCT-TERM
                *> a term deposit earns its contractual AM-TERM-
                *> RATE at maturity through the MATURITY run, not
                *> the branch/tier rate each period
                ADD 1 TO WS-TERM-SKIPPED-COUNT
              ELSE
              IF PRODUCT-LOAN
                *> an installment loan owes interest rather than
                *> earning it - the amortization schedule carries
                *> what each installment owes
                ADD 1 TO WS-LOAN-SKIPPED-COUNT
              ELSE
              IF NOT ACCOUNT-OPEN
                ADD 1 TO WS-NOT-OPEN-COUNT
              ELSE
                    ADD WS-REL-RATE-BONUS TO WS-RATE
                    ADD 1 TO WS-BONUS-COUNT
                  END-IF
                  CALL 'CAMPLKUP' USING AM-ACCOUNT-ID,
                      WS-RUN-DATE, WS-CAMPAIGN-BONUS,
                      WS-CAMPAIGN-CODE
                  END-CALL
                  IF WS-CAMPAIGN-BONUS > 0
                    ADD WS-CAMPAIGN-BONUS TO WS-RATE
                    ADD 1 TO WS-CAMPAIGN-COUNT
                  END-IF
                  COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                      AM-BALANCE * WS-RATE
                  *> when DLYACCR has been booking this account
                      AND AC-ACCRUED-AMOUNT > 0
                    MOVE AC-ACCRUED-AMOUNT TO
                        WS-INTEREST-AMOUNT
                  ELSE
                    IF WS-CAMPAIGN-BONUS > 0
                      PERFORM C600-COST-THE-BONUS
                    END-IF
                  END-IF
                  IF WS-INTEREST-AMOUNT > 0
                    PERFORM C300-APPLY-WITHHOLDING
                END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

              *> build and post the interest transaction against
              *> D000-WRITE-TRANSACTION and CORRPOST's
              *> E000-POST-OFFSETTING-ENTRY
              C000-POST-INTEREST-TRANSACTION.
              CALL 'UIDALLOC' USING 'INTEREST  ', 'INTACCR ', 'N',
                  WS-NEXT-INTEREST-UID
              END-CALL
              MOVE WS-NEXT-INTEREST-UID TO
                  UID OF TRANSACTION-STRUCT
              MOVE 'PERIOD INTEREST' TO
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              *> the new period from nothing
              C200-DRAIN-ACCRUAL-ROW.
              IF LEDGER-ROW-ON-FILE
                IF AC-ACCRUED-AMOUNT NOT = 0
                  MOVE WS-RUN-DATE TO AV-MOVEMENT-DATE
                  MOVE AM-ACCOUNT-ID TO AV-ACCOUNT-ID
                  COMPUTE AV-AMOUNT = 0 - AC-ACCRUED-AMOUNT
                  MOVE 'INTACCR ' TO AV-PROGRAM
                  WRITE ACCRUAL-MOVEMENT-RECORD
                END-IF
                MOVE 0 TO AC-ACCRUED-AMOUNT
                MOVE WS-RUN-DATE TO AC-LAST-ACCRUAL-DATE
                REWRITE ACCRUAL-LEDGER-RECORD
              CLOSE WITHHOLDING-LEDGER
              ADD 1 TO WS-WITHHELD-COUNT
              ADD WS-WITHHELD-AMOUNT TO WS-TOTAL-WITHHELD.

              *> the cycle's debit interest is charged onto the
              *> account even if the balance has since come back
              *> above zero; an account closed, escheated or
              *> charged off in the meantime is not charged - the
              *> row is written off with nothing posted
              C400-CHARGE-DEBIT-INTEREST.
              MOVE 'N' TO WS-DEBIT-ROW-FOUND
              MOVE AM-ACCOUNT-ID TO DI-ACCOUNT-ID
              READ DEBIT-INTEREST-LEDGER
                INVALID KEY
                  MOVE 'N' TO WS-DEBIT-ROW-FOUND
                NOT INVALID KEY
                  SET DEBIT-ROW-ON-FILE TO TRUE
              END-READ
              IF NOT DEBIT-ROW-ON-FILE
                  OR DI-ACCRUED-AMOUNT NOT > 0
                EXIT PARAGRAPH
              END-IF
              IF ACCOUNT-CLOSED OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CHARGED-OFF
                ADD 1 TO WS-DEBIT-WAIVED
              ELSE
                MOVE DI-ACCRUED-AMOUNT TO WS-DEBIT-INTEREST
                PERFORM C500-POST-DEBIT-TRANSACTION
              END-IF
              MOVE 0 TO DI-ACCRUED-AMOUNT
              MOVE WS-RUN-DATE TO DI-LAST-ACCRUAL-DATE
              REWRITE DEBIT-INTEREST-LEDGER-RECORD.

              *> the same journaled write and master rollforward
              *> as C000, the amount taken off the balance
              C500-POST-DEBIT-TRANSACTION.
              CALL 'UIDALLOC' USING 'INTEREST  ', 'INTACCR ', 'N',
                  WS-NEXT-INTEREST-UID
              END-CALL
              MOVE WS-NEXT-INTEREST-UID TO
                  UID OF TRANSACTION-STRUCT
              MOVE 'DEBIT INTEREST' TO
                  DESC OF TRANSACTION-STRUCT
              COMPUTE AMOUNT OF TRANSACTION-STRUCT =
                  0 - WS-DEBIT-INTEREST
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE - WS-DEBIT-INTEREST
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET DEBIT-INTEREST OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'INTACCR ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL

              ADD 1 TO WS-DEBIT-POSTED
              ADD WS-DEBIT-INTEREST TO WS-TOTAL-DEBIT.

              *> the bonus slice of a freshly computed period's
              *> interest, costed before C000 rolls the balance
              *> forward
              C600-COST-THE-BONUS.
              COMPUTE WS-CAMPAIGN-COST ROUNDED =
                  AM-BALANCE * WS-CAMPAIGN-BONUS
              IF WS-CAMPAIGN-COST > 0
                MOVE WS-RUN-DATE TO CC-COST-DATE
                MOVE AM-ACCOUNT-ID TO CC-ACCOUNT-ID
                MOVE WS-CAMPAIGN-CODE TO CC-CAMPAIGN-CODE
                MOVE WS-CAMPAIGN-COST TO CC-AMOUNT
                MOVE 'INTACCR ' TO CC-PROGRAM
                WRITE CAMPAIGN-COST-RECORD
              END-IF.
