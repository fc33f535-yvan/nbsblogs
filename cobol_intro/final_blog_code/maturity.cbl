            *> the branch's instruction on the disposition
            *> control file - no instruction means roll over,
            *> the way the paper ticket always read. Maturity
            *> UIDs come from UIDALLOC's MATURITY range
            *> (85001-85999).
            *> The walk checkpoints through ACCTCKP as it goes: a
            *> rerun after a failure resumes after the last
            *> account finished, with the same totals, rather
            *> than maturing a deposit twice. The dead run's
            *> unused UIDs are simply left behind; the rerun
            *> draws a fresh block
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'maturity_disposition.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the per-account risk-profile store - the
                  *> payout withdrawal is customer-moving and
                  *> folds in (see copybooks/RISKPROF); the
                  02 MD-FEED-ACCOUNT-ID PIC 9(7).
                  02 MD-FEED-ACTION PIC X(1).

                FD ACCRUAL-LEDGER.
                COPY ACCRLDG.

                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-DISP-EOF PIC X VALUE 'N'.
                    88 END-OF-DISPOSITIONS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
                  88 MATURITY-PAYOUT VALUE 'P'.
                  88 MATURITY-ROLLOVER VALUE 'R'.

                01 WS-NEXT-MATURITY-UID PIC 9(5) VALUE 0.

                01 WS-LEDGER-ROW-FOUND PIC X VALUE 'N'.
                  88 LEDGER-ROW-ON-FILE VALUE 'Y'.
                  05 WS-TOTAL-INTEREST PIC S9(9)V9(2) VALUE 0.

                *> before-image for the MSTJRNL change journal
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
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A400-RESUME-FROM-CHECKPOINT
              PERFORM A200-LOAD-DISPOSITIONS

              OPEN I-O ACCOUNT-MASTER
              OPEN EXTEND JOURNAL
              OPEN I-O ACCRUAL-LEDGER
              OPEN I-O RISK-PROFILE
              IF CHECKPOINT-RESTART
                PERFORM A410-POSITION-AFTER-CHECKPOINT
              END-IF

              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM B000-CHECK-ONE-ACCOUNT
                    PERFORM A500-TAKE-CHECKPOINT
                END-READ
              END-PERFORM

              CLOSE ACCRUAL-LEDGER
              CLOSE RISK-PROFILE

              CALL 'UIDALLOC' USING 'MATURITY  ', 'MATURITY', 'R',
                  WS-NEXT-MATURITY-UID
              END-CALL
              *> a clean finish - the next run starts from the top
              CALL 'ACCTCKP' USING 'MATURITY  ', 'C', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'MATURITY - END OF JOB SUMMARY'
              DISPLAY 'PAID OUT + CLOSED : ' WS-PAID-OUT-COUNT
              DISPLAY 'TERM INTEREST PAID: ' WS-TOTAL-INTEREST
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              MOVE WS-MATURED-COUNT TO WS-STAT-POSTED
              CALL 'RUNSTAT' USING 'MATURITY  ',
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

              A200-LOAD-DISPOSITIONS.
              MOVE 0 TO WS-DISP-COUNT
              OPEN INPUT MATURITY-DISPOSITION
              END-PERFORM
              CLOSE MATURITY-DISPOSITION.

              *> a checkpoint left by a run that died part way
              *> puts the walk back after the last account it
              *> finished, under that run's date and with its
              *> counters (see ACCTCKP)
              A400-RESUME-FROM-CHECKPOINT.
              CALL 'ACCTCKP' USING 'MATURITY  ', 'R', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL
              IF CHECKPOINT-RESTART
                MOVE 'Y' TO WS-STAT-RESTARTED
                MOVE WS-CKP-COUNTS TO WS-COUNTS
                DISPLAY 'MATURITY - RESTARTING AFTER ACCOUNT '
                    WS-CKP-ACCOUNT
              END-IF.

              A410-POSITION-AFTER-CHECKPOINT.
              MOVE WS-CKP-ACCOUNT TO AM-ACCOUNT-ID
              START ACCOUNT-MASTER KEY > AM-ACCOUNT-ID
                INVALID KEY
                  SET END-OF-MASTER TO TRUE
              END-START.

              *> the account just finished goes to ACCTCKP with
              *> the counters as they now stand
              A500-TAKE-CHECKPOINT.
              MOVE WS-COUNTS TO WS-CKP-COUNTS
              MOVE AM-ACCOUNT-ID TO WS-CKP-ACCOUNT
              CALL 'ACCTCKP' USING 'MATURITY  ', 'S', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL.

              *> only an open term deposit whose maturity date
              *> has arrived is worked - a frozen or blocked-up
              *> term account waits for the branch to sort it
              COMPUTE WS-TERM-INTEREST ROUNDED =
                  AM-BALANCE * AM-TERM-RATE
              IF WS-TERM-INTEREST > 0
                CALL 'UIDALLOC' USING 'MATURITY  ', 'MATURITY', 'N',
                    WS-NEXT-MATURITY-UID
                END-CALL
                MOVE WS-NEXT-MATURITY-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'TERM INTEREST AT MATURITY' TO
              D000-PAY-OUT-AND-CLOSE.
              MOVE AM-BALANCE TO WS-PAYOUT-AMOUNT
              IF WS-PAYOUT-AMOUNT > 0
                CALL 'UIDALLOC' USING 'MATURITY  ', 'MATURITY', 'N',
                    WS-NEXT-MATURITY-UID
                END-CALL
                MOVE WS-NEXT-MATURITY-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'TERM DEPOSIT PAID OUT' TO

              *> same journal entry every posting path writes
              G000-LOG-JOURNAL-ENTRY.
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD.

              *> the posting is customer-moving (D/W/Z/T), so
