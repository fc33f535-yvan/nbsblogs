            IDENTIFICATION DIVISION.
            PROGRAM-ID. LOANDLQ.
            *> nightly installment-loan delinquency aging - walks
            *> every loan on loan_terms.dat, finds the unpaid
            *> installments on its amortization schedule whose
            *> due date has gone by, and ages the loan by its
            *> oldest one into the 1-29, 30-59, 60-89 and 90+
            *> day buckets collections works from. Once an
            *> installment is past the branch's grace period
            *> (carried on fee_schedule.txt beside the
            *> maintenance fee) it is charged the branch's late
            *> charge, once, posted through the fee path: a FEE
            *> transaction out of UIDALLOC's shared FEE range,
            *> journaled FEEPOST like FEEASSES's service charges,
            *> raising the loan balance. A loan reaching 90 days
            *> is put on non-accrual (LOAN-TERMS), filed as a
            *> compliance case through CASEFILE and logged to the
            *> exception log, after which TRANLOAD applies its
            *> payments wholly to the balance. The delinquency
            *> report prints by branch with bucket subtotals and
            *> is stowed in the report repository
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row per branch - only the late-charge
                  *> terms are used here (see FEEASSES)
                  SELECT FEE-SCHEDULE
                      ASSIGN TO 'fee_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> walked in account order, rewritten when a
                  *> loan goes on non-accrual
                  SELECT OPTIONAL LOAN-TERMS
                      ASSIGN TO 'loan_terms.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-ACCOUNT-ID.

                  SELECT OPTIONAL LOAN-SCHEDULE
                      ASSIGN TO 'loan_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-KEY.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the collections page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT DELINQUENCY-REPORT
                      ASSIGN TO 'loan_delinquency.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-SCHEDULE.
                01 FS-FEED-RECORD.
                  02 FS-FEED-BRANCH-CODE PIC X(4).
                  02 FS-FEED-FEE-AMOUNT PIC 9(4)V9(2).
                  02 FS-FEED-WAIVER-BALANCE PIC 9(8)V9(2).
                  02 FS-FEED-LATE-GRACE-DAYS PIC 9(3).
                  02 FS-FEED-LATE-CHARGE PIC 9(4)V9(2).
                  02 FS-FEED-LEGAL-ORDER-FEE PIC 9(4)V9(2).
                  02 FS-FEED-RETURN-ITEM-FEE PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-SMALL PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-MEDIUM PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-LARGE PIC 9(4)V9(2).

                FD LOAN-TERMS.
                COPY LOANTRM.

                FD LOAN-SCHEDULE.
                COPY LOANSCH.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD DELINQUENCY-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-TERMS-EOF PIC X VALUE 'N'.
                    88 END-OF-LOAN-TERMS VALUE 'Y'.
                  05 WS-SCHED-EOF PIC X VALUE 'N'.
                    88 END-OF-LOAN-SCHEDULE VALUE 'Y'.
                  05 WS-MASTER-FOUND PIC X VALUE 'N'.
                    88 LOAN-ON-MASTER VALUE 'Y'.
                  05 WS-FEE-UIDS-USED PIC X VALUE 'N'.
                    88 FEE-UIDS-WERE-USED VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-RUN-DAY-NUMBER PIC 9(7).

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> late-charge terms by branch, held in ascending
                *> branch-code order for SEARCH ALL, same shape as
                *> FEEASSES's WS-FEE-TABLE
                01 WS-FEE-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-FEE-TABLE.
                  05 WS-FEE-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-FEE-BRANCH-COUNT
                      ASCENDING KEY IS WS-FEE-BRANCH-CODE
                      INDEXED BY FEE-IDX.
                    10 WS-FEE-BRANCH-CODE PIC X(4).
                    10 WS-FEE-GRACE-DAYS PIC 9(3).
                    10 WS-FEE-LATE-CHARGE PIC 9(4)V9(2).

                *> the loan in hand - its branch's terms (no row
                *> means no grace and no charge) and its aging
                01 WS-GRACE-DAYS PIC 9(3) VALUE 0.
                01 WS-LATE-CHARGE PIC 9(4)V9(2) VALUE 0.
                01 WS-INST-DAYS-LATE PIC S9(7) VALUE 0.
                01 WS-DAYS-PAST-DUE PIC 9(5) VALUE 0.
                01 WS-PAST-DUE-AMOUNT PIC 9(8)V9(2) VALUE 0.
                01 WS-INSTALLMENTS-LATE PIC 9(3) VALUE 0.
                01 WS-BUCKET PIC 9 VALUE 0.
                  88 BUCKET-1-29 VALUE 1.
                  88 BUCKET-30-59 VALUE 2.
                  88 BUCKET-60-89 VALUE 3.
                  88 BUCKET-90-PLUS VALUE 4.

                *> delinquent loans held for the by-branch page -
                *> the loans come off LOAN-TERMS in account order,
                *> so they are printed from here branch by branch
                01 WS-DLQ-COUNT PIC 9(3) VALUE 0.
                01 WS-DLQ-IDX PIC 9(3) VALUE 0.
                01 WS-DLQ-TABLE.
                  05 WS-DLQ-ENTRY OCCURS 500 TIMES.
                    10 WS-DLQ-BRANCH PIC X(4).
                    10 WS-DLQ-ACCOUNT PIC S9(7).
                    10 WS-DLQ-HOLDER PIC X(25).
                    10 WS-DLQ-DAYS PIC 9(5).
                    10 WS-DLQ-BUCKET PIC 9.
                    10 WS-DLQ-PAST-DUE PIC 9(8)V9(2).
                    10 WS-DLQ-BALANCE PIC S9(8)V9(2).
                    10 WS-DLQ-NON-ACCRUAL PIC X.

                *> branch subtotals, one column per bucket, in
                *> first-seen order
                01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-BRANCH-IDX PIC 9(2) VALUE 0.
                01 WS-BUCKET-IDX PIC 9 VALUE 0.
                01 WS-BRANCH-TABLE.
                  05 WS-BR-ENTRY OCCURS 20 TIMES.
                    10 WS-BR-CODE PIC X(4).
                    10 WS-BR-BUCKET OCCURS 4 TIMES.
                      15 WS-BR-LOANS PIC 9(5).
                      15 WS-BR-PAST-DUE PIC 9(8)V9(2).
                01 WS-GRAND-TABLE.
                  05 WS-GR-BUCKET OCCURS 4 TIMES.
                    10 WS-GR-LOANS PIC 9(5) VALUE 0.
                    10 WS-GR-PAST-DUE PIC 9(8)V9(2) VALUE 0.
                01 WS-BUCKET-NAMES.
                  05 FILLER PIC X(5) VALUE '1-29 '.
                  05 FILLER PIC X(5) VALUE '30-59'.
                  05 FILLER PIC X(5) VALUE '60-89'.
                  05 FILLER PIC X(5) VALUE '90+  '.
                01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
                  05 WS-BUCKET-NAME PIC X(5) OCCURS 4 TIMES.

                *> late charges come out of UIDALLOC's FEE range,
                *> clear of the feed's UIDs (see FEEASSES)
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.

                *> staged full-width for CASEFILE's and EXCLOG's
                *> linkage
                01 WS-CASE-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-CASE-DETAIL PIC X(40) VALUE SPACES.
                01 WS-EXC-MESSAGE PIC X(60).
                01 WS-ACCT-DISPLAY PIC 9(7).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-LOANS-READ PIC 9(7) VALUE 0.
                  05 WS-LOANS-CURRENT PIC 9(7) VALUE 0.
                  05 WS-LOANS-DELINQUENT PIC 9(7) VALUE 0.
                  05 WS-LOANS-SKIPPED PIC 9(7) VALUE 0.
                  05 WS-LATE-CHARGES-POSTED PIC 9(7) VALUE 0.
                  05 WS-NON-ACCRUAL-COUNT PIC 9(7) VALUE 0.
                  05 WS-TOTAL-LATE-CHARGES PIC 9(8)V9(2) VALUE 0.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> the printed lines
                01 WS-DETAIL-LINE.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 RL-BRANCH PIC X(4).
                  05 FILLER PIC X(9) VALUE ' ACCOUNT '.
                  05 RL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-HOLDER PIC X(25).
                  05 FILLER PIC X(6) VALUE ' DAYS '.
                  05 RL-DAYS PIC Z(4)9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-BUCKET PIC X(5).
                  05 FILLER PIC X(10) VALUE ' PAST DUE '.
                  05 RL-PAST-DUE PIC Z(7)9.99.
                  05 FILLER PIC X(9) VALUE ' BALANCE '.
                  05 RL-BALANCE PIC -(7)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-ACCRUAL PIC X(11).
                01 WS-TOTAL-LINE.
                  05 RT-LABEL PIC X(20).
                  05 FILLER PIC X(7) VALUE 'BUCKET '.
                  05 RT-BUCKET PIC X(5).
                  05 FILLER PIC X(7) VALUE ' LOANS '.
                  05 RT-LOANS PIC Z(4)9.
                  05 FILLER PIC X(10) VALUE ' PAST DUE '.
                  05 RT-PAST-DUE PIC Z(7)9.99.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              COMPUTE WS-RUN-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              PERFORM B000-LOAD-LATE-CHARGE-TERMS

              OPEN I-O LOAN-TERMS
              OPEN I-O LOAN-SCHEDULE
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL

              PERFORM UNTIL END-OF-LOAN-TERMS
                READ LOAN-TERMS NEXT RECORD
                  AT END
                    SET END-OF-LOAN-TERMS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-LOANS-READ
                    PERFORM C000-AGE-ONE-LOAN
                END-READ
              END-PERFORM

              CLOSE LOAN-TERMS
              CLOSE LOAN-SCHEDULE
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL

              IF FEE-UIDS-WERE-USED
                CALL 'UIDALLOC' USING 'FEE       ', 'LOANDLQ ', 'R',
                    WS-NEXT-FEE-UID
                END-CALL
              END-IF
              PERFORM E000-PRINT-DELINQUENCY-REPORT

              DISPLAY '=========================================='
              DISPLAY 'LOANDLQ - END OF JOB SUMMARY'
              DISPLAY 'LOANS READ        : ' WS-LOANS-READ
              DISPLAY 'LOANS CURRENT     : ' WS-LOANS-CURRENT
              DISPLAY 'LOANS DELINQUENT  : ' WS-LOANS-DELINQUENT
              DISPLAY 'SKIPPED           : ' WS-LOANS-SKIPPED
              DISPLAY 'LATE CHARGES      : '
                  WS-LATE-CHARGES-POSTED
              DISPLAY 'LATE CHARGE TOTAL : ' WS-TOTAL-LATE-CHARGES
              DISPLAY 'NOW NON-ACCRUAL   : ' WS-NON-ACCRUAL-COUNT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'LOANDLQ   ',
                  WS-LOANS-READ, WS-LATE-CHARGES-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> same read-the-control-file-once load as
              *> FEEASSES's B000-LOAD-FEE-SCHEDULE
              B000-LOAD-LATE-CHARGE-TERMS.
              OPEN INPUT FEE-SCHEDULE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ FEE-SCHEDULE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-FEE-BRANCH-COUNT
                    MOVE FS-FEED-BRANCH-CODE TO
                        WS-FEE-BRANCH-CODE(WS-FEE-BRANCH-COUNT)
                    MOVE FS-FEED-LATE-GRACE-DAYS TO
                        WS-FEE-GRACE-DAYS(WS-FEE-BRANCH-COUNT)
                    MOVE FS-FEED-LATE-CHARGE TO
                        WS-FEE-LATE-CHARGE(WS-FEE-BRANCH-COUNT)
                END-READ
              END-PERFORM
              CLOSE FEE-SCHEDULE.

              *> age one loan off its schedule. A loan no longer
              *> on the master, not open, or already paid down
              *> to nothing is skipped. Every overdue unpaid
              *> installment adds to the amount past due and is
              *> charged its late charge once past grace; the
              *> oldest one sets the loan's days past due
              C000-AGE-ONE-LOAN.
              MOVE 'N' TO WS-MASTER-FOUND
              MOVE LT-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-MASTER-FOUND
                NOT INVALID KEY
                  SET LOAN-ON-MASTER TO TRUE
              END-READ
              IF NOT LOAN-ON-MASTER
                  OR NOT ACCOUNT-OPEN
                  OR AM-BALANCE <= 0
                ADD 1 TO WS-LOANS-SKIPPED
                EXIT PARAGRAPH
              END-IF

              MOVE 0 TO WS-GRACE-DAYS
              MOVE 0 TO WS-LATE-CHARGE
              SEARCH ALL WS-FEE-ENTRY
                AT END
                  CONTINUE
                WHEN WS-FEE-BRANCH-CODE(FEE-IDX) = LT-BRANCH-CODE
                  MOVE WS-FEE-GRACE-DAYS(FEE-IDX) TO WS-GRACE-DAYS
                  MOVE WS-FEE-LATE-CHARGE(FEE-IDX) TO
                      WS-LATE-CHARGE
              END-SEARCH

              MOVE 0 TO WS-DAYS-PAST-DUE
              MOVE 0 TO WS-PAST-DUE-AMOUNT
              MOVE 0 TO WS-INSTALLMENTS-LATE
              PERFORM C100-START-LOAN-SCHEDULE
              PERFORM UNTIL END-OF-LOAN-SCHEDULE
                IF INSTALLMENT-UNPAID
                    AND LA-DUE-DATE < WS-RUN-DATE
                  PERFORM C200-AGE-ONE-INSTALLMENT
                END-IF
                PERFORM C110-READ-NEXT-INSTALLMENT
              END-PERFORM

              IF WS-INSTALLMENTS-LATE = 0
                ADD 1 TO WS-LOANS-CURRENT
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LOANS-DELINQUENT
              EVALUATE TRUE
                WHEN WS-DAYS-PAST-DUE < 30
                  SET BUCKET-1-29 TO TRUE
                WHEN WS-DAYS-PAST-DUE < 60
                  SET BUCKET-30-59 TO TRUE
                WHEN WS-DAYS-PAST-DUE < 90
                  SET BUCKET-60-89 TO TRUE
                WHEN OTHER
                  SET BUCKET-90-PLUS TO TRUE
              END-EVALUATE
              IF BUCKET-90-PLUS AND LOAN-ACCRUING
                PERFORM D100-PLACE-ON-NON-ACCRUAL
              END-IF
              PERFORM C300-HOLD-FOR-REPORT.

              *> the key is account plus installment number, so
              *> the rows come back oldest due date first
              C100-START-LOAN-SCHEDULE.
              MOVE 'N' TO WS-SCHED-EOF
              MOVE LT-ACCOUNT-ID TO LA-ACCOUNT-ID
              MOVE 0 TO LA-INSTALLMENT-NUM
              START LOAN-SCHEDULE KEY IS >= LA-KEY
                INVALID KEY
                  SET END-OF-LOAN-SCHEDULE TO TRUE
              END-START
              IF NOT END-OF-LOAN-SCHEDULE
                PERFORM C110-READ-NEXT-INSTALLMENT
              END-IF.

              C110-READ-NEXT-INSTALLMENT.
              READ LOAN-SCHEDULE NEXT RECORD
                AT END
                  SET END-OF-LOAN-SCHEDULE TO TRUE
                NOT AT END
                  IF LA-ACCOUNT-ID NOT = LT-ACCOUNT-ID
                    SET END-OF-LOAN-SCHEDULE TO TRUE
                  END-IF
              END-READ.

              C200-AGE-ONE-INSTALLMENT.
              COMPUTE WS-INST-DAYS-LATE = WS-RUN-DAY-NUMBER
                  - FUNCTION INTEGER-OF-DATE(LA-DUE-DATE)
              ADD 1 TO WS-INSTALLMENTS-LATE
              IF WS-INSTALLMENTS-LATE = 1
                MOVE WS-INST-DAYS-LATE TO WS-DAYS-PAST-DUE
              END-IF
              IF WS-INST-DAYS-LATE > WS-GRACE-DAYS
                  AND LA-LATE-CHARGE = 0
                  AND WS-LATE-CHARGE > 0
                PERFORM D000-POST-LATE-CHARGE
              END-IF
              COMPUTE WS-PAST-DUE-AMOUNT = WS-PAST-DUE-AMOUNT
                  + LA-PAYMENT-DUE + LA-LATE-CHARGE
                  - LA-AMOUNT-PAID.

              *> keep the loan for the page and roll it into its
              *> branch's bucket and the grand totals
              C300-HOLD-FOR-REPORT.
              IF WS-DLQ-COUNT < 500
                ADD 1 TO WS-DLQ-COUNT
                MOVE LT-BRANCH-CODE TO WS-DLQ-BRANCH(WS-DLQ-COUNT)
                MOVE LT-ACCOUNT-ID TO WS-DLQ-ACCOUNT(WS-DLQ-COUNT)
                MOVE AM-ACCOUNT-HOLDER(1:25) TO
                    WS-DLQ-HOLDER(WS-DLQ-COUNT)
                MOVE WS-DAYS-PAST-DUE TO WS-DLQ-DAYS(WS-DLQ-COUNT)
                MOVE WS-BUCKET TO WS-DLQ-BUCKET(WS-DLQ-COUNT)
                MOVE WS-PAST-DUE-AMOUNT TO
                    WS-DLQ-PAST-DUE(WS-DLQ-COUNT)
                MOVE AM-BALANCE TO WS-DLQ-BALANCE(WS-DLQ-COUNT)
                MOVE LT-ACCRUAL-STATUS TO
                    WS-DLQ-NON-ACCRUAL(WS-DLQ-COUNT)
              END-IF

              MOVE 0 TO WS-BRANCH-IDX
              PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
                  UNTIL WS-DLQ-IDX > WS-BRANCH-COUNT
                IF WS-BR-CODE(WS-DLQ-IDX) = LT-BRANCH-CODE
                  MOVE WS-DLQ-IDX TO WS-BRANCH-IDX
                END-IF
              END-PERFORM
              IF WS-BRANCH-IDX = 0
                  AND WS-BRANCH-COUNT < 20
                ADD 1 TO WS-BRANCH-COUNT
                MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
                MOVE LT-BRANCH-CODE TO WS-BR-CODE(WS-BRANCH-IDX)
                PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                  MOVE 0 TO WS-BR-LOANS(WS-BRANCH-IDX,
                      WS-BUCKET-IDX)
                  MOVE 0 TO WS-BR-PAST-DUE(WS-BRANCH-IDX,
                      WS-BUCKET-IDX)
                END-PERFORM
              END-IF
              IF WS-BRANCH-IDX > 0
                ADD 1 TO WS-BR-LOANS(WS-BRANCH-IDX, WS-BUCKET)
                ADD WS-PAST-DUE-AMOUNT TO
                    WS-BR-PAST-DUE(WS-BRANCH-IDX, WS-BUCKET)
              END-IF
              ADD 1 TO WS-GR-LOANS(WS-BUCKET)
              ADD WS-PAST-DUE-AMOUNT TO WS-GR-PAST-DUE(WS-BUCKET).

              *> the late charge is owed on top of the loan, so
              *> AMOUNT carries a positive sign and the balance
              *> goes up - otherwise the same WRITE/journal/
              *> master-rollforward sequence as FEEASSES's
              *> D000, FEEPOST and all
              D000-POST-LATE-CHARGE.
              SET FEE-UIDS-WERE-USED TO TRUE
              CALL 'UIDALLOC' USING 'FEE       ', 'LOANDLQ ', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'LOAN LATE CHARGE' TO
                  DESC OF TRANSACTION-STRUCT
              MOVE WS-LATE-CHARGE TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + WS-LATE-CHARGE
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'FEEPOST' TO JN-OPERATION
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
              CALL 'MSTJRNL' USING 'LOANDLQ ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL

              MOVE WS-LATE-CHARGE TO LA-LATE-CHARGE
              REWRITE LOAN-SCHEDULE-RECORD
              ADD 1 TO WS-LATE-CHARGES-POSTED
              ADD WS-LATE-CHARGE TO WS-TOTAL-LATE-CHARGES.

              *> 90 days past due: stop recognising interest on
              *> the loan and put the treatment in front of
              *> compliance - CASEFILE opens the case, EXCLOG
              *> puts it on the operations exception log
              D100-PLACE-ON-NON-ACCRUAL.
              SET LOAN-NON-ACCRUAL TO TRUE
              MOVE WS-RUN-DATE TO LT-NON-ACCRUAL-DATE
              REWRITE LOAN-TERMS-RECORD
              ADD 1 TO WS-NON-ACCRUAL-COUNT

              MOVE AM-BALANCE TO WS-CASE-AMOUNT
              MOVE 'LOAN 90+ DAYS PAST DUE - NON-ACCRUAL' TO
                  WS-CASE-DETAIL
              CALL 'CASEFILE' USING LT-ACCOUNT-ID, 'N',
                  WS-CASE-AMOUNT, WS-CASE-DETAIL
              END-CALL

              MOVE LT-ACCOUNT-ID TO WS-ACCT-DISPLAY
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'LOAN ' WS-ACCT-DISPLAY
                  ' PLACED ON NON-ACCRUAL - 90+ DAYS PAST DUE'
                  DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'LOANDLQ ', 'W',
                  WS-EXC-MESSAGE
              END-CALL
              DISPLAY 'NON-ACCRUAL - ACCT ' LT-ACCOUNT-ID
                  ' DAYS ' WS-DAYS-PAST-DUE.

              *> the collections page: each branch's delinquent
              *> loans, then that branch's bucket subtotals,
              *> then the bank-wide bucket totals
              E000-PRINT-DELINQUENCY-REPORT.
              OPEN OUTPUT DELINQUENCY-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'DAILY LOAN DELINQUENCY REPORT - '
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM VARYING WS-DLQ-IDX FROM 1 BY 1
                    UNTIL WS-DLQ-IDX > WS-DLQ-COUNT
                  IF WS-DLQ-BRANCH(WS-DLQ-IDX) =
                      WS-BR-CODE(WS-BRANCH-IDX)
                    PERFORM E100-WRITE-DETAIL-LINE
                  END-IF
                END-PERFORM
                PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                  MOVE SPACES TO RT-LABEL
                  STRING 'BRANCH ' WS-BR-CODE(WS-BRANCH-IDX)
                      ' TOTAL' DELIMITED BY SIZE INTO RT-LABEL
                  END-STRING
                  MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO RT-BUCKET
                  MOVE WS-BR-LOANS(WS-BRANCH-IDX, WS-BUCKET-IDX)
                      TO RT-LOANS
                  MOVE WS-BR-PAST-DUE(WS-BRANCH-IDX, WS-BUCKET-IDX)
                      TO RT-PAST-DUE
                  WRITE REPORT-LINE FROM WS-TOTAL-LINE
                END-PERFORM
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                  UNTIL WS-BUCKET-IDX > 4
                MOVE 'ALL BRANCHES' TO RT-LABEL
                MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO RT-BUCKET
                MOVE WS-GR-LOANS(WS-BUCKET-IDX) TO RT-LOANS
                MOVE WS-GR-PAST-DUE(WS-BUCKET-IDX) TO RT-PAST-DUE
                WRITE REPORT-LINE FROM WS-TOTAL-LINE
                DISPLAY 'BUCKET ' WS-BUCKET-NAME(WS-BUCKET-IDX)
                    ' LOANS ' WS-GR-LOANS(WS-BUCKET-IDX)
                    ' PAST DUE ' WS-GR-PAST-DUE(WS-BUCKET-IDX)
              END-PERFORM
              CLOSE DELINQUENCY-REPORT
              CALL 'RPTSTOW' USING 'LOANDLQ     ',
                  'loan_delinquency.txt                    '
              END-CALL.

              E100-WRITE-DETAIL-LINE.
              MOVE WS-DLQ-BRANCH(WS-DLQ-IDX) TO RL-BRANCH
              MOVE WS-DLQ-ACCOUNT(WS-DLQ-IDX) TO RL-ACCOUNT
              MOVE WS-DLQ-HOLDER(WS-DLQ-IDX) TO RL-HOLDER
              MOVE WS-DLQ-DAYS(WS-DLQ-IDX) TO RL-DAYS
              MOVE WS-BUCKET-NAME(WS-DLQ-BUCKET(WS-DLQ-IDX)) TO
                  RL-BUCKET
              MOVE WS-DLQ-PAST-DUE(WS-DLQ-IDX) TO RL-PAST-DUE
              MOVE WS-DLQ-BALANCE(WS-DLQ-IDX) TO RL-BALANCE
              IF WS-DLQ-NON-ACCRUAL(WS-DLQ-IDX) = 'N'
                MOVE 'NON-ACCRUAL' TO RL-ACCRUAL
              ELSE
                MOVE SPACES TO RL-ACCRUAL
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE.
