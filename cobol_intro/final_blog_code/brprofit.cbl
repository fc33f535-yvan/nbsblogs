            IDENTIFICATION DIVISION.
            PROGRAM-ID. BRPROFIT.
            *> monthly branch profitability - TRIALBAL says what
            *> each branch holds, but not whether it makes money.
            *> This totals, per branch, what the branch earned
            *> (FEEASSES's period service charges, the NSF fees
            *> TRANLOAD and INCLEAR charge, every other fee net
            *> of FEERPOST's refunds, and CASHPROOF's over/short
            *> results off the over/short history) and what it
            *> paid (the interest INTACCR and ACCTSTAT post, net
            *> of backup withholding as posted, and the
            *> accrual-movement history DLYACCR, INTACCR and
            *> ACCTSTAT keep - see copybooks/ACCRMOV). Postings
            *> reach a branch through account_rate_xref.txt the
            *> way TRIALBAL and CASHPROOF map them; branches roll
            *> up under the GL cost center on the branch master
            *> (see copybooks/BRMST). Postings are read off the
            *> archive generations and archive_period.txt as
            *> well as live TRANSACTIONS, so the same month last
            *> year is still there to set beside this one. Run
            *> parameter is the month (CCYYMM); no parameter, or
            *> the current month, means month-to-date, and the
            *> prior year is then taken to the same day. PARTBILL
            *> bills the partner, not a branch, so partner fees
            *> print once at bank level
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT OPTIONAL ARCHIVE-REGISTRY
                      ASSIGN TO 'archive_generations.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ARCHIVE-FILE
                      ASSIGN USING WS-ARCHIVE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> names and cost centers - read whole here
                  *> rather than through BRNAME, which does not
                  *> hand back the cost center
                  SELECT OPTIONAL BRANCH-MASTER
                      ASSIGN TO 'branch_master.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL OVERSHORT-HISTORY
                      ASSIGN TO 'overshort_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ACCRUAL-MOVEMENTS
                      ASSIGN TO 'accrual_movement.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL BILLING-HISTORY
                      ASSIGN TO 'partner_billing_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT PROFIT-REPORT
                      ASSIGN TO 'branch_profitability.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD TRANSACTIONS.
                COPY TRANSACT.

                FD ARCHIVE-REGISTRY.
                01 ARCHIVE-REGISTRY-RECORD.
                  02 AG-FILE-NAME PIC X(40).

                *> archived records carry the TRANSACTIONS field
                *> layout, holder masked
                FD ARCHIVE-FILE.
                01 ARCHIVED-TRANSACTION.
                  02 AR-UID PIC 9(5).
                  02 AR-DESC PIC X(25).
                  02 AR-DETAILS.
                    03 AR-AMOUNT PIC S9(6)V9(2).
                    03 AR-START-BALANCE PIC S9(6)V9(2).
                    03 AR-END-BALANCE PIC S9(6)V9(2).
                  02 AR-ACCOUNT-ID PIC S9(7).
                  02 AR-ACCOUNT-HOLDER PIC A(50).
                  02 AR-TRAN-TYPE-CODE PIC X(1).
                  02 AR-CURRENCY-CODE PIC X(3).
                  02 AR-POST-DATE PIC 9(8).

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD BRANCH-MASTER.
                COPY BRMST.

                FD OVERSHORT-HISTORY.
                01 OVERSHORT-HISTORY-RECORD.
                  02 OS-PROOF-DATE PIC 9(8).
                  02 OS-BRANCH PIC X(4).
                  02 OS-AMOUNT PIC S9(7)V9(2).

                FD ACCRUAL-MOVEMENTS.
                COPY ACCRMOV.

                FD BILLING-HISTORY.
                01 BILLING-HISTORY-RECORD.
                  02 BH-BILL-DATE PIC 9(8).
                  02 BH-INVOICE-TOTAL PIC 9(9)V9(2).

                FD PROFIT-REPORT.
                01 REPORT-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                *> the month - ACCEPT FROM COMMAND-LINE follows
                *> OSTREND's run-parameter pattern
                01 WS-PERIOD-PARM PIC X(6) VALUE SPACES.
                01 WS-REPORT-PERIOD PIC 9(6) VALUE 0.
                01 WS-RUN-DATE PIC 9(8).

                *> this year's window and last year's - a posting
                *> dated in the first is period 1, in the second
                *> period 2, anything else is not counted
                01 WS-THIS-FROM PIC 9(8).
                01 WS-THIS-TO PIC 9(8).
                01 WS-LAST-FROM PIC 9(8).
                01 WS-LAST-TO PIC 9(8).
                01 WS-PERIOD-IDX PIC 9(1).

                01 WS-FLAGS.
                  05 WS-TRAN-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-REGISTRY-EOF PIC X VALUE 'N'.
                    88 END-OF-REGISTRY VALUE 'Y'.
                  05 WS-ARCHIVE-EOF PIC X VALUE 'N'.
                    88 END-OF-ARCHIVE VALUE 'Y'.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-HISTORY VALUE 'Y'.

                01 WS-ARCHIVE-NAME PIC X(40) VALUE SPACES.

                *> account-to-branch cross-reference, same shape
                *> and load as TRIALBAL/CASHPROOF
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).

                01 WS-CURRENT-ACCOUNT PIC S9(7).
                01 WS-CURRENT-BRANCH PIC X(4).

                *> the posting in hand, whichever file it came
                *> off
                01 WS-POSTING.
                  05 WS-PST-DATE PIC 9(8).
                  05 WS-PST-DESC PIC X(25).
                  05 WS-PST-AMOUNT PIC S9(6)V9(2).
                  05 WS-PST-TYPE PIC X(1).
                    88 PST-FEE VALUE 'F'.
                    88 PST-FEE-REFUND VALUE 'E'.
                    88 PST-INTEREST VALUE 'I'.

                *> the report lines, in print order - 1 to 4 are
                *> earnings, 5 and 6 are costs
                01 WS-CATEGORY-LABELS.
                  05 FILLER PIC X(24) VALUE 'SERVICE CHARGES'.
                  05 FILLER PIC X(24) VALUE 'NSF FEES'.
                  05 FILLER PIC X(24) VALUE 'OTHER FEES NET OF REFUND'.
                  05 FILLER PIC X(24) VALUE 'CASH OVER/SHORT'.
                  05 FILLER PIC X(24) VALUE 'INTEREST PAID'.
                  05 FILLER PIC X(24) VALUE 'ACCRUAL MOVEMENT'.
                01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LABELS.
                  05 WS-CATEGORY-LABEL PIC X(24) OCCURS 6 TIMES.
                01 WS-CAT-IDX PIC 9(1).
                01 WS-CATEGORY PIC 9(1).
                01 WS-CAT-AMOUNT PIC S9(9)V9(2).

                *> per-branch totals by period and category
                01 WS-BR-COUNT PIC 9(2) VALUE 0.
                01 WS-BR-TABLE.
                  05 WS-BR-ENTRY OCCURS 30 TIMES.
                    10 WS-BR-CODE PIC X(4).
                    10 WS-BR-NAME PIC X(30).
                    10 WS-BR-COST-CENTER PIC 9(4).
                    10 WS-BR-PERIOD OCCURS 2 TIMES.
                      15 WS-BR-AMOUNT PIC S9(9)V9(2)
                          OCCURS 6 TIMES.
                01 WS-BR-IDX PIC 9(2).
                01 WS-BR-MATCH PIC 9(2).

                *> print order - cost center, then branch code
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY PIC 9(2) OCCURS 30 TIMES.
                01 WS-ORDER-IDX PIC 9(2).
                01 WS-ORDER-SCAN PIC 9(2).
                01 WS-ORDER-HOLD PIC 9(2).
                01 WS-ORDER-A PIC 9(2).
                01 WS-ORDER-B PIC 9(2).

                *> cost-center subtotal and bank total
                01 WS-CURRENT-COST-CENTER PIC 9(4).
                01 WS-CC-TOTALS.
                  05 WS-CC-PERIOD OCCURS 2 TIMES.
                    10 WS-CC-AMOUNT PIC S9(9)V9(2) OCCURS 6 TIMES.
                01 WS-BANK-TOTALS.
                  05 WS-BANK-PERIOD OCCURS 2 TIMES.
                    10 WS-BANK-AMOUNT PIC S9(9)V9(2)
                        OCCURS 6 TIMES.
                01 WS-PARTNER-FEES.
                  05 WS-PARTNER-AMOUNT PIC S9(9)V9(2)
                      OCCURS 2 TIMES VALUE 0.

                *> the block being printed - a branch, a cost
                *> center or the bank, moved here so one
                *> paragraph prints all three
                01 WS-PRINT-BLOCK.
                  05 WS-PB-PERIOD OCCURS 2 TIMES.
                    10 WS-PB-AMOUNT PIC S9(9)V9(2) OCCURS 6 TIMES.
                01 WS-PB-NET PIC S9(9)V9(2) OCCURS 2 TIMES.

                01 WS-HEADING-LINE.
                  05 FILLER PIC X(28) VALUE SPACES.
                  05 RH-THIS-LABEL PIC X(8) VALUE 'MTD'.
                  05 RH-THIS-PERIOD PIC 9(6).
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RH-LAST-LABEL PIC X(8) VALUE 'MTD'.
                  05 RH-LAST-PERIOD PIC 9(6).
                  05 FILLER PIC X(12) VALUE SPACES.
                  05 FILLER PIC X(6) VALUE 'CHANGE'.
                01 WS-AMOUNT-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RL-LABEL PIC X(24).
                  05 RL-THIS PIC -(10)9.99.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RL-LAST PIC -(10)9.99.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RL-CHANGE PIC -(10)9.99.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-POSTINGS-READ PIC 9(7) VALUE 0.
                  05 WS-POSTINGS-COUNTED PIC 9(7) VALUE 0.
                  05 WS-UNMAPPED-COUNT PIC 9(7) VALUE 0.
                  05 WS-HISTORY-ROWS PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
              IF WS-PERIOD-PARM IS NUMERIC
                MOVE WS-PERIOD-PARM TO WS-REPORT-PERIOD
              ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD
              END-IF
              PERFORM A100-SET-THE-WINDOWS

              PERFORM B000-LOAD-BRANCH-MASTER
              PERFORM B100-LOAD-ACCOUNT-XREF

              PERFORM C000-COLLECT-ARCHIVE-GENERATIONS
              PERFORM C200-COLLECT-LIVE-TRANSACTIONS
              PERFORM C300-FOLD-OVER-SHORT
              PERFORM C400-FOLD-ACCRUAL-MOVEMENT
              PERFORM C500-FOLD-PARTNER-BILLING

              PERFORM D000-ORDER-BY-COST-CENTER
              PERFORM E000-PRINT-THE-REPORT

              DISPLAY '=========================================='
              DISPLAY 'BRPROFIT - END OF JOB SUMMARY'
              DISPLAY 'PERIOD            : ' WS-REPORT-PERIOD
              DISPLAY 'POSTINGS READ     : ' WS-POSTINGS-READ
              DISPLAY 'POSTINGS COUNTED  : ' WS-POSTINGS-COUNTED
              DISPLAY 'NO ACCOUNT XREF   : ' WS-UNMAPPED-COUNT
              DISPLAY 'HISTORY ROWS      : ' WS-HISTORY-ROWS
              DISPLAY 'BRANCHES REPORTED : ' WS-BR-COUNT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'BRPROFIT  ',
                  WS-POSTINGS-READ, WS-POSTINGS-COUNTED,
                  WS-UNMAPPED-COUNT, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the current month runs to today, and last year
              *> to the same day; a past month runs whole
              A100-SET-THE-WINDOWS.
              COMPUTE WS-THIS-FROM = WS-REPORT-PERIOD * 100 + 1
              IF WS-REPORT-PERIOD = WS-RUN-DATE(1:6)
                MOVE WS-RUN-DATE TO WS-THIS-TO
              ELSE
                COMPUTE WS-THIS-TO = WS-REPORT-PERIOD * 100 + 31
                MOVE 'MONTH' TO RH-THIS-LABEL
                MOVE 'MONTH' TO RH-LAST-LABEL
              END-IF
              COMPUTE WS-LAST-FROM = WS-THIS-FROM - 10000
              COMPUTE WS-LAST-TO = WS-THIS-TO - 10000
              MOVE WS-REPORT-PERIOD TO RH-THIS-PERIOD
              COMPUTE RH-LAST-PERIOD = WS-REPORT-PERIOD - 100.

              *> every branch on the master gets a row, posted to
              *> or not, so a branch that earned nothing still
              *> prints under its cost center
              B000-LOAD-BRANCH-MASTER.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT BRANCH-MASTER
              PERFORM UNTIL END-OF-TABLE-FILE
                READ BRANCH-MASTER
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    MOVE BM-BRANCH-CODE TO WS-CURRENT-BRANCH
                    PERFORM B300-FIND-BRANCH-ROW
                    IF WS-BR-MATCH > 0
                      MOVE BM-BRANCH-NAME TO
                          WS-BR-NAME(WS-BR-MATCH)
                      MOVE BM-COST-CENTER TO
                          WS-BR-COST-CENTER(WS-BR-MATCH)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BRANCH-MASTER.

              *> same load as TRIALBAL's B100
              B100-LOAD-ACCOUNT-XREF.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-TABLE-FILE
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE XR-FEED-ACCOUNT-ID TO
                        WS-XR-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-BRANCH-CODE TO
                        WS-XR-BRANCH-CODE(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-TIER-NUM TO
                        WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> CASHPROOF's B200 mapping - an account with no
              *> cross-reference entry lands on branch '????'
              B200-MAP-ACCOUNT-TO-BRANCH.
              MOVE '????' TO WS-CURRENT-BRANCH
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  ADD 1 TO WS-UNMAPPED-COUNT
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) =
                    WS-CURRENT-ACCOUNT
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-CURRENT-BRANCH
              END-SEARCH
              PERFORM B300-FIND-BRANCH-ROW.

              *> CASHPROOF's B300 - find the branch's row, or
              *> open one; a branch not on the master prints
              *> under cost center 0000
              B300-FIND-BRANCH-ROW.
              MOVE 0 TO WS-BR-MATCH
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                  UNTIL WS-BR-IDX > WS-BR-COUNT
                IF WS-BR-CODE(WS-BR-IDX) = WS-CURRENT-BRANCH
                  MOVE WS-BR-IDX TO WS-BR-MATCH
                END-IF
              END-PERFORM
              IF WS-BR-MATCH = 0 AND WS-BR-COUNT < 30
                ADD 1 TO WS-BR-COUNT
                MOVE WS-BR-COUNT TO WS-BR-MATCH
                MOVE WS-CURRENT-BRANCH TO WS-BR-CODE(WS-BR-MATCH)
                IF WS-CURRENT-BRANCH = '????'
                  MOVE 'NO ACCOUNT CROSS-REFERENCE' TO
                      WS-BR-NAME(WS-BR-MATCH)
                ELSE
                  MOVE 'NOT ON BRANCH MASTER' TO
                      WS-BR-NAME(WS-BR-MATCH)
                END-IF
                MOVE 0 TO WS-BR-COST-CENTER(WS-BR-MATCH)
                INITIALIZE WS-BR-PERIOD(WS-BR-MATCH, 1)
                INITIALIZE WS-BR-PERIOD(WS-BR-MATCH, 2)
              END-IF.

              *> which window a date falls in - 0 for neither
              B400-PICK-THE-PERIOD.
              MOVE 0 TO WS-PERIOD-IDX
              IF WS-PST-DATE >= WS-THIS-FROM
                  AND WS-PST-DATE <= WS-THIS-TO
                MOVE 1 TO WS-PERIOD-IDX
              END-IF
              IF WS-PST-DATE >= WS-LAST-FROM
                  AND WS-PST-DATE <= WS-LAST-TO
                MOVE 2 TO WS-PERIOD-IDX
              END-IF.

              *> last year's postings have mostly gone to the
              *> archive - every generation on the registry is
              *> read, then the current period archive, the way
              *> STMTREQ gathers an account's history
              C000-COLLECT-ARCHIVE-GENERATIONS.
              OPEN INPUT ARCHIVE-REGISTRY
              PERFORM UNTIL END-OF-REGISTRY
                READ ARCHIVE-REGISTRY
                  AT END
                    SET END-OF-REGISTRY TO TRUE
                  NOT AT END
                    MOVE AG-FILE-NAME TO WS-ARCHIVE-NAME
                    PERFORM C100-COLLECT-ONE-GENERATION
                END-READ
              END-PERFORM
              CLOSE ARCHIVE-REGISTRY
              MOVE 'archive_period.txt' TO WS-ARCHIVE-NAME
              PERFORM C100-COLLECT-ONE-GENERATION.

              C100-COLLECT-ONE-GENERATION.
              MOVE 'N' TO WS-ARCHIVE-EOF
              OPEN INPUT ARCHIVE-FILE
              PERFORM UNTIL END-OF-ARCHIVE
                READ ARCHIVE-FILE
                  AT END
                    SET END-OF-ARCHIVE TO TRUE
                  NOT AT END
                    MOVE AR-POST-DATE TO WS-PST-DATE
                    MOVE AR-DESC TO WS-PST-DESC
                    MOVE AR-AMOUNT TO WS-PST-AMOUNT
                    MOVE AR-TRAN-TYPE-CODE TO WS-PST-TYPE
                    MOVE AR-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                    PERFORM C210-FOLD-ONE-POSTING
                END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE.

              C200-COLLECT-LIVE-TRANSACTIONS.
              OPEN INPUT TRANSACTIONS
              PERFORM UNTIL END-OF-TRANS
                READ TRANSACTIONS
                  AT END
                    SET END-OF-TRANS TO TRUE
                  NOT AT END
                    MOVE POST-DATE OF TRANSACTION-STRUCT TO
                        WS-PST-DATE
                    MOVE DESC OF TRANSACTION-STRUCT TO WS-PST-DESC
                    MOVE AMOUNT OF TRANSACTION-STRUCT TO
                        WS-PST-AMOUNT
                    MOVE TRAN-TYPE-CODE OF TRANSACTION-STRUCT TO
                        WS-PST-TYPE
                    MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                        WS-CURRENT-ACCOUNT
                    PERFORM C210-FOLD-ONE-POSTING
                END-READ
              END-PERFORM
              CLOSE TRANSACTIONS.

              *> a fee comes off the customer, so it is income
              *> with the sign turned round; a refund takes it
              *> back; interest credited is a cost as it stands.
              *> FEEASSES's charge and the NSF fees are told
              *> apart from the rest by the DESC they post with
              C210-FOLD-ONE-POSTING.
              ADD 1 TO WS-POSTINGS-READ
              IF NOT PST-FEE
                  AND NOT PST-FEE-REFUND
                  AND NOT PST-INTEREST
                EXIT PARAGRAPH
              END-IF
              PERFORM B400-PICK-THE-PERIOD
              IF WS-PERIOD-IDX = 0
                EXIT PARAGRAPH
              END-IF
              EVALUATE TRUE
                WHEN PST-INTEREST
                  MOVE 5 TO WS-CATEGORY
                  MOVE WS-PST-AMOUNT TO WS-CAT-AMOUNT
                WHEN PST-FEE-REFUND
                  MOVE 3 TO WS-CATEGORY
                  COMPUTE WS-CAT-AMOUNT = 0 - WS-PST-AMOUNT
                WHEN WS-PST-DESC = 'PERIOD SERVICE CHARGE'
                  MOVE 1 TO WS-CATEGORY
                  COMPUTE WS-CAT-AMOUNT = 0 - WS-PST-AMOUNT
                WHEN WS-PST-DESC(1:3) = 'NSF'
                  MOVE 2 TO WS-CATEGORY
                  COMPUTE WS-CAT-AMOUNT = 0 - WS-PST-AMOUNT
                WHEN OTHER
                  MOVE 3 TO WS-CATEGORY
                  COMPUTE WS-CAT-AMOUNT = 0 - WS-PST-AMOUNT
              END-EVALUATE
              PERFORM B200-MAP-ACCOUNT-TO-BRANCH
              IF WS-BR-MATCH > 0
                ADD WS-CAT-AMOUNT TO WS-BR-AMOUNT(WS-BR-MATCH,
                    WS-PERIOD-IDX, WS-CATEGORY)
                ADD 1 TO WS-POSTINGS-COUNTED
              END-IF.

              *> CASHPROOF books an over as positive, already a
              *> branch's own code
              C300-FOLD-OVER-SHORT.
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT OVERSHORT-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ OVERSHORT-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    MOVE OS-PROOF-DATE TO WS-PST-DATE
                    PERFORM B400-PICK-THE-PERIOD
                    IF WS-PERIOD-IDX > 0
                      ADD 1 TO WS-HISTORY-ROWS
                      MOVE OS-BRANCH TO WS-CURRENT-BRANCH
                      PERFORM B300-FIND-BRANCH-ROW
                      IF WS-BR-MATCH > 0
                        ADD OS-AMOUNT TO WS-BR-AMOUNT(WS-BR-MATCH,
                            WS-PERIOD-IDX, 4)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE OVERSHORT-HISTORY.

              *> the accrual built up less the accrual drained -
              *> the liability's net change over the window
              C400-FOLD-ACCRUAL-MOVEMENT.
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT ACCRUAL-MOVEMENTS
              PERFORM UNTIL END-OF-HISTORY
                READ ACCRUAL-MOVEMENTS
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    MOVE AV-MOVEMENT-DATE TO WS-PST-DATE
                    PERFORM B400-PICK-THE-PERIOD
                    IF WS-PERIOD-IDX > 0
                      ADD 1 TO WS-HISTORY-ROWS
                      MOVE AV-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                      PERFORM B200-MAP-ACCOUNT-TO-BRANCH
                      IF WS-BR-MATCH > 0
                        ADD AV-AMOUNT TO WS-BR-AMOUNT(WS-BR-MATCH,
                            WS-PERIOD-IDX, 6)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCRUAL-MOVEMENTS.

              C500-FOLD-PARTNER-BILLING.
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT BILLING-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ BILLING-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    MOVE BH-BILL-DATE TO WS-PST-DATE
                    PERFORM B400-PICK-THE-PERIOD
                    IF WS-PERIOD-IDX > 0
                      ADD 1 TO WS-HISTORY-ROWS
                      ADD BH-INVOICE-TOTAL TO
                          WS-PARTNER-AMOUNT(WS-PERIOD-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BILLING-HISTORY.

              *> a plain exchange sort of the row numbers - there
              *> are never more than thirty branches
              D000-ORDER-BY-COST-CENTER.
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-BR-COUNT
                MOVE WS-ORDER-IDX TO WS-ORDER-ENTRY(WS-ORDER-IDX)
              END-PERFORM
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX >= WS-BR-COUNT
                PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
                    UNTIL WS-ORDER-SCAN > WS-BR-COUNT - WS-ORDER-IDX
                  MOVE WS-ORDER-ENTRY(WS-ORDER-SCAN) TO WS-ORDER-A
                  MOVE WS-ORDER-ENTRY(WS-ORDER-SCAN + 1) TO
                      WS-ORDER-B
                  IF WS-BR-COST-CENTER(WS-ORDER-A) >
                      WS-BR-COST-CENTER(WS-ORDER-B)
                      OR (WS-BR-COST-CENTER(WS-ORDER-A) =
                          WS-BR-COST-CENTER(WS-ORDER-B)
                          AND WS-BR-CODE(WS-ORDER-A) >
                              WS-BR-CODE(WS-ORDER-B))
                    MOVE WS-ORDER-A TO WS-ORDER-HOLD
                    MOVE WS-ORDER-B TO WS-ORDER-ENTRY(WS-ORDER-SCAN)
                    MOVE WS-ORDER-HOLD TO
                        WS-ORDER-ENTRY(WS-ORDER-SCAN + 1)
                  END-IF
                END-PERFORM
              END-PERFORM.

              *> branch blocks in cost-center order, a subtotal
              *> at each change of cost center, then the bank
              E000-PRINT-THE-REPORT.
              OPEN OUTPUT PROFIT-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCH PROFITABILITY - ' WS-REPORT-PERIOD
                  ' AGAINST THE SAME MONTH LAST YEAR - RUN '
                  WS-RUN-DATE DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-HEADING-LINE
              INITIALIZE WS-BANK-TOTALS
              INITIALIZE WS-CC-TOTALS
              IF WS-BR-COUNT > 0
                MOVE WS-BR-COST-CENTER(WS-ORDER-ENTRY(1)) TO
                    WS-CURRENT-COST-CENTER
              END-IF
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-BR-COUNT
                MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO WS-BR-IDX
                IF WS-BR-COST-CENTER(WS-BR-IDX) NOT =
                    WS-CURRENT-COST-CENTER
                  PERFORM E200-PRINT-COST-CENTER-TOTAL
                  MOVE WS-BR-COST-CENTER(WS-BR-IDX) TO
                      WS-CURRENT-COST-CENTER
                END-IF
                PERFORM E100-PRINT-ONE-BRANCH
              END-PERFORM
              IF WS-BR-COUNT > 0
                PERFORM E200-PRINT-COST-CENTER-TOTAL
              END-IF
              PERFORM E300-PRINT-BANK-TOTAL
              CLOSE PROFIT-REPORT
              CALL 'RPTSTOW' USING 'BRPROFIT    ',
                  'branch_profitability.txt                '
              END-CALL.

              E100-PRINT-ONE-BRANCH.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCH ' WS-BR-CODE(WS-BR-IDX) ' '
                  WS-BR-NAME(WS-BR-IDX) ' COST CENTER '
                  WS-BR-COST-CENTER(WS-BR-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                  UNTIL WS-PERIOD-IDX > 2
                PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > 6
                  MOVE WS-BR-AMOUNT(WS-BR-IDX, WS-PERIOD-IDX,
                      WS-CAT-IDX) TO
                      WS-PB-AMOUNT(WS-PERIOD-IDX, WS-CAT-IDX)
                  ADD WS-BR-AMOUNT(WS-BR-IDX, WS-PERIOD-IDX,
                      WS-CAT-IDX) TO
                      WS-CC-AMOUNT(WS-PERIOD-IDX, WS-CAT-IDX)
                  ADD WS-BR-AMOUNT(WS-BR-IDX, WS-PERIOD-IDX,
                      WS-CAT-IDX) TO
                      WS-BANK-AMOUNT(WS-PERIOD-IDX, WS-CAT-IDX)
                END-PERFORM
              END-PERFORM
              PERFORM E400-PRINT-THE-BLOCK.

              E200-PRINT-COST-CENTER-TOTAL.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING '*** COST CENTER ' WS-CURRENT-COST-CENTER
                  ' TOTAL' DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE WS-CC-TOTALS TO WS-PRINT-BLOCK
              PERFORM E400-PRINT-THE-BLOCK
              INITIALIZE WS-CC-TOTALS.

              *> the bank total carries partner fees, which no
              *> branch earned on its own
              E300-PRINT-BANK-TOTAL.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE '*** BANK TOTAL - ALL COST CENTERS' TO
                  REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-BANK-TOTALS TO WS-PRINT-BLOCK
              PERFORM E400-PRINT-THE-BLOCK
              MOVE 'PARTNER FEES (BANK LEVEL)' TO RL-LABEL
              MOVE WS-PARTNER-AMOUNT(1) TO RL-THIS
              MOVE WS-PARTNER-AMOUNT(2) TO RL-LAST
              COMPUTE RL-CHANGE =
                  WS-PARTNER-AMOUNT(1) - WS-PARTNER-AMOUNT(2)
              WRITE REPORT-LINE FROM WS-AMOUNT-LINE
              MOVE 'NET WITH PARTNER FEES' TO RL-LABEL
              COMPUTE RL-THIS = WS-PB-NET(1) + WS-PARTNER-AMOUNT(1)
              COMPUTE RL-LAST = WS-PB-NET(2) + WS-PARTNER-AMOUNT(2)
              COMPUTE RL-CHANGE =
                  (WS-PB-NET(1) + WS-PARTNER-AMOUNT(1))
                  - (WS-PB-NET(2) + WS-PARTNER-AMOUNT(2))
              WRITE REPORT-LINE FROM WS-AMOUNT-LINE.

              *> one line per category, then the net - earnings
              *> less costs - for each period and the change
              E400-PRINT-THE-BLOCK.
              MOVE 0 TO WS-PB-NET(1)
              MOVE 0 TO WS-PB-NET(2)
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                  UNTIL WS-CAT-IDX > 6
                MOVE WS-CATEGORY-LABEL(WS-CAT-IDX) TO RL-LABEL
                MOVE WS-PB-AMOUNT(1, WS-CAT-IDX) TO RL-THIS
                MOVE WS-PB-AMOUNT(2, WS-CAT-IDX) TO RL-LAST
                COMPUTE RL-CHANGE = WS-PB-AMOUNT(1, WS-CAT-IDX)
                    - WS-PB-AMOUNT(2, WS-CAT-IDX)
                WRITE REPORT-LINE FROM WS-AMOUNT-LINE
                IF WS-CAT-IDX <= 4
                  ADD WS-PB-AMOUNT(1, WS-CAT-IDX) TO WS-PB-NET(1)
                  ADD WS-PB-AMOUNT(2, WS-CAT-IDX) TO WS-PB-NET(2)
                ELSE
                  SUBTRACT WS-PB-AMOUNT(1, WS-CAT-IDX) FROM
                      WS-PB-NET(1)
                  SUBTRACT WS-PB-AMOUNT(2, WS-CAT-IDX) FROM
                      WS-PB-NET(2)
                END-IF
              END-PERFORM
              MOVE 'NET CONTRIBUTION' TO RL-LABEL
              MOVE WS-PB-NET(1) TO RL-THIS
              MOVE WS-PB-NET(2) TO RL-LAST
              COMPUTE RL-CHANGE = WS-PB-NET(1) - WS-PB-NET(2)
              WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
