            IDENTIFICATION DIVISION.
            PROGRAM-ID. GLRECON.
            *> subledger-to-GL balance reconciliation - GLACKMAT
            *> proves the GL took each gl_interface.txt line, but
            *> not that the GL's control accounts agree with our
            *> books. The GL team now sends a closing balance per
            *> branch control account each day; this compares it
            *> with the customer subledger - TRIALBAL's branch
            *> totals off ACCOUNT-MASTER plus the branch's share
            *> of the accrual ledger (see copybooks/ACCRLDG) -
            *> and lists every branch out of balance with the
            *> date the break opened, its age in days, today's
            *> difference and how far it has moved since the last
            *> run. Open breaks are carried day over day on
            *> gl_recon_breaks.txt the way GLACKMAT carries
            *> gl_unresolved.txt, so a break's age survives until
            *> it clears; one older than the policy's limit goes
            *> to the exception log as a severe event. Run
            *> parameter is the GL balance date (CCYYMMDD); no
            *> parameter means today. Loan balances are kept out
            *> of the deposits total and reconciled on their own
            *> against the GL's loans receivable account
            *> (600001), each with its own carried break
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL ACCRUAL-LEDGER
                      ASSIGN TO 'accrual_ledger.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AC-ACCOUNT-ID.

                  SELECT BRANCH-RATE-TABLE
                      ASSIGN TO 'branch_rate_table.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the GL team's daily file - one row per branch
                  *> control account per balance date
                  SELECT OPTIONAL GL-CLOSING-BALANCES
                      ASSIGN TO 'gl_closing_balances.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> a single row - how many days a break may
                  *> stand before it is raised as severe
                  SELECT OPTIONAL RECON-POLICY
                      ASSIGN TO 'gl_recon_policy.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> open breaks carried day over day - loaded
                  *> whole, merged with today's findings,
                  *> rewritten whole
                  SELECT OPTIONAL RECON-BREAKS
                      ASSIGN TO 'gl_recon_breaks.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT RECON-REPORT
                      ASSIGN TO 'gl_reconciliation.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCRUAL-LEDGER.
                COPY ACCRLDG.

                *> same shapes as TRIALBAL - only the branch code
                *> off BR-FEED-CODE is needed here
                FD BRANCH-RATE-TABLE.
                01 BR-FEED-RECORD.
                  02 BR-FEED-CODE PIC X(4).
                  02 BR-FEED-RATE-GROUP.
                    03 BR-FEED-RATE PIC 9V999 OCCURS 5 TIMES.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD GL-CLOSING-BALANCES.
                01 GL-CLOSING-RECORD.
                  02 GC-BALANCE-DATE PIC 9(8).
                  02 GC-BRANCH-CODE PIC X(4).
                  02 GC-CONTROL-ACCOUNT PIC X(6).
                  02 GC-CLOSING-BALANCE PIC S9(9)V9(2).

                FD RECON-POLICY.
                01 RP-FEED-RECORD.
                  02 RP-FEED-MAX-BREAK-DAYS PIC 9(3).

                FD RECON-BREAKS.
                01 RECON-BREAK-RECORD.
                  02 RB-BRANCH-CODE PIC X(4).
                  02 RB-CONTROL-ACCOUNT PIC X(6).
                  02 RB-FIRST-SEEN PIC 9(8).
                  02 RB-FIRST-DIFFERENCE PIC S9(9)V9(2).
                  02 RB-LAST-DIFFERENCE PIC S9(9)V9(2).

                FD RECON-REPORT.
                01 REPORT-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-LEDGER-EOF PIC X VALUE 'N'.
                    88 END-OF-LEDGER VALUE 'Y'.
                  05 WS-GL-EOF PIC X VALUE 'N'.
                    88 END-OF-GL-FILE VALUE 'Y'.
                  05 WS-BREAKS-EOF PIC X VALUE 'N'.
                    88 END-OF-BREAKS VALUE 'Y'.

                *> the balance date - ACCEPT FROM COMMAND-LINE
                *> follows CASHPROOF's run-parameter pattern
                01 WS-RECON-PARM PIC X(8) VALUE SPACES.
                01 WS-RECON-DATE PIC 9(8).

                *> house default when no policy row is on file
                01 WS-MAX-BREAK-DAYS PIC 9(3) VALUE 5.

                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.

                *> per-branch subledger - deposit balances off the
                *> master, accrued interest off the ledger, the
                *> GL's closing balance once its row is read, and
                *> alongside them the branch's loan balances and
                *> the GL's loans receivable (600001) balance. Not
                *> kept in ascending order (rows are added as the
                *> GL file names them), so looked up by a plain
                *> walk rather than SEARCH ALL
                01 WS-SUB-TABLE.
                  05 WS-SUB-ENTRY OCCURS 30 TIMES.
                    10 WS-SUB-BRANCH PIC X(4).
                    10 WS-SUB-DEPOSITS PIC S9(9)V9(2).
                    10 WS-SUB-ACCRUED PIC S9(9)V9(2).
                    10 WS-SUB-GL-ACCOUNT PIC X(6).
                    10 WS-SUB-GL-BALANCE PIC S9(9)V9(2).
                    10 WS-SUB-GL-RECEIVED PIC X(1).
                    10 WS-SUB-LOANS PIC S9(9)V9(2).
                    10 WS-SUB-LOAN-GL-BALANCE PIC S9(9)V9(2).
                    10 WS-SUB-LOAN-GL-RECEIVED PIC X(1).
                01 WS-SUB-COUNT PIC 9(2) VALUE 0.
                01 WS-SUB-IDX PIC 9(2).
                01 WS-SUB-MATCH PIC 9(2).

                *> account-to-branch cross-reference, same shape
                *> and load as TRIALBAL
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

                *> the control account being compared - a
                *> branch's deposits and its loans are each
                *> reconciled, and carry their breaks, apart
                01 WS-CHECK-SIDE PIC X(1).
                  88 CHECKING-DEPOSITS VALUE 'D'.
                  88 CHECKING-LOANS VALUE 'L'.
                01 WS-CHECK-LEDGER PIC S9(9)V9(2).
                01 WS-CHECK-ACCRUED PIC S9(9)V9(2).
                01 WS-CHECK-GL-ACCOUNT PIC X(6).
                01 WS-CHECK-GL-BALANCE PIC S9(9)V9(2).
                01 WS-CHECK-GL-RECEIVED PIC X(1).
                01 WS-LOAN-CONTROL-ACCOUNT PIC X(6) VALUE '600001'.

                *> yesterday's open breaks - a branch may carry
                *> one on each control account
                01 WS-BRK-COUNT PIC 9(2) VALUE 0.
                01 WS-BRK-TABLE.
                  05 WS-BRK-ENTRY OCCURS 60 TIMES.
                    10 WS-BRK-BRANCH PIC X(4).
                    10 WS-BRK-CONTROL-ACCOUNT PIC X(6).
                    10 WS-BRK-FIRST-SEEN PIC 9(8).
                    10 WS-BRK-FIRST-DIFFERENCE PIC S9(9)V9(2).
                    10 WS-BRK-LAST-DIFFERENCE PIC S9(9)V9(2).
                01 WS-BRK-IDX PIC 9(2).
                01 WS-BRK-MATCH PIC 9(2).

                01 WS-SUBLEDGER-TOTAL PIC S9(9)V9(2).
                01 WS-DIFFERENCE PIC S9(9)V9(2).
                01 WS-MOVEMENT PIC S9(9)V9(2).
                01 WS-FIRST-SEEN PIC 9(8).
                01 WS-FIRST-DIFFERENCE PIC S9(9)V9(2).
                01 WS-BREAK-AGE PIC S9(5).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-BREAK-LINE.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 RL-BRANCH PIC X(4).
                  05 FILLER PIC X(4) VALUE ' GL '.
                  05 RL-GL-ACCOUNT PIC X(6).
                  05 FILLER PIC X(6) VALUE ' SUB '.
                  05 RL-SUBLEDGER PIC -(9)9.99.
                  05 FILLER PIC X(5) VALUE ' GL '.
                  05 RL-GL-BALANCE PIC -(9)9.99.
                  05 FILLER PIC X(6) VALUE ' DIFF '.
                  05 RL-DIFFERENCE PIC -(9)9.99.
                  05 FILLER PIC X(7) VALUE ' SINCE '.
                  05 RL-FIRST-SEEN PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' AGE '.
                  05 RL-AGE PIC ZZZZ9.
                01 WS-MOVEMENT-LINE.
                  05 FILLER PIC X(11) VALUE SPACES.
                  05 RM-LEDGER-LABEL PIC X(15).
                  05 RM-DEPOSITS PIC -(9)9.99.
                  05 FILLER PIC X(9) VALUE ' ACCRUED '.
                  05 RM-ACCRUED PIC -(9)9.99.
                  05 FILLER PIC X(14) VALUE ' MOVED SINCE '.
                  05 RM-MOVEMENT PIC -(9)9.99.
                  05 FILLER PIC X(12) VALUE ' FIRST DIFF '.
                  05 RM-FIRST-DIFF PIC -(9)9.99.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-GL-ROWS-READ PIC 9(7) VALUE 0.
                  05 WS-BRANCHES-CHECKED PIC 9(7) VALUE 0.
                  05 WS-BRANCHES-IN-BALANCE PIC 9(7) VALUE 0.
                  05 WS-BREAKS-OPEN PIC 9(7) VALUE 0.
                  05 WS-BREAKS-NEW PIC 9(7) VALUE 0.
                  05 WS-BREAKS-CLEARED PIC 9(7) VALUE 0.
                  05 WS-BREAKS-SEVERE PIC 9(7) VALUE 0.
                  05 WS-NO-GL-ROW PIC 9(7) VALUE 0.
                  05 WS-LOAN-BOOKS-CHECKED PIC 9(7) VALUE 0.
                  05 WS-LOAN-BOOKS-IN-BALANCE PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-RECON-PARM FROM COMMAND-LINE
              IF WS-RECON-PARM IS NUMERIC
                MOVE WS-RECON-PARM TO WS-RECON-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-RECON-DATE
                END-CALL
              END-IF

              PERFORM A100-LOAD-RECON-POLICY
              PERFORM B000-LOAD-BRANCH-TABLE
              PERFORM B100-LOAD-ACCOUNT-XREF
              PERFORM B200-LOAD-PRIOR-BREAKS
              PERFORM C000-TOTAL-THE-SUBLEDGER
              PERFORM C100-TOTAL-THE-ACCRUALS
              PERFORM C200-READ-GL-BALANCES
              PERFORM D000-RECONCILE-AND-CARRY-FORWARD

              DISPLAY '=========================================='
              DISPLAY 'GLRECON - END OF JOB SUMMARY'
              DISPLAY 'BALANCE DATE       : ' WS-RECON-DATE
              DISPLAY 'GL ROWS READ       : ' WS-GL-ROWS-READ
              DISPLAY 'BRANCHES CHECKED   : ' WS-BRANCHES-CHECKED
              DISPLAY 'IN BALANCE         : '
                  WS-BRANCHES-IN-BALANCE
              DISPLAY 'BREAKS OPEN        : ' WS-BREAKS-OPEN
              DISPLAY '  OPENED TODAY     : ' WS-BREAKS-NEW
              DISPLAY '  PAST POLICY      : ' WS-BREAKS-SEVERE
              DISPLAY 'BREAKS CLEARED     : ' WS-BREAKS-CLEARED
              DISPLAY 'NO GL ROW RECEIVED : ' WS-NO-GL-ROW
              DISPLAY 'LOAN BOOKS CHECKED : ' WS-LOAN-BOOKS-CHECKED
              DISPLAY '  IN BALANCE       : '
                  WS-LOAN-BOOKS-IN-BALANCE
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'GLRECON   ',
                  WS-GL-ROWS-READ, WS-BRANCHES-CHECKED,
                  WS-BREAKS-OPEN, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              A100-LOAD-RECON-POLICY.
              OPEN INPUT RECON-POLICY
              READ RECON-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  IF RP-FEED-MAX-BREAK-DAYS IS NUMERIC
                    MOVE RP-FEED-MAX-BREAK-DAYS TO
                        WS-MAX-BREAK-DAYS
                  END-IF
              END-READ
              CLOSE RECON-POLICY.

              *> same load as TRIALBAL's B000 - every branch on
              *> the rate table is reconciled, posted to or not
              B000-LOAD-BRANCH-TABLE.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT BRANCH-RATE-TABLE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ BRANCH-RATE-TABLE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    MOVE BR-FEED-CODE TO WS-CURRENT-BRANCH
                    PERFORM B300-FIND-BRANCH-ROW
                END-READ
              END-PERFORM
              CLOSE BRANCH-RATE-TABLE.

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

              *> yesterday's open breaks join today's comparison
              *> so a break keeps its first-seen date until it
              *> clears
              B200-LOAD-PRIOR-BREAKS.
              OPEN INPUT RECON-BREAKS
              PERFORM UNTIL END-OF-BREAKS
                READ RECON-BREAKS
                  AT END
                    SET END-OF-BREAKS TO TRUE
                  NOT AT END
                    IF WS-BRK-COUNT < 60
                      ADD 1 TO WS-BRK-COUNT
                      MOVE RB-BRANCH-CODE TO
                          WS-BRK-BRANCH(WS-BRK-COUNT)
                      MOVE RB-CONTROL-ACCOUNT TO
                          WS-BRK-CONTROL-ACCOUNT(WS-BRK-COUNT)
                      MOVE RB-FIRST-SEEN TO
                          WS-BRK-FIRST-SEEN(WS-BRK-COUNT)
                      MOVE RB-FIRST-DIFFERENCE TO
                          WS-BRK-FIRST-DIFFERENCE(WS-BRK-COUNT)
                      MOVE RB-LAST-DIFFERENCE TO
                          WS-BRK-LAST-DIFFERENCE(WS-BRK-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECON-BREAKS.

              *> TRIALBAL's mapping - an account with no cross-
              *> reference entry lands on branch '????', which
              *> no GL control account carries
              B250-MAP-ACCOUNT-TO-BRANCH.
              MOVE '????' TO WS-CURRENT-BRANCH
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  CONTINUE
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) =
                    WS-CURRENT-ACCOUNT
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-CURRENT-BRANCH
              END-SEARCH
              PERFORM B300-FIND-BRANCH-ROW.

              B300-FIND-BRANCH-ROW.
              MOVE 0 TO WS-SUB-MATCH
              PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                  UNTIL WS-SUB-IDX > WS-SUB-COUNT
                IF WS-SUB-BRANCH(WS-SUB-IDX) = WS-CURRENT-BRANCH
                  MOVE WS-SUB-IDX TO WS-SUB-MATCH
                END-IF
              END-PERFORM
              IF WS-SUB-MATCH = 0 AND WS-SUB-COUNT < 30
                ADD 1 TO WS-SUB-COUNT
                MOVE WS-SUB-COUNT TO WS-SUB-MATCH
                MOVE WS-CURRENT-BRANCH TO WS-SUB-BRANCH(WS-SUB-MATCH)
                MOVE 0 TO WS-SUB-DEPOSITS(WS-SUB-MATCH)
                MOVE 0 TO WS-SUB-ACCRUED(WS-SUB-MATCH)
                MOVE SPACES TO WS-SUB-GL-ACCOUNT(WS-SUB-MATCH)
                MOVE 0 TO WS-SUB-GL-BALANCE(WS-SUB-MATCH)
                MOVE 'N' TO WS-SUB-GL-RECEIVED(WS-SUB-MATCH)
                MOVE 0 TO WS-SUB-LOANS(WS-SUB-MATCH)
                MOVE 0 TO WS-SUB-LOAN-GL-BALANCE(WS-SUB-MATCH)
                MOVE 'N' TO WS-SUB-LOAN-GL-RECEIVED(WS-SUB-MATCH)
              END-IF.

              *> TRIALBAL's walk - every account's balance rolls
              *> into its branch; a loan's balance is an asset
              *> the GL holds on loans receivable, not deposits
              C000-TOTAL-THE-SUBLEDGER.
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    MOVE AM-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                    PERFORM B250-MAP-ACCOUNT-TO-BRANCH
                    IF WS-SUB-MATCH > 0
                      IF PRODUCT-LOAN
                        ADD AM-BALANCE TO
                            WS-SUB-LOANS(WS-SUB-MATCH)
                      ELSE
                        ADD AM-BALANCE TO
                            WS-SUB-DEPOSITS(WS-SUB-MATCH)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER.

              *> the interest earned and not yet posted is owed
              *> to the customer as surely as the balance, and
              *> the GL carries it in the same control account
              C100-TOTAL-THE-ACCRUALS.
              OPEN INPUT ACCRUAL-LEDGER
              PERFORM UNTIL END-OF-LEDGER
                READ ACCRUAL-LEDGER NEXT RECORD
                  AT END
                    SET END-OF-LEDGER TO TRUE
                  NOT AT END
                    MOVE AC-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                    PERFORM B250-MAP-ACCOUNT-TO-BRANCH
                    IF WS-SUB-MATCH > 0
                      ADD AC-ACCRUED-AMOUNT TO
                          WS-SUB-ACCRUED(WS-SUB-MATCH)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCRUAL-LEDGER.

              *> only the balance date's rows count - the GL
              *> team may send the file with history on it
              C200-READ-GL-BALANCES.
              OPEN INPUT GL-CLOSING-BALANCES
              PERFORM UNTIL END-OF-GL-FILE
                READ GL-CLOSING-BALANCES
                  AT END
                    SET END-OF-GL-FILE TO TRUE
                  NOT AT END
                    IF GC-BALANCE-DATE = WS-RECON-DATE
                      ADD 1 TO WS-GL-ROWS-READ
                      MOVE GC-BRANCH-CODE TO WS-CURRENT-BRANCH
                      PERFORM B300-FIND-BRANCH-ROW
                      IF WS-SUB-MATCH > 0
                        IF GC-CONTROL-ACCOUNT =
                            WS-LOAN-CONTROL-ACCOUNT
                          ADD GC-CLOSING-BALANCE TO
                              WS-SUB-LOAN-GL-BALANCE(WS-SUB-MATCH)
                          MOVE 'Y' TO
                              WS-SUB-LOAN-GL-RECEIVED(WS-SUB-MATCH)
                        ELSE
                          MOVE GC-CONTROL-ACCOUNT TO
                              WS-SUB-GL-ACCOUNT(WS-SUB-MATCH)
                          ADD GC-CLOSING-BALANCE TO
                              WS-SUB-GL-BALANCE(WS-SUB-MATCH)
                          MOVE 'Y' TO
                              WS-SUB-GL-RECEIVED(WS-SUB-MATCH)
                        END-IF
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE GL-CLOSING-BALANCES.

              D000-RECONCILE-AND-CARRY-FORWARD.
              OPEN OUTPUT RECON-REPORT
              OPEN OUTPUT RECON-BREAKS
              MOVE SPACES TO REPORT-LINE
              STRING 'SUBLEDGER TO GL RECONCILIATION - BALANCE '
                  'DATE ' WS-RECON-DATE '  BREAK LIMIT '
                  WS-MAX-BREAK-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                  UNTIL WS-SUB-IDX > WS-SUB-COUNT
                PERFORM D100-RECONCILE-ONE-BRANCH
              END-PERFORM
              PERFORM D400-REPORT-CLEARED-BREAKS
              CLOSE RECON-BREAKS
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCHES CHECKED ' WS-BRANCHES-CHECKED
                  '  IN BALANCE ' WS-BRANCHES-IN-BALANCE
                  '  BREAKS OPEN ' WS-BREAKS-OPEN
                  '  PAST LIMIT ' WS-BREAKS-SEVERE
                  '  CLEARED ' WS-BREAKS-CLEARED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE RECON-REPORT
              CALL 'RPTSTOW' USING 'GLRECON     ',
                  'gl_reconciliation.txt                   '
              END-CALL.

              *> the unmapped bucket is reported only when it
              *> holds money. Each branch is compared on its
              *> deposits control account and then on loans
              *> receivable - a branch with no loans that the GL
              *> sent no loans row for has nothing to compare
              D100-RECONCILE-ONE-BRANCH.
              IF WS-SUB-BRANCH(WS-SUB-IDX) = '????'
                COMPUTE WS-SUBLEDGER-TOTAL =
                    WS-SUB-DEPOSITS(WS-SUB-IDX)
                    + WS-SUB-ACCRUED(WS-SUB-IDX)
                    + WS-SUB-LOANS(WS-SUB-IDX)
                IF WS-SUBLEDGER-TOTAL NOT = 0
                  MOVE SPACES TO REPORT-LINE
                  STRING 'NO ACCOUNT XREF - SUBLEDGER '
                      WS-SUBLEDGER-TOTAL
                      ' NOT IN ANY BRANCH CONTROL ACCOUNT'
                      DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
                END-IF
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-BRANCHES-CHECKED
              SET CHECKING-DEPOSITS TO TRUE
              MOVE WS-SUB-DEPOSITS(WS-SUB-IDX) TO WS-CHECK-LEDGER
              MOVE WS-SUB-ACCRUED(WS-SUB-IDX) TO WS-CHECK-ACCRUED
              MOVE WS-SUB-GL-ACCOUNT(WS-SUB-IDX) TO
                  WS-CHECK-GL-ACCOUNT
              MOVE WS-SUB-GL-BALANCE(WS-SUB-IDX) TO
                  WS-CHECK-GL-BALANCE
              MOVE WS-SUB-GL-RECEIVED(WS-SUB-IDX) TO
                  WS-CHECK-GL-RECEIVED
              PERFORM D150-RECONCILE-CONTROL-ACCOUNT

              SET CHECKING-LOANS TO TRUE
              MOVE WS-SUB-LOANS(WS-SUB-IDX) TO WS-CHECK-LEDGER
              MOVE 0 TO WS-CHECK-ACCRUED
              MOVE WS-LOAN-CONTROL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
              MOVE WS-SUB-LOAN-GL-BALANCE(WS-SUB-IDX) TO
                  WS-CHECK-GL-BALANCE
              MOVE WS-SUB-LOAN-GL-RECEIVED(WS-SUB-IDX) TO
                  WS-CHECK-GL-RECEIVED
              IF WS-CHECK-LEDGER = 0
                  AND WS-CHECK-GL-RECEIVED NOT = 'Y'
                PERFORM D300-CARRY-PRIOR-UNCHANGED
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LOAN-BOOKS-CHECKED
              PERFORM D150-RECONCILE-CONTROL-ACCOUNT.

              *> a branch the GL sent nothing for is a warning,
              *> not a break - there is nothing to compare
              D150-RECONCILE-CONTROL-ACCOUNT.
              IF CHECKING-LOANS
                MOVE 'LOANS' TO RM-LEDGER-LABEL
              ELSE
                MOVE 'DEPOSITS' TO RM-LEDGER-LABEL
              END-IF
              COMPUTE WS-SUBLEDGER-TOTAL =
                  WS-CHECK-LEDGER + WS-CHECK-ACCRUED
              IF WS-CHECK-GL-RECEIVED NOT = 'Y'
                ADD 1 TO WS-NO-GL-ROW
                MOVE SPACES TO REPORT-LINE
                STRING 'BRANCH ' WS-SUB-BRANCH(WS-SUB-IDX) ' '
                    DELIMITED BY SIZE
                    RM-LEDGER-LABEL DELIMITED BY SPACE
                    ' NO GL CLOSING BALANCE RECEIVED FOR '
                    WS-RECON-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                MOVE 'GL RECON - NO GL CLOSING BALANCE FOR BRANCH'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'GLRECON ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
                PERFORM D300-CARRY-PRIOR-UNCHANGED
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-DIFFERENCE = WS-SUBLEDGER-TOTAL
                  - WS-CHECK-GL-BALANCE
              PERFORM D200-FIND-PRIOR-BREAK
              IF WS-DIFFERENCE = 0
                IF CHECKING-LOANS
                  ADD 1 TO WS-LOAN-BOOKS-IN-BALANCE
                ELSE
                  ADD 1 TO WS-BRANCHES-IN-BALANCE
                END-IF
                IF WS-BRK-MATCH > 0
                  ADD 1 TO WS-BREAKS-CLEARED
                  MOVE SPACES TO
                      WS-BRK-BRANCH(WS-BRK-MATCH)
                  MOVE SPACES TO REPORT-LINE
                  STRING 'BRANCH ' WS-SUB-BRANCH(WS-SUB-IDX) ' '
                      DELIMITED BY SIZE
                      RM-LEDGER-LABEL DELIMITED BY SPACE
                      ' BACK IN BALANCE - BREAK OPENED '
                      WS-BRK-FIRST-SEEN(WS-BRK-MATCH) ' CLEARED'
                      DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
                END-IF
                EXIT PARAGRAPH
              END-IF

              ADD 1 TO WS-BREAKS-OPEN
              IF WS-BRK-MATCH > 0
                MOVE WS-BRK-FIRST-SEEN(WS-BRK-MATCH) TO
                    WS-FIRST-SEEN
                MOVE WS-BRK-FIRST-DIFFERENCE(WS-BRK-MATCH) TO
                    WS-FIRST-DIFFERENCE
                COMPUTE WS-MOVEMENT = WS-DIFFERENCE
                    - WS-BRK-LAST-DIFFERENCE(WS-BRK-MATCH)
                MOVE SPACES TO WS-BRK-BRANCH(WS-BRK-MATCH)
              ELSE
                ADD 1 TO WS-BREAKS-NEW
                MOVE WS-RECON-DATE TO WS-FIRST-SEEN
                MOVE WS-DIFFERENCE TO WS-FIRST-DIFFERENCE
                MOVE WS-DIFFERENCE TO WS-MOVEMENT
              END-IF
              COMPUTE WS-BREAK-AGE =
                  FUNCTION INTEGER-OF-DATE(WS-RECON-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN)

              MOVE WS-SUB-BRANCH(WS-SUB-IDX) TO RL-BRANCH
              MOVE WS-CHECK-GL-ACCOUNT TO RL-GL-ACCOUNT
              MOVE WS-SUBLEDGER-TOTAL TO RL-SUBLEDGER
              MOVE WS-CHECK-GL-BALANCE TO RL-GL-BALANCE
              MOVE WS-DIFFERENCE TO RL-DIFFERENCE
              MOVE WS-FIRST-SEEN TO RL-FIRST-SEEN
              MOVE WS-BREAK-AGE TO RL-AGE
              WRITE REPORT-LINE FROM WS-BREAK-LINE
              MOVE WS-CHECK-LEDGER TO RM-DEPOSITS
              MOVE WS-CHECK-ACCRUED TO RM-ACCRUED
              MOVE WS-MOVEMENT TO RM-MOVEMENT
              MOVE WS-FIRST-DIFFERENCE TO RM-FIRST-DIFF
              WRITE REPORT-LINE FROM WS-MOVEMENT-LINE

              IF WS-BREAK-AGE > WS-MAX-BREAK-DAYS
                ADD 1 TO WS-BREAKS-SEVERE
                MOVE '   *** BREAK PAST POLICY LIMIT - RAISED AS SEVERE'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 'GL RECON - BRANCH BREAK PAST POLICY LIMIT'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'GLRECON ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              MOVE WS-SUB-BRANCH(WS-SUB-IDX) TO RB-BRANCH-CODE
              MOVE WS-CHECK-GL-ACCOUNT TO RB-CONTROL-ACCOUNT
              MOVE WS-FIRST-SEEN TO RB-FIRST-SEEN
              MOVE WS-FIRST-DIFFERENCE TO RB-FIRST-DIFFERENCE
              MOVE WS-DIFFERENCE TO RB-LAST-DIFFERENCE
              WRITE RECON-BREAK-RECORD.

              *> a loans receivable break is kept apart from the
              *> branch's deposits break
              D200-FIND-PRIOR-BREAK.
              MOVE 0 TO WS-BRK-MATCH
              PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                  UNTIL WS-BRK-IDX > WS-BRK-COUNT
                IF WS-BRK-BRANCH(WS-BRK-IDX) =
                    WS-SUB-BRANCH(WS-SUB-IDX)
                  IF (CHECKING-LOANS
                      AND WS-BRK-CONTROL-ACCOUNT(WS-BRK-IDX) =
                          WS-LOAN-CONTROL-ACCOUNT)
                      OR (CHECKING-DEPOSITS
                      AND WS-BRK-CONTROL-ACCOUNT(WS-BRK-IDX) NOT =
                          WS-LOAN-CONTROL-ACCOUNT)
                    MOVE WS-BRK-IDX TO WS-BRK-MATCH
                  END-IF
                END-IF
              END-PERFORM.

              *> with no GL row today an open break can neither
              *> clear nor move - it is carried as it stood
              D300-CARRY-PRIOR-UNCHANGED.
              PERFORM D200-FIND-PRIOR-BREAK
              IF WS-BRK-MATCH > 0
                MOVE WS-BRK-BRANCH(WS-BRK-MATCH) TO RB-BRANCH-CODE
                MOVE WS-BRK-CONTROL-ACCOUNT(WS-BRK-MATCH) TO
                    RB-CONTROL-ACCOUNT
                MOVE WS-BRK-FIRST-SEEN(WS-BRK-MATCH) TO
                    RB-FIRST-SEEN
                MOVE WS-BRK-FIRST-DIFFERENCE(WS-BRK-MATCH) TO
                    RB-FIRST-DIFFERENCE
                MOVE WS-BRK-LAST-DIFFERENCE(WS-BRK-MATCH) TO
                    RB-LAST-DIFFERENCE
                WRITE RECON-BREAK-RECORD
                MOVE SPACES TO WS-BRK-BRANCH(WS-BRK-MATCH)
              END-IF.

              *> a prior break whose branch is gone from both
              *> the rate table and the GL file has nothing left
              *> to compare - it is reported and dropped
              D400-REPORT-CLEARED-BREAKS.
              PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                  UNTIL WS-BRK-IDX > WS-BRK-COUNT
                IF WS-BRK-BRANCH(WS-BRK-IDX) NOT = SPACES
                  ADD 1 TO WS-BREAKS-CLEARED
                  MOVE SPACES TO REPORT-LINE
                  STRING 'BRANCH ' WS-BRK-BRANCH(WS-BRK-IDX)
                      ' NO LONGER RECONCILED - BREAK OPENED '
                      WS-BRK-FIRST-SEEN(WS-BRK-IDX) ' DROPPED'
                      DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
                END-IF
              END-PERFORM.
