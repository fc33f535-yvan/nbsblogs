            *> ACCOUNT-ID order and rolls each account's AM-BALANCE
            *> into its branch's total, using the same branch table
            *> and account/branch cross-reference load pattern as
            *> ratelkup.cbl and BRVALID. Loan accounts are kept
            *> out of the deposit totals - a loan's AM-BALANCE is
            *> principal owed to the bank, so netting it against
            *> deposits hid both - and are shown on their own
            *> LOANS line per branch and in the grand total, the
            *> same deposit/loan split GLRECON makes
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                *> the full declared range. WS-BRANCH-BALANCES is
                *> addressed by BR-IDX alongside WS-TABLE-1D but is
                *> never itself SEARCH ALL'd, so it stays a plain
                *> fixed OCCURS 20. WS-BRANCH-LOAN-BALANCES is the
                *> same shape for the branch's loan principal, kept
                *> apart from the deposit balance
                01 WS-TABLE-1D.
                  05 WS-BRANCH-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-BRANCH-COUNT
                01 WS-BRANCH-BALANCES.
                  05 WS-BRANCH-BALANCE PIC S9(9)V9(2)
                      OCCURS 20 TIMES VALUE 0.
                01 WS-BRANCH-LOAN-BALANCES.
                  05 WS-BRANCH-LOAN-BALANCE PIC S9(9)V9(2)
                      OCCURS 20 TIMES VALUE 0.

                *> account-to-branch cross-reference, same shape
                *> and load as ratelkup.cbl/BRVALID; same OCCURS
                *> into this bucket instead of being dropped from
                *> the trial balance
                01 WS-UNASSIGNED-BALANCE PIC S9(9)V9(2) VALUE 0.
                01 WS-UNASSIGNED-LOAN-BALANCE PIC S9(9)V9(2)
                    VALUE 0.
                01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE 0.

                01 WS-XREF-FOUND PIC X VALUE 'N'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-GRAND-TOTAL PIC S9(9)V9(2) VALUE 0.
                01 WS-GRAND-LOAN-TOTAL PIC S9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              *> reference, then roll AM-BALANCE into that
              *> branch's running total - an account with no
              *> cross-reference entry rolls into the unassigned
              *> bucket instead. A loan rolls into the loan
              *> totals, never the deposit ones
              C000-POST-TO-BRANCH.
              MOVE 'N' TO WS-XREF-FOUND
              SEARCH ALL WS-ACCOUNT-ENTRY
                    MOVE 'N' TO WS-BRANCH-FOUND
                  WHEN WS-BRANCH-CODE(BR-IDX) =
                      WS-CURRENT-BRANCH-CODE
                    IF PRODUCT-LOAN
                      ADD AM-BALANCE TO
                          WS-BRANCH-LOAN-BALANCE(BR-IDX)
                    ELSE
                      ADD AM-BALANCE TO WS-BRANCH-BALANCE(BR-IDX)
                    END-IF
                    SET BRANCH-ENTRY-FOUND TO TRUE
                END-SEARCH
                IF NOT BRANCH-ENTRY-FOUND
                  PERFORM C100-POST-UNASSIGNED
                END-IF
              ELSE
                PERFORM C100-POST-UNASSIGNED
              END-IF
              IF PRODUCT-LOAN
                ADD AM-BALANCE TO WS-GRAND-LOAN-TOTAL
              ELSE
                ADD AM-BALANCE TO WS-GRAND-TOTAL
              END-IF.

              C100-POST-UNASSIGNED.
              IF PRODUCT-LOAN
                ADD AM-BALANCE TO WS-UNASSIGNED-LOAN-BALANCE
              ELSE
                ADD AM-BALANCE TO WS-UNASSIGNED-BALANCE
              END-IF
              ADD 1 TO WS-UNASSIGNED-COUNT.

              D000-PRINT-TRIAL-BALANCE.
              OPEN OUTPUT TRIAL-BALANCE-REPORT
                DISPLAY 'BRANCH ' WS-BRANCH-CODE(BR-IDX)
                    ' ' WS-BRANCH-NAME
                    ' BALANCE: ' WS-BRANCH-BALANCE(BR-IDX)
                DISPLAY 'BRANCH ' WS-BRANCH-CODE(BR-IDX)
                    ' ' WS-BRANCH-NAME
                    ' LOANS  : ' WS-BRANCH-LOAN-BALANCE(BR-IDX)
                MOVE SPACES TO REPORT-LINE
                STRING 'BRANCH ' WS-BRANCH-CODE(BR-IDX)
                    ' ' WS-BRANCH-NAME
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                MOVE SPACES TO REPORT-LINE
                STRING 'BRANCH ' WS-BRANCH-CODE(BR-IDX)
                    ' ' WS-BRANCH-NAME
                    ' LOANS  : ' WS-BRANCH-LOAN-BALANCE(BR-IDX)
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
              END-PERFORM
              DISPLAY 'UNASSIGNED ACCOUNTS: ' WS-UNASSIGNED-COUNT
                  ' BALANCE: ' WS-UNASSIGNED-BALANCE
                  ' LOANS: ' WS-UNASSIGNED-LOAN-BALANCE
              DISPLAY 'GRAND TOTAL        : ' WS-GRAND-TOTAL
              DISPLAY 'GRAND TOTAL LOANS  : ' WS-GRAND-LOAN-TOTAL
              DISPLAY '=========================================='
              MOVE SPACES TO REPORT-LINE
              STRING 'UNASSIGNED ACCOUNTS: '
                  WS-UNASSIGNED-COUNT
                  ' BALANCE: ' WS-UNASSIGNED-BALANCE
                  ' LOANS: ' WS-UNASSIGNED-LOAN-BALANCE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'GRAND TOTAL LOANS: ' WS-GRAND-LOAN-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE TRIAL-BALANCE-REPORT
              CALL 'RPTSTOW' USING 'TRIALBAL    ',
                  'trial_balance.txt                       '
