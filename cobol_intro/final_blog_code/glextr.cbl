            *> month-end out-of-balances came from. The file ends
            *> with one PRF proof record per currency showing
            *> total debits equal total credits, so it is
            *> self-balancing before the GL ever sees it. The GL
            *> interface file goes on the outbound transmission
            *> manifest through XMITREG as it is closed (see
            *> copybooks/XMITMAN), which keeps the generation with
            *> its count and hash total as the proof of sending and
            *> for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
              PERFORM D000-WRITE-PROOF-RECORDS
              CLOSE TRANSACTIONS
              CLOSE GL-INTERFACE
              CALL 'XMITREG' USING 'GLINTERFACE ',
                  'gl_interface.txt                        '
              END-CALL

              *> end-of-job summary banner - same bannered-block
              *> convention as every other program in the batch
              CALL 'RUNSTAT' USING 'GLEXTR    ',
                  WS-RECORDS-EXTRACTED, WS-RECORDS-EXTRACTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> INTEREST posting (INTACCR's accruals) debits the
              *> interest-expense account, a FEE posting
              *> (FEEASSES's service charges) credits fee income,
              *> a FEE-REFUND (FEERPOST) debits fee income back,
              *> a LOAN-ADVANCE (LOANOPEN's bookings) debits
              *> loans receivable, a LOAN-PAYMENT (TRANLOAD)
              *> credits it back down, LOAN-INTEREST credits
              *> loan interest income, a CHARGE-OFF (ODAGING)
              *> debits the charge-off loss account, a RECOVERY
              *> credits the recovery account, DEBIT-INTEREST
              *> (INTACCR's charge on an overdrawn balance)
              *> credits the debit-interest income account,
              *> and anything else (ZERO-AMOUNT) is parked on a
              *> suspense account for manual review
              B000-BUILD-GL-RECORD.
                WHEN FEE OF TRANSACTION-STRUCT
                  MOVE '500001' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
                WHEN FEE-REFUND OF TRANSACTION-STRUCT
                  MOVE '500001' TO GL-ACCOUNT-NUMBER
                  MOVE 'D' TO GL-DEBIT-CREDIT-IND
                *> the two legs of an inter-account transfer land
                *> on the transfer clearing account as an
                *> offsetting debit/credit pair - the legs net to
                  ELSE
                    MOVE 'C' TO GL-DEBIT-CREDIT-IND
                  END-IF
                *> principal advanced on an installment loan is
                *> an asset the bank now holds - it debits loans
                *> receivable, not the deposits liability
                WHEN LOAN-ADVANCE OF TRANSACTION-STRUCT
                  MOVE '600001' TO GL-ACCOUNT-NUMBER
                  MOVE 'D' TO GL-DEBIT-CREDIT-IND
                WHEN LOAN-PAYMENT OF TRANSACTION-STRUCT
                  MOVE '600001' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
                WHEN LOAN-INTEREST OF TRANSACTION-STRUCT
                  MOVE '610001' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
                WHEN CHARGE-OFF OF TRANSACTION-STRUCT
                  MOVE '700001' TO GL-ACCOUNT-NUMBER
                  MOVE 'D' TO GL-DEBIT-CREDIT-IND
                WHEN RECOVERY OF TRANSACTION-STRUCT
                  MOVE '710001' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
                WHEN DEBIT-INTEREST OF TRANSACTION-STRUCT
                  MOVE '410001' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
                WHEN OTHER
                  MOVE '999999' TO GL-ACCOUNT-NUMBER
                  MOVE 'C' TO GL-DEBIT-CREDIT-IND
              *> the cash/settlement leg - same amount, reference
              *> and currency, opposite side, onto the control
              *> account, so every posting leaves the file a
              *> balanced pair. Loan interest and loan late
              *> charges (the only FEE lines that raise a
              *> balance) move no cash - they are charged onto
              *> the loan, so their other side is loans
              *> receivable rather than settlement, and the
              *> refund of a late charge (the only FEE-REFUND
              *> lines that bring a balance down) comes back off
              *> loans receivable the same way. A charge-off
              *> moves no cash either - the loss is written off
              *> against the deposits account the overdrawn
              *> balance sat in, and debit interest is charged
              *> onto that same deposits account
              C000-WRITE-OFFSETTING-LEG.
              MOVE WS-SETTLEMENT-ACCOUNT TO GL-ACCOUNT-NUMBER
              IF LOAN-INTEREST OF TRANSACTION-STRUCT
                  OR (FEE OF TRANSACTION-STRUCT
                      AND AMOUNT OF TRANSACTION-STRUCT > 0)
                  OR (FEE-REFUND OF TRANSACTION-STRUCT
                      AND AMOUNT OF TRANSACTION-STRUCT < 0)
                MOVE '600001' TO GL-ACCOUNT-NUMBER
              END-IF
              IF CHARGE-OFF OF TRANSACTION-STRUCT
                  OR DEBIT-INTEREST OF TRANSACTION-STRUCT
                MOVE '100001' TO GL-ACCOUNT-NUMBER
              END-IF
              IF WS-LEG-DC-IND = 'D'
                MOVE 'C' TO GL-DEBIT-CREDIT-IND
              ELSE
