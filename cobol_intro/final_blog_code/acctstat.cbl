            *> TRANLOAD's C500-LOOKUP-ACCOUNT-MASTER happily
            *> posted to accounts closed months ago; the posting
            *> guards in TRANLOAD and CORRPOST now honor what this
            *> program sets (see copybooks/ACCTMST). The penalty
            *> for closing a term deposit ahead of its maturity
            *> date is now quoted by TDPENLTY off the same
            *> penalty schedule the teller screen uses for an
            *> early withdrawal, instead of a flat quarter of a
            *> term's interest. Accrued interest paid out at
            *> closure is written to the accrual-movement
            *> history along with the ledger row it drains
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the account's earned-but-unposted interest
                  *> (see copybooks/ACCRLDG) - paid out here when
                  *> the account closes, so mid-period closure no
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-ACCOUNT-ID.

                  *> the payout is written to the accrual-
                  *> movement history as a negative row (see
                  *> copybooks/ACCRMOV)
                  SELECT OPTIONAL ACCRUAL-MOVEMENTS
                      ASSIGN TO 'accrual_movement.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
                FD JOURNAL.
                COPY JOURNAL.

                FD ACCRUAL-LEDGER.
                COPY ACCRLDG.

                FD ACCRUAL-MOVEMENTS.
                COPY ACCRMOV.

              WORKING-STORAGE SECTION.
                *> run parameter is "<account-id> <OPEN|FREEZE|
                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> early-withdrawal penalty on a term deposit
                *> closed ahead of AM-MATURITY-DATE - a full
                *> break as TDPENLTY quotes it, posted as an 'F'
                *> fee out of UIDALLOC's FEE range
                01 WS-PENALTY-AMOUNT PIC 9(6)V9(2) VALUE 0.
                01 WS-BREAK-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-PENALTY-DAYS PIC 9(3) VALUE 0.
                01 WS-DAYS-TO-MATURITY PIC 9(5) VALUE 0.
                01 WS-BREAK-STATUS PIC X.
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.
                01 WS-PENALTY-CHARGED PIC X VALUE 'N'.
                  88 EARLY-PENALTY-CHARGED VALUE 'Y'.

                *> accrued interest paid out when the account
                *> closes (see copybooks/ACCRLDG)
                01 WS-ACCRUED-PAYOUT PIC S9(6)V9(2) VALUE 0.
                01 WS-NEXT-INTEREST-UID PIC 9(5) VALUE 0.
                01 WS-LEDGER-ROW-FOUND PIC X VALUE 'N'.
                  88 LEDGER-ROW-ON-FILE VALUE 'Y'.
                01 WS-ACCRUAL-PAID PIC X VALUE 'N'.
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-EFFECTIVE-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-EFFECTIVE-DATE
                END-CALL
              END-IF.

              *> status maintenance only - balance, holder name
              IF LEDGER-ROW-ON-FILE
                  AND AC-ACCRUED-AMOUNT > 0
                MOVE AC-ACCRUED-AMOUNT TO WS-ACCRUED-PAYOUT
                OPEN I-O TRANSACTIONS
                OPEN EXTEND JOURNAL
                CALL 'UIDALLOC' USING 'INTEREST  ', 'ACCTSTAT', 'N',
                    WS-NEXT-INTEREST-UID
                END-CALL
                MOVE WS-NEXT-INTEREST-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'ACCRUED INTEREST AT CLOSE' TO
                MOVE WS-EFFECTIVE-DATE TO
                    POST-DATE OF TRANSACTION-STRUCT
                WRITE TRANSACTION-STRUCT
                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'WRITE' TO JN-OPERATION
                MOVE TRANSACTION-AUDIT-LOG TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                CLOSE TRANSACTIONS
                CLOSE JOURNAL
                CALL 'UIDALLOC' USING 'INTEREST  ', 'ACCTSTAT', 'R',
                    WS-NEXT-INTEREST-UID
                END-CALL
                COMPUTE AM-BALANCE =
                    AM-BALANCE + WS-ACCRUED-PAYOUT
                MOVE 0 TO AC-ACCRUED-AMOUNT
                MOVE WS-EFFECTIVE-DATE TO AC-LAST-ACCRUAL-DATE
                REWRITE ACCRUAL-LEDGER-RECORD
                OPEN EXTEND ACCRUAL-MOVEMENTS
                MOVE WS-EFFECTIVE-DATE TO AV-MOVEMENT-DATE
                MOVE AM-ACCOUNT-ID TO AV-ACCOUNT-ID
                COMPUTE AV-AMOUNT = 0 - WS-ACCRUED-PAYOUT
                MOVE 'ACCTSTAT' TO AV-PROGRAM
                WRITE ACCRUAL-MOVEMENT-RECORD
                CLOSE ACCRUAL-MOVEMENTS
                SET ACCRUED-INTEREST-PAID TO TRUE
              END-IF
              CLOSE ACCRUAL-LEDGER.

              *> a term deposit broken before its maturity date
              *> gives back the days of interest at the
              *> contractual rate the penalty schedule sets for
              *> the term left to run - posted as an ordinary
              *> fee through the journaled write path so the
              *> statement and the GL both see it, and rolled
              *> into the same REWRITE that closes the account
              C100-CHARGE-EARLY-PENALTY.
              COMPUTE WS-BREAK-AMOUNT = 0 - AM-BALANCE
              CALL 'TDPENLTY' USING AM-BALANCE, AM-TERM-RATE,
                  AM-MATURITY-DATE, WS-EFFECTIVE-DATE,
                  WS-BREAK-AMOUNT, WS-PENALTY-AMOUNT,
                  WS-PENALTY-DAYS, WS-DAYS-TO-MATURITY,
                  WS-BREAK-STATUS
              END-CALL
              IF WS-PENALTY-AMOUNT > 0
                OPEN I-O TRANSACTIONS
                OPEN EXTEND JOURNAL
                CALL 'UIDALLOC' USING 'FEE       ', 'ACCTSTAT', 'N',
                    WS-NEXT-FEE-UID
                END-CALL
                MOVE WS-NEXT-FEE-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'EARLY WITHDRAWAL PENALTY' TO
                MOVE WS-EFFECTIVE-DATE TO
                    POST-DATE OF TRANSACTION-STRUCT
                WRITE TRANSACTION-STRUCT
                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'WRITE' TO JN-OPERATION
                MOVE TRANSACTION-AUDIT-LOG TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                CLOSE TRANSACTIONS
                CLOSE JOURNAL
                CALL 'UIDALLOC' USING 'FEE       ', 'ACCTSTAT', 'R',
                    WS-NEXT-FEE-UID
                END-CALL
                COMPUTE AM-BALANCE =
                    AM-BALANCE - WS-PENALTY-AMOUNT
                SET EARLY-PENALTY-CHARGED TO TRUE
              END-IF.

              *> the counter-sold term deposit - the account
              *> keeps its status and balance, takes the product
              *> type, contractual rate and maturity date, and
