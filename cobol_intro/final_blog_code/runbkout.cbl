            *> the day's scheduled fee assessment is unwound with
            *> the bad run. TRANLOAD's NSF fees journal as plain
            *> WRITEs and share the run date, so they ARE swept -
            *> correctly, being consequences of the bad feed. Now
            *> also unwinds the loan-interest lines TRANLOAD
            *> charges ahead of a loan payment (75000+ block) with
            *> the payments themselves, and a recovery posted to a
            *> charged-off account reverses its GL pair only -
            *> it never moved the master balance, so there is no
            *> balance to unwind
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> the reversing file's own proof totals, and
                *> the primary leg's side held for the
              *> journaled, the same discipline as the posting
              *> side - a backout of a backout stays possible
              C200-JOURNAL-THE-DELETE.
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'DELETE' TO JN-OPERATION
              MOVE WS-IMAGE-RECORD TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD.

              *> take the bad posting's AMOUNT back out of the
              END-READ

              IF ACCOUNT-ON-MASTER
                  AND WS-IMG-TRAN-TYPE-CODE = 'Y'
                DISPLAY 'RUNBKOUT - RECOVERY, NO BALANCE TO '
                    'UNWIND: ' WS-IMG-ACCOUNT-ID
              ELSE
                IF ACCOUNT-ON-MASTER
                  MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                  SUBTRACT WS-IMG-AMOUNT FROM AM-BALANCE
                  REWRITE ACCOUNT-MASTER-RECORD
                  CALL 'MSTJRNL' USING 'RUNBKOUT',
                      WS-OPERATOR-ID, WS-MJ-BEFORE,
                      ACCOUNT-MASTER-RECORD
                  END-CALL
                  ADD 1 TO WS-MASTERS-UNWOUND
                  ADD WS-IMG-AMOUNT TO WS-BACKOUT-AMOUNT
                ELSE
                  DISPLAY 'RUNBKOUT - ACCOUNT NOT ON MASTER, '
                      'BALANCE NOT UNWOUND: ' WS-IMG-ACCOUNT-ID
                END-IF
              END-IF.

              *> take each backed-out UID off the indexed store
                  ELSE
                    MOVE 'D' TO GR-DEBIT-CREDIT-IND
                  END-IF
                WHEN 'P'
                  MOVE '600001' TO GR-ACCOUNT-NUMBER
                  MOVE 'D' TO GR-DEBIT-CREDIT-IND
                WHEN 'N'
                  MOVE '610001' TO GR-ACCOUNT-NUMBER
                  MOVE 'D' TO GR-DEBIT-CREDIT-IND
                WHEN 'Y'
                  MOVE '710001' TO GR-ACCOUNT-NUMBER
                  MOVE 'D' TO GR-DEBIT-CREDIT-IND
                WHEN 'O'
                  MOVE '410001' TO GR-ACCOUNT-NUMBER
                  MOVE 'D' TO GR-DEBIT-CREDIT-IND
                WHEN OTHER
                  MOVE '999999' TO GR-ACCOUNT-NUMBER
                  MOVE 'D' TO GR-DEBIT-CREDIT-IND
              PERFORM C450-TALLY-REVERSAL-LEG

              MOVE WS-SETTLEMENT-ACCOUNT TO GR-ACCOUNT-NUMBER
              *> loan interest was charged onto the loan, not
              *> paid in cash - its other side is loans
              *> receivable, as GLEXTR sent it
              IF WS-IMG-TRAN-TYPE-CODE = 'N'
                MOVE '600001' TO GR-ACCOUNT-NUMBER
              END-IF
              *> debit interest was charged onto the deposits
              *> account, the same way
              IF WS-IMG-TRAN-TYPE-CODE = 'O'
                MOVE '100001' TO GR-ACCOUNT-NUMBER
              END-IF
              IF WS-LEG-DC-IND = 'D'
                MOVE 'C' TO GR-DEBIT-CREDIT-IND
              ELSE
