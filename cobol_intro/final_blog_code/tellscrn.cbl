            *> teller_feed.txt, which FEEDCAT appends for
            *> TRANLOAD. The single posting path stays TRANLOAD's
            *> - the screen only ever writes feed records. Teller
            *> UIDs come from UIDALLOC's TELLER range
            *> (50001-54999); each session holds a small block of
            *> its own, so two tellers signed on at once can
            *> never hand out the same UID.
            *> A withdrawal against an open term deposit ahead of
            *> its maturity date is quoted its early-break
            *> penalty (TDPENLTY) before anything is written: a
            *> partial break the product does not allow is
            *> refused, otherwise the penalty and what the
            *> customer receives are put on the screen and the
            *> teller confirms the customer accepts them. A full
            *> break pays out the balance less the penalty. The
            *> accepted quote is filed on term_penalties.dat
            *> under the withdrawal's UID, where TDPNPOST picks
            *> it up and posts the penalty as its own fee line.
            *> A customer KYCCHK says is due for identification
            *> review is flashed alongside the flagged notes.
            *> Every receipt handed over is recorded on the
            *> correspondence history through DOCLOG, and the
            *> receipt file is recut in the report repository
            *> so the slip can be reprinted. The receipt log row
            *> carries the entry's UID (see copybooks/RCPTLOG) so
            *> OPRPERF can trace what became of each item keyed.
            *> An entry parked for the supervisor goes on the
            *> maker/checker trail under the teller who keyed it
            *> (see copybooks/MKCKTRL).
            *> A withdrawal from a minor's account - one with a
            *> guardian on the holder cross-reference - is only
            *> accepted when the customer the teller keys as
            *> acting is one of the account's guardians; TRANLOAD
            *> lets teller entries through on that footing
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> the customer's numbered receipt, one block
                  *> per accepted entry - the account prints
                  *> masked the way the outbound extracts mask
                      ASSIGN TO 'customer_notes.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the account's guardians, if it is a minor's
                  *> (see copybooks/HOLDXREF and HLDRMNT)
                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the early-break penalty the customer
                  *> accepted, filed under the withdrawal's UID
                  *> for TDPNPOST (see copybooks/TERMPEN)
                  SELECT OPTIONAL TERM-PENALTIES
                      ASSIGN TO 'term_penalties.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TP-WITHDRAWAL-UID.

            DATA DIVISION.
              FILE SECTION.
                *> same field order/size as FEED-RECORD in
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TELLER-RECEIPTS.
                01 RECEIPT-LINE PIC X(80).

                FD RECEIPT-LOG.
                COPY RCPTLOG.

                FD RECEIPT-NUMBER-CONTROL.
                01 RECEIPT-NUMBER-CONTROL-RECORD.
                FD CUSTOMER-NOTES.
                COPY CUSTNOTE.

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

                FD TERM-PENALTIES.
                COPY TERMPEN.

              WORKING-STORAGE SECTION.
                01 WS-TODAY-DATE PIC 9(8).

                *> who is keying - from the OPERATOR environment
                01 WS-ENTRY-AMOUNT-TEXT PIC X(12) VALUE SPACES.
                01 WS-ENTRY-DESC PIC X(25) VALUE SPACES.
                01 WS-ENTRY-AMOUNT PIC S9(6)V9(2) VALUE 0.
                *> who is in front of the teller - on a minor's
                *> account a withdrawal needs one of its guardians
                01 WS-ENTRY-ACTING-CUSTOMER PIC 9(7) VALUE 0.

                01 WS-PROJECTED-START PIC S9(6)V9(2) VALUE 0.
                01 WS-PROJECTED-END PIC S9(6)V9(2) VALUE 0.

                01 WS-SIGNED-ACCOUNT PIC S9(7).

                01 WS-NEXT-TELLER-UID PIC 9(5) VALUE 0.

                *> projected balances carried per account within
                *> this run - a second record for the same

                01 WS-RESULT-LINE PIC X(70).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the number the document carries
                *> on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-ENTRIES-ACCEPTED PIC 9(3) VALUE 0.
                  05 WS-ENTRIES-REFUSED PIC 9(3) VALUE 0.

                01 WS-NOTES-EOF PIC X VALUE 'N'.
                  88 END-OF-NOTES VALUE 'Y'.
                01 WS-HOLDERS-EOF PIC X VALUE 'N'.
                  88 END-OF-HOLDERS VALUE 'Y'.
                01 WS-GUARDIAN-COUNT PIC 9(3) VALUE 0.
                01 WS-GUARDIAN-MATCH PIC X VALUE 'N'.
                  88 ACTING-FOR-GUARDIAN VALUE 'Y'.

                *> KYCCHK's answer for the keyed account's customer
                01 WS-KYC-STATUS PIC X.
                  88 KYC-CURRENT VALUE 'C'.
                  88 KYC-NO-DOCUMENTS VALUE 'N'.
                  88 KYC-DOCUMENT-EXPIRED VALUE 'X'.
                  88 KYC-REVIEW-OVERDUE VALUE 'O'.
                01 WS-LAST-REVIEW-DATE PIC 9(8).
                01 WS-NEXT-REVIEW-DATE PIC 9(8).

                *> OPRLIMIT's verdict - over the keying
                *> operator's dollar limit means diverted for a
                01 WS-MASKED-ACCOUNT PIC X(7) VALUE SPACES.
                01 WS-ACCOUNT-DISPLAY PIC 9(7).

                *> TDPENLTY's quote on an early term-deposit
                *> withdrawal - a full break pays out the balance
                *> less the penalty, a partial break pays out
                *> what was keyed and the penalty comes on top
                01 WS-BREAK-STATUS PIC X.
                  88 NO-PENALTY-DUE VALUE 'N'.
                  88 FULL-BREAK VALUE 'F'.
                  88 PARTIAL-BREAK VALUE 'P'.
                  88 PARTIAL-BREAK-REFUSED VALUE 'R'.
                01 WS-PENALTY-AMOUNT PIC 9(6)V9(2) VALUE 0.
                01 WS-PENALTY-DAYS PIC 9(3) VALUE 0.
                01 WS-DAYS-TO-MATURITY PIC 9(5) VALUE 0.
                01 WS-BREAK-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-BREAK-PRINCIPAL PIC 9(8)V9(2) VALUE 0.
                01 WS-BREAK-PROCEEDS PIC 9(8)V9(2) VALUE 0.
                01 WS-PENALTY-ANSWER PIC X VALUE 'N'.
                  88 PENALTY-ACCEPTED VALUE 'Y' 'y'.

                *> intraday memo record built alongside each
                *> accepted feed record, so the inquiry screens
                *> can show the entry before tonight's load (see
                05 LINE 5 COLUMN 1 VALUE 'DESCRIPTION: '.
                05 LINE 5 COLUMN 14 PIC X(25) TO WS-ENTRY-DESC
                    USING WS-ENTRY-DESC.
                05 LINE 6 COLUMN 1 VALUE 'ACTING CUST: '.
                05 LINE 6 COLUMN 14 PIC 9(7)
                    TO WS-ENTRY-ACTING-CUSTOMER
                    USING WS-ENTRY-ACTING-CUSTOMER.

              01 SCR-RESULT-LINE.
                05 LINE PLUS 1 COLUMN 1 PIC X(70)
                    FROM WS-RESULT-LINE.

              *> the early-break quote the customer has to
              *> agree to before the withdrawal goes any further
              01 SCR-PENALTY-QUOTE.
                05 LINE PLUS 2 COLUMN 1
                    VALUE 'EARLY BREAK OF TERM DEPOSIT - DAYS LEFT: '.
                05 COLUMN PLUS 0 PIC Z(4)9 FROM WS-DAYS-TO-MATURITY.
                05 LINE PLUS 1 COLUMN 1
                    VALUE 'PENALTY          : '.
                05 COLUMN PLUS 0 PIC Z(7)9.99 FROM WS-PENALTY-AMOUNT.
                05 LINE PLUS 1 COLUMN 1
                    VALUE 'CUSTOMER RECEIVES: '.
                05 COLUMN PLUS 0 PIC Z(7)9.99 FROM WS-BREAK-PROCEEDS.
                05 LINE PLUS 1 COLUMN 1
                    VALUE 'CUSTOMER ACCEPTS THE PENALTY (Y/N): '.
                05 COLUMN PLUS 0 PIC X TO WS-PENALTY-ANSWER
                    USING WS-PENALTY-ANSWER.

              01 SCR-AGAIN-PROMPT.
                05 LINE PLUS 2 COLUMN 1
                    VALUE 'ENTER ANOTHER TRANSACTION (Y/N): '.
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              OPEN INPUT ACCOUNT-MASTER

              PERFORM UNTIL NOT ENTER-ANOTHER
                  END-CALL
                  IF AMOUNT-OVER-LIMIT
                    PERFORM C300-PARK-FOR-SUPERVISOR
                    PERFORM C400-FILE-TERM-PENALTY
                    ADD 1 TO WS-ENTRIES-DIVERTED
                    MOVE SPACES TO WS-RESULT-LINE
                    STRING 'OVER YOUR LIMIT - HELD FOR '
                    END-STRING
                  ELSE
                  PERFORM C000-WRITE-TELLER-FEED-RECORD
                  PERFORM C400-FILE-TERM-PENALTY
                  PERFORM C200-PRINT-RECEIPT
                  ADD 1 TO WS-ENTRIES-ACCEPTED
                  MOVE SPACES TO WS-RESULT-LINE
              END-PERFORM

              CLOSE ACCOUNT-MASTER
              CALL 'UIDALLOC' USING 'TELLER    ', 'TELLSCRN', 'R',
                  WS-NEXT-TELLER-UID
              END-CALL

              DISPLAY 'TELLSCRN ENTRIES ACCEPTED: '
                  WS-ENTRIES-ACCEPTED
                  WS-ENTRIES-DIVERTED
              STOP RUN.

              *> the on-the-spot edit chain - the same gates the
              *> entry will meet again in TRANLOAD tonight, so the
              *> teller hears about a bad entry now instead of on
              B000-EDIT-THE-ENTRY.
              MOVE 'Y' TO WS-ENTRY-OK
              MOVE SPACES TO WS-EDIT-MESSAGE
              MOVE 0 TO WS-PENALTY-AMOUNT

              COMPUTE WS-ENTRY-AMOUNT =
                  FUNCTION NUMVAL(WS-ENTRY-AMOUNT-TEXT)
                      TO WS-EDIT-MESSAGE
                ELSE
                  PERFORM B150-FLASH-FLAGGED-NOTE
                  PERFORM B160-FLASH-KYC-DUE
                END-IF
              END-IF

                END-IF
              END-IF

              IF ENTRY-PASSES-EDITS
                  AND WS-ENTRY-AMOUNT < 0
                PERFORM B170-CHECK-GUARDIAN
              END-IF

              IF ENTRY-PASSES-EDITS
                  AND PRODUCT-TERM
                  AND WS-ENTRY-AMOUNT < 0
                PERFORM B200-QUOTE-TERM-PENALTY
              END-IF

              IF ENTRY-PASSES-EDITS
                PERFORM X100-FIND-CHAIN-BASE
                MOVE WS-CHAIN-BASE TO WS-PROJECTED-START
              *> the accepted entry goes out as an ordinary
              *> DAILY-FEED record - TRANLOAD still owns posting
              C000-WRITE-TELLER-FEED-RECORD.
              COMPUTE WS-CHAIN-BASE =
                  WS-PROJECTED-END - WS-PENALTY-AMOUNT
              PERFORM X200-RECORD-CHAIN-BALANCE
              OPEN EXTEND TELLER-FEED
              CALL 'UIDALLOC' USING 'TELLER    ', 'TELLSCRN', 'N',
                  WS-NEXT-TELLER-UID
              END-CALL
              MOVE WS-NEXT-TELLER-UID TO TL-UID
              MOVE WS-ENTRY-DESC TO TL-DESC
              MOVE WS-ENTRY-AMOUNT TO TL-AMOUNT
                  DELIMITED BY SIZE INTO RECEIPT-LINE
              END-STRING
              WRITE RECEIPT-LINE
              IF WS-PENALTY-AMOUNT > 0
                MOVE SPACES TO RECEIPT-LINE
                STRING 'EARLY BREAK PENALTY ' WS-PENALTY-AMOUNT
                    '  TO BE CHARGED SEPARATELY'
                    DELIMITED BY SIZE INTO RECEIPT-LINE
                END-STRING
                WRITE RECEIPT-LINE
              END-IF
              CLOSE TELLER-RECEIPTS

              OPEN EXTEND RECEIPT-LOG
              MOVE WS-RECEIPT-BRANCH TO RL-BRANCH
              MOVE WS-ENTRY-ACCOUNT TO RL-ACCOUNT-ID
              MOVE WS-ENTRY-AMOUNT TO RL-AMOUNT
              MOVE WS-NEXT-TELLER-UID TO RL-UID
              WRITE RECEIPT-LOG-RECORD
              CLOSE RECEIPT-LOG

              CALL 'RPTSTOW' USING 'TELLRCPT    ',
                  'teller_receipts.txt                     '
              END-CALL
              MOVE AM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              MOVE WS-SIGNED-ACCOUNT TO WS-DOC-ACCOUNT
              MOVE WS-NEXT-RECEIPT-NUMBER TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'TELLSCRN', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'TR', 'C', 'TELLRCPT    ',
                  WS-DOC-KEY
              END-CALL.

              C210-LOAD-RECEIPT-NUMBER.
              OPEN INPUT RECEIPT-NUMBER-CONTROL
              END-PERFORM
              CLOSE CUSTOMER-NOTES.

              *> a minor's account carries one or more guardian
              *> rows; money only leaves it with one of them
              *> acting. An account with no guardian is not
              *> touched by this
              B170-CHECK-GUARDIAN.
              MOVE 0 TO WS-GUARDIAN-COUNT
              MOVE 'N' TO WS-GUARDIAN-MATCH
              MOVE 'N' TO WS-HOLDERS-EOF
              OPEN INPUT ACCOUNT-HOLDERS
              PERFORM UNTIL END-OF-HOLDERS
                READ ACCOUNT-HOLDERS
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    IF AH-ACCOUNT-ID = WS-ENTRY-ACCOUNT
                        AND HOLDER-GUARDIAN
                      ADD 1 TO WS-GUARDIAN-COUNT
                      IF AH-CUSTOMER-NUMBER =
                          WS-ENTRY-ACTING-CUSTOMER
                        SET ACTING-FOR-GUARDIAN TO TRUE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-HOLDERS
              IF WS-GUARDIAN-COUNT > 0
                  AND NOT ACTING-FOR-GUARDIAN
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - MINOR ACCOUNT, GUARDIAN MUST AUTHORIZE'
                    TO WS-EDIT-MESSAGE
              END-IF.

              *> a warning, not a refusal - the teller still serves
              *> the customer but asks for identification
              B160-FLASH-KYC-DUE.
              IF AM-CUSTOMER-NUMBER = 0
                EXIT PARAGRAPH
              END-IF
              CALL 'KYCCHK' USING AM-CUSTOMER-NUMBER, WS-TODAY-DATE,
                  WS-KYC-STATUS, WS-LAST-REVIEW-DATE,
                  WS-NEXT-REVIEW-DATE
              END-CALL
              EVALUATE TRUE
                WHEN KYC-NO-DOCUMENTS
                  DISPLAY '*** KYC REVIEW DUE: NO ID DOCUMENT ON '
                      'FILE'
                WHEN KYC-DOCUMENT-EXPIRED
                  DISPLAY '*** KYC REVIEW DUE: ID DOCUMENT EXPIRED'
                WHEN KYC-REVIEW-OVERDUE
                  DISPLAY '*** KYC REVIEW DUE: LAST REVIEWED '
                      WS-LAST-REVIEW-DATE
              END-EVALUATE.

              *> the over-limit entry is built exactly like the
              *> feed record C000 would have written, then
              *> parked on the hold queue under its own risk
              *> the memo-post entry keeps it visible as money
              *> on its way meanwhile
              C300-PARK-FOR-SUPERVISOR.
              COMPUTE WS-CHAIN-BASE =
                  WS-PROJECTED-END - WS-PENALTY-AMOUNT
              PERFORM X200-RECORD-CHAIN-BALANCE
              CALL 'UIDALLOC' USING 'TELLER    ', 'TELLSCRN', 'N',
                  WS-NEXT-TELLER-UID
              END-CALL
              MOVE WS-NEXT-TELLER-UID TO TL-UID
              MOVE WS-ENTRY-DESC TO TL-DESC
              MOVE WS-ENTRY-AMOUNT TO TL-AMOUNT
              MOVE TL-UID TO HQ-UID
              MOVE 'OPLIM' TO HQ-RISK-LEVEL
              MOVE TELLER-FEED-RECORD TO HQ-RECORD-IMAGE
              MOVE WS-TODAY-DATE TO HQ-HELD-DATE
              WRITE HOLD-QUEUE-RECORD
              CLOSE HOLD-QUEUE
              CALL 'MKCKLOG' USING 'TELLSCRN', 'O', 'HOLD',
                  TL-UID, TL-UID, TL-ACCOUNT-ID, WS-OPERATOR-ID
              END-CALL
              PERFORM C100-WRITE-MEMO-POST.

              *> an open term deposit drawn on ahead of its
              *> maturity date - TDPENLTY quotes the penalty off
              *> the balance this entry would draw on. A full
              *> break is cut back to the balance less the
              *> penalty, so the penalty's own fee line leaves
              *> the deposit at nothing. The customer has to
              *> agree to the quote before the entry goes on
              B200-QUOTE-TERM-PENALTY.
              PERFORM X100-FIND-CHAIN-BASE
              MOVE WS-ENTRY-AMOUNT TO WS-BREAK-AMOUNT
              CALL 'TDPENLTY' USING WS-CHAIN-BASE, AM-TERM-RATE,
                  AM-MATURITY-DATE, WS-TODAY-DATE,
                  WS-BREAK-AMOUNT, WS-PENALTY-AMOUNT,
                  WS-PENALTY-DAYS, WS-DAYS-TO-MATURITY,
                  WS-BREAK-STATUS
              END-CALL
              IF NO-PENALTY-DUE
                MOVE 0 TO WS-PENALTY-AMOUNT
                EXIT PARAGRAPH
              END-IF
              IF PARTIAL-BREAK-REFUSED
                MOVE 0 TO WS-PENALTY-AMOUNT
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - PARTIAL BREAK NOT ALLOWED ON DEPOSIT'
                    TO WS-EDIT-MESSAGE
                EXIT PARAGRAPH
              END-IF

              IF FULL-BREAK
                MOVE WS-CHAIN-BASE TO WS-BREAK-PRINCIPAL
                COMPUTE WS-ENTRY-AMOUNT =
                    WS-PENALTY-AMOUNT - WS-CHAIN-BASE
                IF WS-ENTRY-AMOUNT = 0
                  MOVE 0 TO WS-PENALTY-AMOUNT
                  MOVE 'N' TO WS-ENTRY-OK
                  MOVE 'REFUSED - PENALTY TAKES THE WHOLE BALANCE'
                      TO WS-EDIT-MESSAGE
                  EXIT PARAGRAPH
                END-IF
              ELSE
                COMPUTE WS-BREAK-PRINCIPAL = 0 - WS-ENTRY-AMOUNT
              END-IF
              COMPUTE WS-BREAK-PROCEEDS = 0 - WS-ENTRY-AMOUNT

              MOVE 'N' TO WS-PENALTY-ANSWER
              DISPLAY SCR-PENALTY-QUOTE
              ACCEPT SCR-PENALTY-QUOTE
              IF NOT PENALTY-ACCEPTED
                MOVE 0 TO WS-PENALTY-AMOUNT
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'CANCELLED - EARLY BREAK PENALTY NOT ACCEPTED'
                    TO WS-EDIT-MESSAGE
              END-IF.

              *> the accepted quote goes on the penalty register
              *> under the UID the withdrawal was just given -
              *> whether it went to tonight's feed or to the
              *> hold queue, TDPNPOST charges the penalty only
              *> once the withdrawal itself is on the books
              C400-FILE-TERM-PENALTY.
              IF WS-PENALTY-AMOUNT = 0
                EXIT PARAGRAPH
              END-IF
              OPEN I-O TERM-PENALTIES
              MOVE WS-NEXT-TELLER-UID TO TP-WITHDRAWAL-UID
              MOVE WS-SIGNED-ACCOUNT TO TP-ACCOUNT-ID
              MOVE WS-BREAK-PRINCIPAL TO TP-PRINCIPAL
              MOVE WS-PENALTY-AMOUNT TO TP-PENALTY-AMOUNT
              MOVE WS-PENALTY-DAYS TO TP-PENALTY-DAYS
              MOVE WS-DAYS-TO-MATURITY TO TP-DAYS-TO-MATURITY
              IF FULL-BREAK
                SET TP-FULL-BREAK TO TRUE
              ELSE
                SET TP-PARTIAL-BREAK TO TRUE
              END-IF
              MOVE WS-OPERATOR-ID TO TP-QUOTED-BY
              MOVE WS-TODAY-DATE TO TP-QUOTED-DATE
              SET PENALTY-QUEUED TO TRUE
              MOVE 0 TO TP-PENALTY-UID
              MOVE 0 TO TP-POSTED-DATE
              WRITE TERM-PENALTY-RECORD
                INVALID KEY
                  DISPLAY '*** PENALTY NOT FILED - UID '
                      TP-WITHDRAWAL-UID ' ALREADY ON REGISTER'
              END-WRITE
              CLOSE TERM-PENALTIES.
