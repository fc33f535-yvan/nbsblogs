            *> with the return deadline (the next business day,
            *> per HOLCHK's calendar) so the return goes back
            *> before the clearing house's cutoff. Inclearing
            *> UIDs come from UIDALLOC's INCLEAR range
            *> (65001-69999). Now also runs positive pay for
            *> the business accounts enrolled on
            *> positive_pay_enrol.txt: each item is matched by
            *> cheque serial against the customer's issued
            *> cheques (PPAYLOAD's warehouse), and an item with no
            *> issue, a different amount, or a serial already
            *> paid or voided is parked on the exception file
            *> instead of paying, for the customer's PPAYDEC
            *> decision. Decided exceptions are paid or returned
            *> at the start of the next run; one still undecided
            *> at its return deadline is returned
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'inclearing_returns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> an NSF decision here is an NSF decision
                  *> like TRANLOAD's - the event record feeds
                  *> the same NSFNTCE daily notice run
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  *> the business accounts signed up for positive
                  *> pay, one account number per line in account
                  *> order
                  SELECT OPTIONAL PPAY-ENROLMENT
                      ASSIGN TO 'positive_pay_enrol.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the customers' issued cheques (see PPAYLOAD)
                  SELECT OPTIONAL ISSUED-CHEQUES
                      ASSIGN TO 'issued_cheques.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IQ-KEY.

                  *> items parked for the customer's decision
                  *> (see PPAYDEC)
                  SELECT OPTIONAL PPAY-EXCEPTIONS
                      ASSIGN TO 'ppay_exceptions.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PX-KEY.

                  *> the night's exception list for the business
                  *> banking desk - stowed as a dated generation
                  *> at end of job (see RPTSTOW)
                  SELECT PPAY-EXCEPTION-LIST
                      ASSIGN TO 'ppay_exception_list.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD INCLEARING-FEED.
                  02 IC-AMOUNT PIC 9(6)V9(2).
                  02 IC-DESC PIC X(25).
                  02 IC-PRESENT-DATE PIC 9(8).
                  *> the cheque number off the MICR line, matched
                  *> against the issue file for positive pay
                  02 IC-CHEQUE-SERIAL PIC 9(8).

                FD TRANSACTIONS.
                COPY TRANSACT.
                  02 RT-REASON-TEXT PIC X(30).
                  02 RT-RETURN-DEADLINE PIC 9(8).

                *> same record shape TRANLOAD writes and
                *> NSFNTCE reads
                FD NSF-EVENTS.
                FD RISK-PROFILE.
                COPY RISKPROF.

                FD PPAY-ENROLMENT.
                01 PE-ENROL-RECORD.
                  02 PE-ACCOUNT-ID PIC S9(7).

                FD ISSUED-CHEQUES.
                COPY ISSUCHQ.

                FD PPAY-EXCEPTIONS.
                COPY PPAYEXC.

                FD PPAY-EXCEPTION-LIST.
                01 EXCEPTION-LIST-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-FEED-EOF PIC X VALUE 'N'.
                    88 END-OF-INCLEARING VALUE 'Y'.
                  05 WS-ENROL-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENT VALUE 'Y'.
                  05 WS-EXCEPTION-EOF PIC X VALUE 'N'.
                    88 END-OF-EXCEPTIONS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.

                *> the item's disposition through the edit chain
                01 WS-ITEM-VERDICT PIC X VALUE 'P'.
                  88 ITEM-PAYS VALUE 'P'.
                  88 ITEM-RETURNS VALUE 'R'.
                  88 ITEM-PAYS-WITH-FEE VALUE 'F'.
                  88 ITEM-PPAY-EXCEPTION VALUE 'X'.

                01 WS-RETURN-REASON-CODE PIC X(2).
                01 WS-RETURN-REASON-TEXT PIC X(30).
                01 WS-NSF-FEE PIC 9(2)V9(2) VALUE 25.00.
                01 WS-ZERO-UID PIC 9(5) VALUE 0.

                01 WS-NEXT-INCLEAR-UID PIC 9(5) VALUE 0.

                *> positive-pay enrolment, held in ascending
                *> account order for SEARCH ALL - same shape as
                *> FEEASSES's account cross-reference
                01 WS-ENROL-COUNT PIC 9(3) VALUE 0.
                01 WS-ENROL-TABLE.
                  05 WS-ENROL-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-ENROL-COUNT
                      ASCENDING KEY IS WS-ENROL-ACCOUNT-ID
                      INDEXED BY ENROL-IDX.
                    10 WS-ENROL-ACCOUNT-ID PIC S9(7).

                01 WS-ENROLLED PIC X VALUE 'N'.
                  88 ACCOUNT-ON-POSITIVE-PAY VALUE 'Y'.
                01 WS-ISSUE-FOUND PIC X VALUE 'N'.
                  88 ISSUE-ON-FILE VALUE 'Y'.

                *> set while a decided exception is being run
                *> back through B000, so the customer's pay
                *> decision is not matched all over again
                01 WS-PPAY-BYPASS PIC X VALUE 'N'.
                  88 PPAY-DECISION-BEING-WORKED VALUE 'Y'.

                01 WS-PPAY-REASON-CODE PIC X(2).
                01 WS-PPAY-ISSUED-AMOUNT PIC 9(6)V9(2).

                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-ITEMS-READ PIC 9(5) VALUE 0.
                  05 WS-ITEMS-RETURNED PIC 9(5) VALUE 0.
                  05 WS-NSF-FEES-CHARGED PIC 9(5) VALUE 0.
                  05 WS-TOTAL-PAID PIC S9(9)V9(2) VALUE 0.
                  05 WS-PPAY-MATCHED PIC 9(5) VALUE 0.
                  05 WS-PPAY-EXCEPTIONS PIC 9(5) VALUE 0.
                  05 WS-PPAY-DECIDED-PAID PIC 9(5) VALUE 0.
                  05 WS-PPAY-DECIDED-RETURNED PIC 9(5) VALUE 0.
                  05 WS-PPAY-DEFAULT-RETURNED PIC 9(5) VALUE 0.
                  05 WS-PPAY-STILL-OPEN PIC 9(5) VALUE 0.

                01 WS-LIST-DETAIL.
                  05 EL-SEQUENCE PIC 9(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-CHEQUE-SERIAL PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-AMOUNT PIC Z(5)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-ISSUED-AMOUNT PIC Z(5)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-REASON-CODE PIC X(2).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-DEADLINE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 EL-DESC PIC X(25).

                01 WS-EXC-MESSAGE PIC X(60).

              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A200-COMPUTE-RETURN-DEADLINE

              OPEN INPUT INCLEARING-FEED
              OPEN I-O POSTED-UIDS
              OPEN I-O RISK-PROFILE
              OPEN OUTPUT INCLEARING-RETURNS
              OPEN I-O ISSUED-CHEQUES
              OPEN I-O PPAY-EXCEPTIONS
              OPEN OUTPUT PPAY-EXCEPTION-LIST
              PERFORM A400-LOAD-PPAY-ENROLMENT
              PERFORM A500-WRITE-LIST-HEADINGS

              *> yesterday's exceptions go first - what the
              *> customer decided, and what they let run out,
              *> must reach the return file before tonight's
              *> presentments are worked
              PERFORM H000-WORK-PPAY-EXCEPTIONS

              PERFORM UNTIL END-OF-INCLEARING
                READ INCLEARING-FEED
              CLOSE POSTED-UIDS
              CLOSE RISK-PROFILE
              CLOSE INCLEARING-RETURNS
              CLOSE ISSUED-CHEQUES
              CLOSE PPAY-EXCEPTIONS
              CLOSE PPAY-EXCEPTION-LIST

              CALL 'UIDALLOC' USING 'INCLEAR   ', 'INCLEAR ', 'R',
                  WS-NEXT-INCLEAR-UID
              END-CALL

              CALL 'RPTSTOW' USING 'PPAYEXC     ',
                  'ppay_exception_list.txt                 '
              END-CALL

              IF WS-ITEMS-RETURNED > 0
                MOVE 'INCLEARING ITEMS RETURNED TO CLEARING '
              DISPLAY 'NSF FEES CHARGED  : ' WS-NSF-FEES-CHARGED
              DISPLAY 'TOTAL PAID        : ' WS-TOTAL-PAID
              DISPLAY 'RETURN DEADLINE   : ' WS-RETURN-DEADLINE
              DISPLAY 'PPAY ITEMS MATCHED: ' WS-PPAY-MATCHED
              DISPLAY 'PPAY EXCEPTIONS   : ' WS-PPAY-EXCEPTIONS
              DISPLAY 'PPAY DECIDED PAY  : ' WS-PPAY-DECIDED-PAID
              DISPLAY 'PPAY DECIDED RTN  : '
                  WS-PPAY-DECIDED-RETURNED
              DISPLAY 'PPAY NO DECISION  : '
                  WS-PPAY-DEFAULT-RETURNED
              DISPLAY 'PPAY STILL OPEN   : ' WS-PPAY-STILL-OPEN
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> MAINMENU
              GOBACK.

              *> returns must reach the clearing house by the
              *> next business day after presentment - HOLCHK's
              *> calendar answers it once for the whole run
              END-CALL
              MOVE WS-RESULT-DATE TO WS-RETURN-DEADLINE.

              A400-LOAD-PPAY-ENROLMENT.
              OPEN INPUT PPAY-ENROLMENT
              PERFORM UNTIL END-OF-ENROLMENT
                READ PPAY-ENROLMENT
                  AT END
                    SET END-OF-ENROLMENT TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ENROL-COUNT
                    MOVE PE-ACCOUNT-ID TO
                        WS-ENROL-ACCOUNT-ID(WS-ENROL-COUNT)
                END-READ
              END-PERFORM
              CLOSE PPAY-ENROLMENT.

              A500-WRITE-LIST-HEADINGS.
              MOVE SPACES TO EXCEPTION-LIST-LINE
              STRING 'POSITIVE PAY EXCEPTIONS - PRESENTED '
                  WS-RUN-DATE
                  '   DECIDE BY ' WS-RETURN-DEADLINE
                  DELIMITED BY SIZE INTO EXCEPTION-LIST-LINE
              END-STRING
              WRITE EXCEPTION-LIST-LINE
              MOVE SPACES TO EXCEPTION-LIST-LINE
              STRING 'SEQ     ACCOUNT  SERIAL    PRESENTED'
                  '     ISSUED  RC  DEADLINE  DESCRIPTION'
                  DELIMITED BY SIZE INTO EXCEPTION-LIST-LINE
              END-STRING
              WRITE EXCEPTION-LIST-LINE.

              *> the same gates TRANLOAD's B000 applies, in the
              *> same order - an item that fails any of them
              *> goes on the return file with its reason instead

              IF ITEM-PAYS
                CALL 'BLKCHK' USING IC-ACCOUNT-ID, WS-ZERO-UID,
                    WS-BLOCK-STATUS, IC-CHEQUE-SERIAL
                END-CALL
                IF NOT POSTING-CLEAR
                  SET ITEM-RETURNS TO TRUE
                  MOVE 'SP' TO WS-RETURN-REASON-CODE
                  IF CHEQUE-IS-STOPPED
                    MOVE 'STOP PAYMENT ON THIS CHEQUE' TO
                        WS-RETURN-REASON-TEXT
                  ELSE
                    MOVE 'STOP PAYMENT / ACCOUNT BLOCKED' TO
                        WS-RETURN-REASON-TEXT
                  END-IF
                END-IF
              END-IF

              *> positive pay runs after the stops and blocks
              *> (a stopped cheque is returned as a stop, not
              *> parked) and before funds, so the customer is
              *> never asked about an item that would bounce
              *> anyway on a later night
              MOVE 'N' TO WS-ISSUE-FOUND
              IF ITEM-PAYS
                PERFORM C100-MATCH-POSITIVE-PAY
              END-IF

              IF ITEM-PAYS
                PERFORM C000-CHECK-OVERDRAFT
              END-IF
              EVALUATE TRUE
                WHEN ITEM-RETURNS
                  PERFORM E000-WRITE-RETURN-ITEM
                WHEN ITEM-PPAY-EXCEPTION
                  PERFORM E100-WRITE-PPAY-EXCEPTION
                WHEN ITEM-PAYS-WITH-FEE
                  PERFORM D000-POST-THE-ITEM
                  PERFORM D200-POST-NSF-FEE
                END-IF
              END-IF.

              *> an enrolled account's item must match a cheque
              *> the customer told us they wrote - same serial,
              *> same amount, not already paid or voided. Any
              *> mismatch parks the item for the customer's
              *> decision instead of paying it
              C100-MATCH-POSITIVE-PAY.
              MOVE 'N' TO WS-ENROLLED
              IF WS-ENROL-COUNT > 0
                SEARCH ALL WS-ENROL-ENTRY
                  AT END
                    MOVE 'N' TO WS-ENROLLED
                  WHEN WS-ENROL-ACCOUNT-ID(ENROL-IDX) =
                      IC-ACCOUNT-ID
                    SET ACCOUNT-ON-POSITIVE-PAY TO TRUE
                END-SEARCH
              END-IF
              IF NOT ACCOUNT-ON-POSITIVE-PAY
                EXIT PARAGRAPH
              END-IF

              MOVE SPACES TO WS-PPAY-REASON-CODE
              MOVE 0 TO WS-PPAY-ISSUED-AMOUNT
              MOVE IC-ACCOUNT-ID TO IQ-ACCOUNT-ID
              MOVE IC-CHEQUE-SERIAL TO IQ-CHEQUE-SERIAL
              READ ISSUED-CHEQUES
                INVALID KEY
                  MOVE 'NI' TO WS-PPAY-REASON-CODE
                NOT INVALID KEY
                  SET ISSUE-ON-FILE TO TRUE
                  MOVE IQ-AMOUNT TO WS-PPAY-ISSUED-AMOUNT
                  EVALUATE TRUE
                    WHEN CHEQUE-VOIDED
                      MOVE 'VD' TO WS-PPAY-REASON-CODE
                    WHEN CHEQUE-PAID
                      MOVE 'DP' TO WS-PPAY-REASON-CODE
                    WHEN IQ-AMOUNT NOT = IC-AMOUNT
                      MOVE 'AM' TO WS-PPAY-REASON-CODE
                  END-EVALUATE
              END-READ

              *> the customer has already said pay this one -
              *> the match is not re-asked, but a paid issue
              *> still gets marked below
              IF PPAY-DECISION-BEING-WORKED
                EXIT PARAGRAPH
              END-IF

              IF WS-PPAY-REASON-CODE = SPACES
                ADD 1 TO WS-PPAY-MATCHED
              ELSE
                SET ITEM-PPAY-EXCEPTION TO TRUE
              END-IF.

              *> the paid item posts as an ordinary withdrawal
              *> through the same WRITE/journal/master-
              *> rollforward sequence as TRANLOAD's D000
              D000-POST-THE-ITEM.
              CALL 'UIDALLOC' USING 'INCLEAR   ', 'INCLEAR ', 'N',
                  WS-NEXT-INCLEAR-UID
              END-CALL
              MOVE WS-NEXT-INCLEAR-UID TO
                  UID OF TRANSACTION-STRUCT
              MOVE IC-DESC TO DESC OF TRANSACTION-STRUCT
                  CONTINUE
              END-WRITE
              PERFORM G100-FOLD-RISK-PROFILE
              IF ISSUE-ON-FILE
                  AND CHEQUE-ISSUED
                PERFORM G200-MARK-CHEQUE-PAID
              END-IF
              ADD 1 TO WS-ITEMS-PAID
              ADD IC-AMOUNT TO WS-TOTAL-PAID.

              *> the same $25 TRANLOAD's D200 charges when the
              *> account's terms say post-and-fee
              D200-POST-NSF-FEE.
              CALL 'UIDALLOC' USING 'INCLEAR   ', 'INCLEAR ', 'N',
                  WS-NEXT-INCLEAR-UID
              END-CALL
              MOVE WS-NEXT-INCLEAR-UID TO
                  UID OF TRANSACTION-STRUCT
              MOVE 'NSF FEE - INCLEARING ITEM' TO
              DISPLAY 'INCLEAR RETURNED ITEM ' IC-SEQUENCE
                  ' REASON ' WS-RETURN-REASON-CODE.

              *> the item is held - neither posted nor returned
              *> - with everything needed to post it later, and
              *> listed for the business banking desk to put in
              *> front of the customer before the deadline
              E100-WRITE-PPAY-EXCEPTION.
              MOVE IC-PRESENT-DATE TO PX-PRESENT-DATE
              MOVE IC-SEQUENCE TO PX-SEQUENCE
              MOVE IC-ACCOUNT-ID TO PX-ACCOUNT-ID
              MOVE IC-CHEQUE-SERIAL TO PX-CHEQUE-SERIAL
              MOVE IC-AMOUNT TO PX-AMOUNT
              MOVE IC-DESC TO PX-DESC
              MOVE WS-PPAY-REASON-CODE TO PX-REASON-CODE
              MOVE WS-PPAY-ISSUED-AMOUNT TO PX-ISSUED-AMOUNT
              MOVE WS-RETURN-DEADLINE TO PX-RETURN-DEADLINE
              SET PPAY-UNDECIDED TO TRUE
              MOVE SPACES TO PX-DECIDED-BY
              MOVE 0 TO PX-DECIDED-DATE
              SET PPAY-EXCEPTION-OPEN TO TRUE
              MOVE 0 TO PX-WORKED-DATE
              WRITE PPAY-EXCEPTION-RECORD
                INVALID KEY
                  *> the same presentment already parked - the
                  *> clearing house resent the file
                  DISPLAY 'INCLEAR - PPAY ITEM ALREADY HELD '
                      IC-SEQUENCE
                  EXIT PARAGRAPH
              END-WRITE
              ADD 1 TO WS-PPAY-EXCEPTIONS

              MOVE IC-SEQUENCE TO EL-SEQUENCE
              MOVE IC-ACCOUNT-ID TO EL-ACCOUNT-ID
              MOVE IC-CHEQUE-SERIAL TO EL-CHEQUE-SERIAL
              MOVE IC-AMOUNT TO EL-AMOUNT
              MOVE WS-PPAY-ISSUED-AMOUNT TO EL-ISSUED-AMOUNT
              MOVE WS-PPAY-REASON-CODE TO EL-REASON-CODE
              MOVE WS-RETURN-DEADLINE TO EL-DEADLINE
              MOVE IC-DESC TO EL-DESC
              MOVE WS-LIST-DETAIL TO EXCEPTION-LIST-LINE
              WRITE EXCEPTION-LIST-LINE
              DISPLAY 'INCLEAR HELD PPAY ITEM ' IC-SEQUENCE
                  ' REASON ' WS-PPAY-REASON-CODE.

              *> the same event record TRANLOAD's F200 leaves -
              *> the reject carries the balance the customer
              *> keeps, the paid-with-fee carries the balance
              CLOSE NSF-EVENTS.

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
                      RP-AMOUNT-TOTAL
                  REWRITE RISK-PROFILE-RECORD
              END-READ.

              *> the customer's cheque has cleared - a second
              *> presentment of the same serial will now show as
              *> already paid
              G200-MARK-CHEQUE-PAID.
              SET CHEQUE-PAID TO TRUE
              MOVE WS-RUN-DATE TO IQ-PAID-DATE
              REWRITE ISSUED-CHEQUE-RECORD
                INVALID KEY
                  CONTINUE
              END-REWRITE.

              *> every open exception is worked in key order.
              *> A pay decision runs the held item back through
              *> B000 (stops, blocks and funds still apply); a
              *> return decision returns it 'PP'; one with no
              *> decision is returned 'PN' once its deadline
              *> has come, and otherwise waits another night
              H000-WORK-PPAY-EXCEPTIONS.
              MOVE LOW-VALUES TO PX-KEY
              START PPAY-EXCEPTIONS KEY IS NOT LESS THAN PX-KEY
                INVALID KEY
                  SET END-OF-EXCEPTIONS TO TRUE
              END-START
              PERFORM UNTIL END-OF-EXCEPTIONS
                READ PPAY-EXCEPTIONS NEXT RECORD
                  AT END
                    SET END-OF-EXCEPTIONS TO TRUE
                  NOT AT END
                    IF PPAY-EXCEPTION-OPEN
                      PERFORM H100-WORK-ONE-EXCEPTION
                    END-IF
                END-READ
              END-PERFORM.

              H100-WORK-ONE-EXCEPTION.
              IF PPAY-UNDECIDED
                  AND PX-RETURN-DEADLINE > WS-RUN-DATE
                ADD 1 TO WS-PPAY-STILL-OPEN
                EXIT PARAGRAPH
              END-IF

              MOVE PX-SEQUENCE TO IC-SEQUENCE
              MOVE PX-ACCOUNT-ID TO IC-ACCOUNT-ID
              MOVE PX-AMOUNT TO IC-AMOUNT
              MOVE PX-DESC TO IC-DESC
              MOVE PX-PRESENT-DATE TO IC-PRESENT-DATE
              MOVE PX-CHEQUE-SERIAL TO IC-CHEQUE-SERIAL

              EVALUATE TRUE
                WHEN PPAY-DECIDED-PAY
                  SET PPAY-DECISION-BEING-WORKED TO TRUE
                  PERFORM B000-PROCESS-ONE-ITEM
                  MOVE 'N' TO WS-PPAY-BYPASS
                  ADD 1 TO WS-PPAY-DECIDED-PAID
                WHEN PPAY-DECIDED-RETURN
                  MOVE 'PP' TO WS-RETURN-REASON-CODE
                  MOVE 'POSITIVE PAY - CUSTOMER RETURN' TO
                      WS-RETURN-REASON-TEXT
                  PERFORM E000-WRITE-RETURN-ITEM
                  ADD 1 TO WS-PPAY-DECIDED-RETURNED
                WHEN OTHER
                  MOVE 'PN' TO WS-RETURN-REASON-CODE
                  MOVE 'POSITIVE PAY - NO DECISION' TO
                      WS-RETURN-REASON-TEXT
                  PERFORM E000-WRITE-RETURN-ITEM
                  ADD 1 TO WS-PPAY-DEFAULT-RETURNED
              END-EVALUATE

              SET PPAY-EXCEPTION-WORKED TO TRUE
              MOVE WS-RUN-DATE TO PX-WORKED-DATE
              REWRITE PPAY-EXCEPTION-RECORD
                INVALID KEY
                  CONTINUE
              END-REWRITE.
