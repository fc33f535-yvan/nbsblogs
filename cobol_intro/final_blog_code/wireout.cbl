            IDENTIFICATION DIVISION.
            PROGRAM-ID. WIREOUT.
            *> outbound wire request entry - STORDMNT only keeps
            *> recurring external payments, so a customer's
            *> one-off wire was faxed to the correspondent bank.
            *> This puts a full-screen form in TELLSCRN's style in
            *> front of it: debit account, beneficiary bank and
            *> account, beneficiary name, amount and purpose. The
            *> request is edited on the spot - master lookup and
            *> lifecycle status, OPRBRNCH's branch scope, and the
            *> available funds through AVAILBAL (today's pending
            *> memos in, uncollected holds out, overdraft line
            *> included). A wire at or over the callback
            *> threshold on wire_control.txt, or over the keying
            *> operator's OPRLIMIT limit, is registered AWAITING
            *> CALLBACK and goes nowhere until a second operator
            *> records the customer callback through WIRECB;
            *> anything else is released at once through WIRERLS,
            *> which value-dates it against the day's cutoff.
            *> Every request lands on wire_requests.txt (see
            *> copybooks/WIREREQ). Debit UIDs come from UIDALLOC's
            *> WIRE range; a held request goes on the maker/
            *> checker trail as originated. A wire from a minor's
            *> account is only taken when the customer keyed as
            *> acting is one of its guardians, TELLSCRN's rule, so
            *> TRANLOAD never has to hold the debit for one
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the request register - appended here, worked
                  *> and rewritten whole by WIRECB
                  SELECT OPTIONAL WIRE-REQUESTS
                      ASSIGN TO 'wire_requests.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the same single-row control WIRERLS reads the
                  *> cutoff time from
                  SELECT OPTIONAL WIRE-CONTROL
                      ASSIGN TO 'wire_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the account's guardians, if it is a minor's
                  *> (see copybooks/HOLDXREF and HLDRMNT)
                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read-only - same keyed lookup TELLSCRN does
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD WIRE-REQUESTS.
                COPY WIREREQ.

                FD WIRE-CONTROL.
                01 WC-FEED-RECORD.
                  02 WC-FEED-CUTOFF-TIME PIC 9(4).
                  02 WC-FEED-CALLBACK-LIMIT PIC 9(7)V9(2).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

              WORKING-STORAGE SECTION.
                01 WS-TODAY-DATE PIC 9(8).

                *> who is keying - from the OPERATOR environment
                *> variable, same idiom as TELLSCRN
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

                *> OPRBRNCH's verdict
                01 WS-SCOPE-STATUS PIC X.
                  88 BRANCH-SCOPE-ALLOWED VALUE 'A'.
                  88 BRANCH-SCOPE-DENIED VALUE 'D'.

                *> the system day-control state (see DAYCTL)
                01 WS-DAY-STATE PIC X(1).
                  88 DAY-ONLINE-OPEN VALUE 'O'.
                  88 DAY-ONLINE-CLOSED VALUE 'C'.
                  88 DAY-BATCH-RUNNING VALUE 'B'.
                  88 DAY-CLOSED VALUE 'D'.

                *> a wire at or over this waits for a callback -
                *> $10,000.00 unless the control file says
                *> otherwise
                01 WS-CALLBACK-LIMIT PIC 9(7)V9(2) VALUE 10000.00.

                *> the request off the form
                01 WS-ENTRY-ACCOUNT PIC 9(7) VALUE 0.
                01 WS-ENTRY-AMOUNT-TEXT PIC X(12) VALUE SPACES.
                01 WS-ENTRY-BENEF-BANK PIC X(11) VALUE SPACES.
                01 WS-ENTRY-BENEF-ACCOUNT PIC X(34) VALUE SPACES.
                01 WS-ENTRY-BENEF-NAME PIC X(35) VALUE SPACES.
                01 WS-ENTRY-PURPOSE PIC X(35) VALUE SPACES.
                01 WS-ENTRY-AMOUNT PIC S9(6)V9(2) VALUE 0.
                *> who is instructing - on a minor's account the
                *> wire needs one of its guardians
                01 WS-ENTRY-ACTING-CUSTOMER PIC 9(7) VALUE 0.

                01 WS-HOLDERS-EOF PIC X VALUE 'N'.
                  88 END-OF-HOLDERS VALUE 'Y'.
                01 WS-GUARDIAN-COUNT PIC 9(3) VALUE 0.
                01 WS-GUARDIAN-MATCH PIC X VALUE 'N'.
                  88 ACTING-FOR-GUARDIAN VALUE 'Y'.

                01 WS-ENTRY-OK PIC X VALUE 'Y'.
                  88 ENTRY-PASSES-EDITS VALUE 'Y'.
                01 WS-EDIT-MESSAGE PIC X(60) VALUE SPACES.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-SIGNED-ACCOUNT PIC S9(7).

                *> AVAILBAL's answer - what the account may draw
                01 WS-AVAILABLE PIC S9(8)V9(2) VALUE 0.

                *> OPRLIMIT's verdict - over the keying operator's
                *> limit means a second operator, never refused
                *> outright
                01 WS-LIMIT-STATUS PIC X.
                  88 AMOUNT-WITHIN-LIMIT VALUE 'W'.
                  88 AMOUNT-OVER-LIMIT VALUE 'O'.

                01 WS-NEXT-WIRE-UID PIC 9(5) VALUE 0.
                01 WS-UID-DRAWN PIC X VALUE 'N'.
                  88 WIRE-UID-DRAWN VALUE 'Y'.
                01 WS-NEXT-REQUEST-ID PIC 9(5) VALUE 0.
                01 WS-REQUESTS-EOF PIC X VALUE 'N'.
                  88 END-OF-REQUESTS VALUE 'Y'.

                *> projected balances carried per account within
                *> this session, TELLSCRN's chain - a second wire
                *> from the same account chains its feed record
                *> off the first one's END-BALANCE
                01 WS-CHAIN-COUNT PIC 9(3) VALUE 0.
                01 WS-CHAIN-TABLE.
                  05 WS-CHAIN-ENTRY OCCURS 200 TIMES.
                    10 WS-CHAIN-ACCOUNT PIC S9(7).
                    10 WS-CHAIN-BALANCE PIC S9(8)V9(2).
                01 WS-CHAIN-IDX PIC 9(3).
                01 WS-CHAIN-MATCH PIC 9(3).
                01 WS-CHAIN-BASE PIC S9(8)V9(2).

                01 WS-AGAIN-ANSWER PIC X VALUE 'Y'.
                  88 ENTER-ANOTHER VALUE 'Y' 'y'.

                01 WS-RESULT-LINE PIC X(70).

                01 WS-COUNTS.
                  05 WS-WIRES-RELEASED PIC 9(3) VALUE 0.
                  05 WS-WIRES-HELD PIC 9(3) VALUE 0.
                  05 WS-WIRES-REFUSED PIC 9(3) VALUE 0.

              SCREEN SECTION.
              *> data-entry form - SCREEN SECTION in TELLSCRN's
              *> style. Amount is keyed in plain decimal form
              01 SCR-WIRE-FORM.
                05 BLANK SCREEN.
                05 LINE 1 COLUMN 1 VALUE 'OUTBOUND WIRE '.
                05 LINE 1 COLUMN 15 VALUE 'REQUEST'.
                05 LINE 3 COLUMN 1 VALUE 'DEBIT ACCOUNT : '.
                05 LINE 3 COLUMN 17 PIC 9(7) TO WS-ENTRY-ACCOUNT
                    USING WS-ENTRY-ACCOUNT.
                05 LINE 4 COLUMN 1 VALUE 'AMOUNT        : '.
                05 LINE 4 COLUMN 17 PIC X(12)
                    TO WS-ENTRY-AMOUNT-TEXT
                    USING WS-ENTRY-AMOUNT-TEXT.
                05 LINE 5 COLUMN 1 VALUE 'BENEF BANK    : '.
                05 LINE 5 COLUMN 17 PIC X(11)
                    TO WS-ENTRY-BENEF-BANK
                    USING WS-ENTRY-BENEF-BANK.
                05 LINE 6 COLUMN 1 VALUE 'BENEF ACCOUNT : '.
                05 LINE 6 COLUMN 17 PIC X(34)
                    TO WS-ENTRY-BENEF-ACCOUNT
                    USING WS-ENTRY-BENEF-ACCOUNT.
                05 LINE 7 COLUMN 1 VALUE 'BENEF NAME    : '.
                05 LINE 7 COLUMN 17 PIC X(35)
                    TO WS-ENTRY-BENEF-NAME
                    USING WS-ENTRY-BENEF-NAME.
                05 LINE 8 COLUMN 1 VALUE 'PURPOSE       : '.
                05 LINE 8 COLUMN 17 PIC X(35)
                    TO WS-ENTRY-PURPOSE
                    USING WS-ENTRY-PURPOSE.
                05 LINE 9 COLUMN 1 VALUE 'ACTING CUST   : '.
                05 LINE 9 COLUMN 17 PIC 9(7)
                    TO WS-ENTRY-ACTING-CUSTOMER
                    USING WS-ENTRY-ACTING-CUSTOMER.

              01 SCR-RESULT-LINE.
                05 LINE PLUS 1 COLUMN 1 PIC X(70)
                    FROM WS-RESULT-LINE.

              01 SCR-AGAIN-PROMPT.
                05 LINE PLUS 2 COLUMN 1
                    VALUE 'ENTER ANOTHER WIRE (Y/N): '.
                05 COLUMN PLUS 0 PIC X TO WS-AGAIN-ANSWER
                    USING WS-AGAIN-ANSWER.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'DAYCTL' USING 'C', WS-DAY-STATE
              END-CALL
              IF NOT DAY-ONLINE-OPEN
                DISPLAY 'WIREOUT REFUSED - THE ONLINE DAY IS '
                    'NOT OPEN (STATE ' WS-DAY-STATE ')'
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM A100-LOAD-WIRE-CONTROL
              OPEN INPUT ACCOUNT-MASTER

              PERFORM UNTIL NOT ENTER-ANOTHER
                DISPLAY SCR-WIRE-FORM
                ACCEPT SCR-WIRE-FORM
                PERFORM B000-EDIT-THE-REQUEST
                IF ENTRY-PASSES-EDITS
                  PERFORM C000-REGISTER-THE-REQUEST
                ELSE
                  ADD 1 TO WS-WIRES-REFUSED
                  MOVE WS-EDIT-MESSAGE TO WS-RESULT-LINE
                END-IF
                DISPLAY SCR-RESULT-LINE
                DISPLAY SCR-AGAIN-PROMPT
                ACCEPT SCR-AGAIN-PROMPT
              END-PERFORM

              CLOSE ACCOUNT-MASTER
              IF WIRE-UID-DRAWN
                CALL 'UIDALLOC' USING 'WIRE      ', 'WIREOUT ', 'R',
                    WS-NEXT-WIRE-UID
                END-CALL
              END-IF

              DISPLAY 'WIREOUT WIRES RELEASED : ' WS-WIRES-RELEASED
              DISPLAY 'WIREOUT WIRES HELD     : ' WS-WIRES-HELD
              DISPLAY 'WIREOUT WIRES REFUSED  : ' WS-WIRES-REFUSED
              STOP RUN.

              A100-LOAD-WIRE-CONTROL.
              OPEN INPUT WIRE-CONTROL
              READ WIRE-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  IF WC-FEED-CALLBACK-LIMIT IS NUMERIC
                      AND WC-FEED-CALLBACK-LIMIT > 0
                    MOVE WC-FEED-CALLBACK-LIMIT TO
                        WS-CALLBACK-LIMIT
                  END-IF
              END-READ
              CLOSE WIRE-CONTROL.

              *> the on-the-spot edit chain - the debit meets
              *> TRANLOAD's edits again tonight, so a request the
              *> night would refuse is refused at the counter
              B000-EDIT-THE-REQUEST.
              MOVE 'Y' TO WS-ENTRY-OK
              MOVE SPACES TO WS-EDIT-MESSAGE

              COMPUTE WS-ENTRY-AMOUNT =
                  FUNCTION NUMVAL(WS-ENTRY-AMOUNT-TEXT)
              IF WS-ENTRY-AMOUNT NOT > 0
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - AMOUNT IS NOT A POSITIVE NUMBER'
                    TO WS-EDIT-MESSAGE
              END-IF

              IF ENTRY-PASSES-EDITS
                  AND (WS-ENTRY-BENEF-BANK = SPACES
                    OR WS-ENTRY-BENEF-ACCOUNT = SPACES
                    OR WS-ENTRY-BENEF-NAME = SPACES
                    OR WS-ENTRY-PURPOSE = SPACES)
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - BENEFICIARY AND PURPOSE ARE REQUIRED'
                    TO WS-EDIT-MESSAGE
              END-IF

              IF ENTRY-PASSES-EDITS
                PERFORM B100-LOOKUP-ACCOUNT-MASTER
                IF NOT ACCOUNT-ON-MASTER
                  MOVE 'N' TO WS-ENTRY-OK
                  MOVE 'REFUSED - ACCOUNT NOT ON MASTER'
                      TO WS-EDIT-MESSAGE
                END-IF
              END-IF

              IF ENTRY-PASSES-EDITS
                  AND NOT ACCOUNT-OPEN
                  AND AM-STATUS-DATE <= WS-TODAY-DATE
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - ACCOUNT NOT OPEN FOR POSTING'
                    TO WS-EDIT-MESSAGE
              END-IF

              IF ENTRY-PASSES-EDITS
                  AND PRODUCT-LOAN
                MOVE 'N' TO WS-ENTRY-OK
                MOVE 'REFUSED - WIRES CANNOT BE SENT FROM A LOAN'
                    TO WS-EDIT-MESSAGE
              END-IF

              IF ENTRY-PASSES-EDITS
                PERFORM B170-CHECK-GUARDIAN
              END-IF

              IF ENTRY-PASSES-EDITS
                MOVE WS-ENTRY-ACCOUNT TO WS-SIGNED-ACCOUNT
                CALL 'OPRBRNCH' USING WS-OPERATOR-ID,
                    WS-SIGNED-ACCOUNT, WS-SCOPE-STATUS
                END-CALL
                IF BRANCH-SCOPE-DENIED
                  MOVE 'N' TO WS-ENTRY-OK
                  MOVE 'REFUSED - ACCOUNT OF ANOTHER BRANCH'
                      TO WS-EDIT-MESSAGE
                END-IF
              END-IF

              IF ENTRY-PASSES-EDITS
                CALL 'AVAILBAL' USING WS-SIGNED-ACCOUNT,
                    WS-TODAY-DATE, AM-BALANCE, AM-OVERDRAFT-LIMIT,
                    WS-AVAILABLE
                END-CALL
                IF WS-ENTRY-AMOUNT > WS-AVAILABLE
                  MOVE 'N' TO WS-ENTRY-OK
                  MOVE 'REFUSED - INSUFFICIENT AVAILABLE FUNDS'
                      TO WS-EDIT-MESSAGE
                END-IF
              END-IF.

              B100-LOOKUP-ACCOUNT-MASTER.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE WS-ENTRY-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ.

              *> TELLSCRN's B170 - a minor's account carries one
              *> or more guardian rows; money only leaves it with
              *> one of them acting
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

              *> the request goes on the register either way -
              *> released now, or waiting for the callback
              C000-REGISTER-THE-REQUEST.
              PERFORM C100-NEXT-REQUEST-ID
              MOVE WS-NEXT-REQUEST-ID TO WO-REQUEST-ID
              MOVE WS-SIGNED-ACCOUNT TO WO-ACCOUNT-ID
              MOVE WS-ENTRY-AMOUNT TO WO-AMOUNT
              MOVE WS-ENTRY-BENEF-BANK TO WO-BENEF-BANK
              MOVE WS-ENTRY-BENEF-ACCOUNT TO WO-BENEF-ACCOUNT
              MOVE WS-ENTRY-BENEF-NAME TO WO-BENEF-NAME
              MOVE WS-ENTRY-PURPOSE TO WO-PURPOSE
              MOVE 'N' TO WO-CALLBACK-REQUIRED
              MOVE 'N' TO WO-OVER-KEYER-LIMIT
              MOVE WS-OPERATOR-ID TO WO-KEYED-BY
              MOVE WS-TODAY-DATE TO WO-KEYED-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WO-KEYED-TIME
              MOVE SPACES TO WO-CALLBACK-BY
              MOVE SPACES TO WO-CALLBACK-CONTACT
              MOVE 0 TO WO-CALLBACK-TIME
              MOVE 0 TO WO-RELEASED-DATE
              MOVE 0 TO WO-RELEASED-TIME
              MOVE 0 TO WO-VALUE-DATE
              MOVE 0 TO WO-UID

              IF WS-ENTRY-AMOUNT >= WS-CALLBACK-LIMIT
                SET CALLBACK-REQUIRED TO TRUE
              END-IF
              CALL 'OPRLIMIT' USING WS-OPERATOR-ID,
                  WS-ENTRY-AMOUNT, WS-LIMIT-STATUS
              END-CALL
              IF AMOUNT-OVER-LIMIT
                SET OVER-KEYER-LIMIT TO TRUE
              END-IF

              IF CALLBACK-REQUIRED OR OVER-KEYER-LIMIT
                SET WIRE-AWAITING-CALLBACK TO TRUE
                PERFORM C200-APPEND-REQUEST
                CALL 'MKCKLOG' USING 'WIREOUT ', 'O', 'WOUT',
                    WO-REQUEST-ID, WO-UID, WO-ACCOUNT-ID,
                    WS-OPERATOR-ID
                END-CALL
                ADD 1 TO WS-WIRES-HELD
                MOVE SPACES TO WS-RESULT-LINE
                STRING 'HELD FOR CUSTOMER CALLBACK BY A SECOND '
                    'OPERATOR, REQUEST: ' WO-REQUEST-ID
                    DELIMITED BY SIZE INTO WS-RESULT-LINE
                END-STRING
              ELSE
                PERFORM X100-FIND-CHAIN-BASE
                CALL 'UIDALLOC' USING 'WIRE      ', 'WIREOUT ', 'N',
                    WS-NEXT-WIRE-UID
                END-CALL
                SET WIRE-UID-DRAWN TO TRUE
                MOVE WS-NEXT-WIRE-UID TO WO-UID
                CALL 'WIRERLS' USING OUTBOUND-WIRE-REQUEST,
                    WS-CHAIN-BASE, AM-ACCOUNT-HOLDER
                END-CALL
                COMPUTE WS-CHAIN-BASE =
                    WS-CHAIN-BASE - WS-ENTRY-AMOUNT
                PERFORM X200-RECORD-CHAIN-BALANCE
                PERFORM C200-APPEND-REQUEST
                ADD 1 TO WS-WIRES-RELEASED
                MOVE SPACES TO WS-RESULT-LINE
                STRING 'RELEASED - VALUE DATE ' WO-VALUE-DATE
                    ', UID: ' WO-UID
                    DELIMITED BY SIZE INTO WS-RESULT-LINE
                END-STRING
              END-IF.

              *> the id keeps climbing from the highest one on
              *> the register, read fresh for every request so
              *> two counter sessions do not hand out the same one
              C100-NEXT-REQUEST-ID.
              MOVE 0 TO WS-NEXT-REQUEST-ID
              MOVE 'N' TO WS-REQUESTS-EOF
              OPEN INPUT WIRE-REQUESTS
              PERFORM UNTIL END-OF-REQUESTS
                READ WIRE-REQUESTS
                  AT END
                    SET END-OF-REQUESTS TO TRUE
                  NOT AT END
                    IF WO-REQUEST-ID > WS-NEXT-REQUEST-ID
                      MOVE WO-REQUEST-ID TO WS-NEXT-REQUEST-ID
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WIRE-REQUESTS
              ADD 1 TO WS-NEXT-REQUEST-ID.

              C200-APPEND-REQUEST.
              OPEN EXTEND WIRE-REQUESTS
              WRITE OUTBOUND-WIRE-REQUEST
              CLOSE WIRE-REQUESTS.

              *> the account's base balance for this record -
              *> the projected balance from an earlier wire this
              *> session when there is one, the live master
              *> balance otherwise
              X100-FIND-CHAIN-BASE.
              MOVE 0 TO WS-CHAIN-MATCH
              PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                  UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                IF WS-CHAIN-ACCOUNT(WS-CHAIN-IDX) =
                    AM-ACCOUNT-ID
                  MOVE WS-CHAIN-IDX TO WS-CHAIN-MATCH
                END-IF
              END-PERFORM
              IF WS-CHAIN-MATCH > 0
                MOVE WS-CHAIN-BALANCE(WS-CHAIN-MATCH) TO
                    WS-CHAIN-BASE
              ELSE
                MOVE AM-BALANCE TO WS-CHAIN-BASE
              END-IF.

              X200-RECORD-CHAIN-BALANCE.
              IF WS-CHAIN-MATCH = 0
                IF WS-CHAIN-COUNT < 200
                  ADD 1 TO WS-CHAIN-COUNT
                  MOVE WS-CHAIN-COUNT TO WS-CHAIN-MATCH
                  MOVE AM-ACCOUNT-ID TO
                      WS-CHAIN-ACCOUNT(WS-CHAIN-MATCH)
                END-IF
              END-IF
              IF WS-CHAIN-MATCH > 0
                MOVE WS-CHAIN-BASE TO
                    WS-CHAIN-BALANCE(WS-CHAIN-MATCH)
              END-IF.
