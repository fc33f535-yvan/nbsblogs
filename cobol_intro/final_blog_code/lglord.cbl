            IDENTIFICATION DIVISION.
            PROGRAM-ID. LGLORD.
            *> garnishment and tax-levy legal order workstation,
            *> in WATCHREV's command-line style. When a court
            *> garnishment or a tax levy was served the branch
            *> froze the whole account through ACCTSTAT, which
            *> stopped the customer's payroll being usable and
            *> left nobody watching the remittance deadline. The
            *> legal team now keys each order they are served onto
            *> legal_order_intake.txt and LOAD takes them in: each
            *> order goes on the legal-order file (see
            *> copybooks/LEGLORD) with its remittance deadline -
            *> the received date plus the order type's statutory
            *> waiting period off legal_order_control.txt - and
            *> only the ordered amount is held. The hold is what
            *> the account can spare after the order's protected
            *> amount is left available, judged through AVAILBAL,
            *> and it goes on the uncollected-funds ledger as a
            *> source 'L' row carrying the order id and no release
            *> date, so TRANLOAD's C700 and every other available-
            *> balance check nets it out while the rest of the
            *> account stays usable. An order naming a customer
            *> attaches the customer's deposit accounts in account
            *> order until it is met, the protected amount counted
            *> once across them. An intake row that fails its
            *> edits is left on the intake file, with the reason
            *> displayed, for the legal team to correct. LIFT
            *> takes the holds back off an order the agency has
            *> withdrawn. Each hold placed or lifted leaves a
            *> customer notice event for LGLREMIT's night run to
            *> print (see copybooks/LEGLNTC); LGLREMIT also does
            *> the remitting once the waiting period has run
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL LEGAL-ORDERS
                      ASSIGN TO 'legal_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the orders the legal team has keyed since the
                  *> last LOAD
                  SELECT OPTIONAL LEGAL-ORDER-INTAKE
                      ASSIGN TO 'legal_order_intake.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per order type - the statutory
                  *> waiting period in calendar days and the
                  *> standard protected amount
                  SELECT OPTIONAL LEGAL-ORDER-CONTROL
                      ASSIGN TO 'legal_order_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the uncollected-funds ledger TRANLOAD's C710
                  *> feeds - legal holds ride on it as source 'L'
                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL LEGAL-NOTICE-EVENTS
                      ASSIGN TO 'legal_notice_events.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read-only here - nothing posts until the
                  *> money is remitted
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD LEGAL-ORDERS.
                COPY LEGLORD.

                FD LEGAL-ORDER-INTAKE.
                01 LEGAL-INTAKE-RECORD.
                  02 LI-ORDER-TYPE PIC X(1).
                  02 LI-SCOPE PIC X(1).
                  *> the account number, or the customer number
                  *> when the scope is 'C'
                  02 LI-TARGET-ID PIC 9(7).
                  02 LI-ORDERED-AMOUNT PIC 9(8)V9(2).
                  02 LI-PROTECT-RULE PIC X(1).
                  02 LI-PROTECTED-AMOUNT PIC 9(6)V9(2).
                  02 LI-AGENCY-NAME PIC X(35).
                  02 LI-AGENCY-REF PIC X(20).
                  02 LI-RECEIVED-DATE PIC 9(8).

                FD LEGAL-ORDER-CONTROL.
                01 LC-FEED-RECORD.
                  02 LC-FEED-ORDER-TYPE PIC X(1).
                  02 LC-FEED-WAIT-DAYS PIC 9(3).
                  02 LC-FEED-PROTECTED PIC 9(6)V9(2).

                *> same row shape as FUNDS-HOLD-RECORD in
                *> tranload.cbl
                FD FUNDS-HOLDS.
                01 FUNDS-HOLD-RECORD.
                  02 FH-ACCOUNT-ID PIC S9(7).
                  02 FH-UID PIC 9(5).
                  02 FH-AMOUNT PIC 9(6)V9(2).
                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

                FD LEGAL-NOTICE-EVENTS.
                COPY LEGLNTC.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'LOAD' or
                *> 'LIFT <id>' - same parse as WATCHREV's
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-ID-TEXT PIC X(5).

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-LOAD VALUE 'O'.
                  88 ACTION-LIFT VALUE 'F'.

                01 WS-WORK-ID PIC 9(5) VALUE 0.

                *> taking in and lifting legal orders is
                *> supervisor work (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-INTAKE-EOF PIC X VALUE 'N'.
                    88 END-OF-INTAKE VALUE 'Y'.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-CONTROL VALUE 'Y'.
                  05 WS-HOLDS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDS VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the order file loaded whole and rewritten
                *> whole, HOLDREL's idiom - new orders are
                *> added to the end
                01 WS-ORDER-COUNT PIC 9(3) VALUE 0.
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY OCCURS 500 TIMES.
                    10 WS-ORDER-IMAGE PIC X(154).
                01 WS-ORDER-IDX PIC 9(3).
                01 WS-FOUND-IDX PIC 9(3) VALUE 0.
                01 WS-LAST-ORDER-ID PIC 9(5) VALUE 0.
                01 WS-ORDERS-CHANGED PIC X VALUE 'N'.
                  88 ORDERS-CHANGED VALUE 'Y'.

                *> the intake loaded whole - rows that fail
                *> their edits are written back
                01 WS-INTAKE-COUNT PIC 9(3) VALUE 0.
                01 WS-INTAKE-TABLE.
                  05 WS-INTAKE-ENTRY OCCURS 200 TIMES.
                    10 WS-INTAKE-IMAGE PIC X(91).
                    10 WS-INTAKE-TAKEN PIC X(1).
                01 WS-INTAKE-IDX PIC 9(3).

                *> the order types and their statutory terms
                01 WS-CONTROL-COUNT PIC 9(2) VALUE 0.
                01 WS-CONTROL-TABLE.
                  05 WS-CONTROL-ENTRY OCCURS 10 TIMES.
                    10 WS-CT-ORDER-TYPE PIC X(1).
                    10 WS-CT-WAIT-DAYS PIC 9(3).
                    10 WS-CT-PROTECTED PIC 9(6)V9(2).
                01 WS-CONTROL-IDX PIC 9(2).
                01 WS-CONTROL-MATCH PIC 9(2) VALUE 0.

                *> the hold ledger loaded whole for a lift, and
                *> rewritten minus the order's rows (AVAILREL's
                *> idiom and bound)
                01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
                01 WS-HOLD-TABLE.
                  05 WS-HOLD-ENTRY OCCURS 200 TIMES.
                    10 WS-HOLD-IMAGE PIC X(29).
                01 WS-HOLD-IDX PIC 9(3).

                *> the edit verdict on the intake row in hand
                01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

                *> the order being taken in - what is still to
                *> hold and how much protected money is still to
                *> be left alone, worked down account by account
                01 WS-STILL-TO-HOLD PIC S9(8)V9(2) VALUE 0.
                01 WS-STILL-PROTECTED PIC S9(8)V9(2) VALUE 0.
                01 WS-ATTACHABLE PIC S9(8)V9(2) VALUE 0.
                01 WS-HOLD-AMOUNT PIC S9(8)V9(2) VALUE 0.
                *> the most one hold row can carry
                01 WS-HOLD-ROW-LIMIT PIC S9(8)V9(2)
                    VALUE 999999.99.
                *> a legal hold has no release date - only
                *> LGLREMIT or a LIFT takes it off
                01 WS-NO-RELEASE-DATE PIC 9(8) VALUE 99999999.
                01 WS-ACCOUNTS-ATTACHED PIC 9(3) VALUE 0.

                *> AVAILBAL's interface - no overdraft line is
                *> passed, a legal order attaches only money the
                *> customer actually has
                01 WS-LEDGER-BALANCE PIC S9(8)V9(2).
                01 WS-NO-OVERDRAFT PIC 9(6)V9(2) VALUE 0.
                01 WS-AVAILABLE PIC S9(8)V9(2).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-NOTICE-NAME PIC A(50) VALUE SPACES.

                01 WS-RECEIVED-INTEGER PIC 9(9).

                01 WS-COUNTS.
                  05 WS-INTAKE-READ PIC 9(3) VALUE 0.
                  05 WS-ORDERS-TAKEN PIC 9(3) VALUE 0.
                  05 WS-ORDERS-REJECTED PIC 9(3) VALUE 0.
                  05 WS-ORDERS-LIFTED PIC 9(3) VALUE 0.
                  05 WS-TOTAL-HELD PIC 9(9)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'LGLORD - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-LEGAL-ORDERS

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-OPEN-ORDERS
                WHEN ACTION-LOAD
                  PERFORM B200-LOAD-ORDER-CONTROL
                  PERFORM D000-TAKE-IN-ORDERS
                WHEN ACTION-LIFT
                  PERFORM E000-LIFT-ORDER
                WHEN OTHER
                  DISPLAY 'LGLORD - UNKNOWN ACTION, USE LIST, '
                      'LOAD OR LIFT <ID>'
              END-EVALUATE

              IF ORDERS-CHANGED
                PERFORM F000-REWRITE-LEGAL-ORDERS
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'LGLORD - END OF JOB SUMMARY'
              DISPLAY 'ORDERS ON FILE    : ' WS-ORDER-COUNT
              DISPLAY 'INTAKE ROWS READ  : ' WS-INTAKE-READ
              DISPLAY 'ORDERS TAKEN IN   : ' WS-ORDERS-TAKEN
              DISPLAY 'ORDERS REJECTED   : ' WS-ORDERS-REJECTED
              DISPLAY 'ORDERS LIFTED     : ' WS-ORDERS-LIFTED
              DISPLAY 'TOTAL HELD        : ' WS-TOTAL-HELD
              DISPLAY '=========================================='
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-ID-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'LOAD'
                  SET ACTION-LOAD TO TRUE
                WHEN 'LIFT'
                  SET ACTION-LIFT TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-ID-TEXT IS NUMERIC
                MOVE WS-ID-TEXT TO WS-WORK-ID
              END-IF.

              B100-LOAD-LEGAL-ORDERS.
              OPEN INPUT LEGAL-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ LEGAL-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF WS-ORDER-COUNT >= 500
                      DISPLAY 'LGLORD ABEND - LEGAL ORDER FILE '
                          'EXCEEDS 500 ORDERS - NOTHING CHANGED'
                      MOVE 'LEGAL ORDER FILE OVER 500 ORDERS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'LGLORD  ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE LEGAL-ORDERS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ORDER-COUNT
                    MOVE LEGAL-ORDER-RECORD TO
                        WS-ORDER-IMAGE(WS-ORDER-COUNT)
                    IF LO-ORDER-ID > WS-LAST-ORDER-ID
                      MOVE LO-ORDER-ID TO WS-LAST-ORDER-ID
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LEGAL-ORDERS.

              B200-LOAD-ORDER-CONTROL.
              OPEN INPUT LEGAL-ORDER-CONTROL
              PERFORM UNTIL END-OF-CONTROL
                READ LEGAL-ORDER-CONTROL
                  AT END
                    SET END-OF-CONTROL TO TRUE
                  NOT AT END
                    IF WS-CONTROL-COUNT < 10
                      ADD 1 TO WS-CONTROL-COUNT
                      MOVE LC-FEED-ORDER-TYPE TO
                          WS-CT-ORDER-TYPE(WS-CONTROL-COUNT)
                      MOVE LC-FEED-WAIT-DAYS TO
                          WS-CT-WAIT-DAYS(WS-CONTROL-COUNT)
                      MOVE LC-FEED-PROTECTED TO
                          WS-CT-PROTECTED(WS-CONTROL-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LEGAL-ORDER-CONTROL.

              C000-LIST-OPEN-ORDERS.
              DISPLAY 'LEGAL ORDERS AWAITING REMITTANCE'
              DISPLAY '================================'
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO
                    LEGAL-ORDER-RECORD
                IF ORDER-HELD
                  DISPLAY 'ID: ' LO-ORDER-ID
                      ' TYPE: ' LO-ORDER-TYPE
                      ' SCOPE: ' LO-SCOPE
                      ' ACCOUNT: ' LO-ACCOUNT-ID
                      ' CUSTOMER: ' LO-CUSTOMER-NUMBER
                  DISPLAY '   AGENCY: ' LO-AGENCY-NAME
                      ' REF: ' LO-AGENCY-REF
                  DISPLAY '   ORDERED: ' LO-ORDERED-AMOUNT
                      ' HELD: ' LO-HELD-AMOUNT
                      ' RECEIVED: ' LO-RECEIVED-DATE
                      ' REMIT BY: ' LO-REMIT-DUE-DATE
                END-IF
              END-PERFORM
              IF WS-ORDER-COUNT = 0
                DISPLAY 'NO LEGAL ORDERS ON FILE'
              END-IF.

              *> every intake row is edited and either taken in
              *> or left on the intake file for correction
              D000-TAKE-IN-ORDERS.
              OPEN INPUT LEGAL-ORDER-INTAKE
              PERFORM UNTIL END-OF-INTAKE
                READ LEGAL-ORDER-INTAKE
                  AT END
                    SET END-OF-INTAKE TO TRUE
                  NOT AT END
                    IF WS-INTAKE-COUNT >= 200
                      DISPLAY 'LGLORD ABEND - INTAKE FILE '
                          'EXCEEDS 200 ORDERS - SPLIT IT AND '
                          'LOAD AGAIN, NOTHING TAKEN IN'
                      CLOSE LEGAL-ORDER-INTAKE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-INTAKE-COUNT
                    MOVE LEGAL-INTAKE-RECORD TO
                        WS-INTAKE-IMAGE(WS-INTAKE-COUNT)
                    MOVE 'N' TO WS-INTAKE-TAKEN(WS-INTAKE-COUNT)
                END-READ
              END-PERFORM
              CLOSE LEGAL-ORDER-INTAKE
              MOVE WS-INTAKE-COUNT TO WS-INTAKE-READ

              PERFORM VARYING WS-INTAKE-IDX FROM 1 BY 1
                  UNTIL WS-INTAKE-IDX > WS-INTAKE-COUNT
                MOVE WS-INTAKE-IMAGE(WS-INTAKE-IDX) TO
                    LEGAL-INTAKE-RECORD
                PERFORM D100-EDIT-INTAKE-ROW
                IF WS-REJECT-REASON = SPACES
                  PERFORM D200-TAKE-ONE-ORDER
                  MOVE 'Y' TO WS-INTAKE-TAKEN(WS-INTAKE-IDX)
                ELSE
                  ADD 1 TO WS-ORDERS-REJECTED
                  DISPLAY 'LGLORD REJECTED INTAKE ROW '
                      WS-INTAKE-IDX ' ' LI-AGENCY-REF
                      ' - ' WS-REJECT-REASON
                END-IF
              END-PERFORM

              PERFORM F100-REWRITE-INTAKE
              IF WS-ORDERS-REJECTED > 0
                MOVE 'LEGAL ORDER INTAKE ROWS LEFT FOR CORRECTION'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'LGLORD  ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              *> an order must name a known type, a real account
              *> or customer and an amount, and cannot have been
              *> served in the future
              D100-EDIT-INTAKE-ROW.
              MOVE SPACES TO WS-REJECT-REASON
              MOVE 0 TO WS-CONTROL-MATCH
              PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                  UNTIL WS-CONTROL-IDX > WS-CONTROL-COUNT
                IF WS-CT-ORDER-TYPE(WS-CONTROL-IDX) = LI-ORDER-TYPE
                  MOVE WS-CONTROL-IDX TO WS-CONTROL-MATCH
                END-IF
              END-PERFORM
              EVALUATE TRUE
                WHEN WS-ORDER-COUNT >= 500
                  MOVE 'LEGAL ORDER FILE FULL AT 500 ORDERS'
                      TO WS-REJECT-REASON
                WHEN LI-ORDER-TYPE NOT = 'G'
                    AND LI-ORDER-TYPE NOT = 'T'
                  MOVE 'ORDER TYPE MUST BE G OR T'
                      TO WS-REJECT-REASON
                WHEN WS-CONTROL-MATCH = 0
                  MOVE 'ORDER TYPE NOT ON LEGAL ORDER CONTROL'
                      TO WS-REJECT-REASON
                WHEN LI-SCOPE NOT = 'A'
                    AND LI-SCOPE NOT = 'C'
                  MOVE 'SCOPE MUST BE A OR C'
                      TO WS-REJECT-REASON
                WHEN LI-TARGET-ID IS NOT NUMERIC
                    OR LI-TARGET-ID = 0
                  MOVE 'ACCOUNT OR CUSTOMER NUMBER MISSING'
                      TO WS-REJECT-REASON
                WHEN LI-ORDERED-AMOUNT IS NOT NUMERIC
                    OR LI-ORDERED-AMOUNT = 0
                  MOVE 'ORDERED AMOUNT MISSING'
                      TO WS-REJECT-REASON
                WHEN LI-PROTECT-RULE NOT = 'N'
                    AND LI-PROTECT-RULE NOT = 'S'
                    AND LI-PROTECT-RULE NOT = 'F'
                  MOVE 'PROTECT RULE MUST BE N, S OR F'
                      TO WS-REJECT-REASON
                WHEN LI-PROTECT-RULE = 'F'
                    AND LI-PROTECTED-AMOUNT IS NOT NUMERIC
                  MOVE 'FIXED PROTECTED AMOUNT MISSING'
                      TO WS-REJECT-REASON
                WHEN LI-AGENCY-NAME = SPACES
                  MOVE 'AGENCY NAME MISSING'
                      TO WS-REJECT-REASON
                WHEN LI-RECEIVED-DATE IS NOT NUMERIC
                    OR LI-RECEIVED-DATE = 0
                    OR LI-RECEIVED-DATE > WS-RUN-DATE
                    OR LI-RECEIVED-DATE(5:2) < '01'
                    OR LI-RECEIVED-DATE(5:2) > '12'
                    OR LI-RECEIVED-DATE(7:2) < '01'
                    OR LI-RECEIVED-DATE(7:2) > '31'
                  MOVE 'RECEIVED DATE MISSING, BAD OR IN FUTURE'
                      TO WS-REJECT-REASON
              END-EVALUATE
              IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
              END-IF
              IF LI-SCOPE = 'A'
                MOVE LI-TARGET-ID TO AM-ACCOUNT-ID
                PERFORM X100-READ-ACCOUNT
                IF NOT ACCOUNT-ON-MASTER
                  MOVE 'ACCOUNT NOT ON MASTER'
                      TO WS-REJECT-REASON
                ELSE
                  IF PRODUCT-LOAN
                    MOVE 'ACCOUNT IS A LOAN - NOTHING TO ATTACH'
                        TO WS-REJECT-REASON
                  END-IF
                END-IF
              ELSE
                MOVE LI-TARGET-ID TO CM-CUSTOMER-NUMBER
                PERFORM X200-READ-CUSTOMER
                IF NOT CUSTOMER-ON-FILE
                  MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                      TO WS-REJECT-REASON
                END-IF
              END-IF.

              *> the order goes on file with its deadline and the
              *> protected amount resolved, then the holds are
              *> placed and the customer notice event left
              D200-TAKE-ONE-ORDER.
              INITIALIZE LEGAL-ORDER-RECORD
              ADD 1 TO WS-LAST-ORDER-ID
              MOVE WS-LAST-ORDER-ID TO LO-ORDER-ID
              SET ORDER-HELD TO TRUE
              MOVE LI-ORDER-TYPE TO LO-ORDER-TYPE
              MOVE LI-SCOPE TO LO-SCOPE
              MOVE LI-ORDERED-AMOUNT TO LO-ORDERED-AMOUNT
              MOVE LI-PROTECT-RULE TO LO-PROTECT-RULE
              EVALUATE TRUE
                WHEN PROTECT-STATUTORY
                  MOVE WS-CT-PROTECTED(WS-CONTROL-MATCH) TO
                      LO-PROTECTED-AMOUNT
                WHEN PROTECT-FIXED
                  MOVE LI-PROTECTED-AMOUNT TO LO-PROTECTED-AMOUNT
                WHEN OTHER
                  MOVE 0 TO LO-PROTECTED-AMOUNT
              END-EVALUATE
              MOVE LI-AGENCY-NAME TO LO-AGENCY-NAME
              MOVE LI-AGENCY-REF TO LO-AGENCY-REF
              MOVE LI-RECEIVED-DATE TO LO-RECEIVED-DATE
              COMPUTE WS-RECEIVED-INTEGER =
                  FUNCTION INTEGER-OF-DATE(LI-RECEIVED-DATE)
                  + WS-CT-WAIT-DAYS(WS-CONTROL-MATCH)
              COMPUTE LO-REMIT-DUE-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-RECEIVED-INTEGER)
              MOVE WS-OPERATOR-ID TO LO-ENTERED-BY

              MOVE LO-ORDERED-AMOUNT TO WS-STILL-TO-HOLD
              MOVE LO-PROTECTED-AMOUNT TO WS-STILL-PROTECTED
              MOVE 0 TO WS-ACCOUNTS-ATTACHED
              IF ORDER-ON-ACCOUNT
                MOVE LI-TARGET-ID TO LO-ACCOUNT-ID
                MOVE LO-ACCOUNT-ID TO AM-ACCOUNT-ID
                PERFORM X100-READ-ACCOUNT
                MOVE AM-CUSTOMER-NUMBER TO LO-CUSTOMER-NUMBER
                MOVE AM-ACCOUNT-HOLDER TO WS-NOTICE-NAME
                PERFORM D300-ATTACH-ONE-ACCOUNT
              ELSE
                MOVE LI-TARGET-ID TO LO-CUSTOMER-NUMBER
                MOVE LO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                PERFORM X200-READ-CUSTOMER
                MOVE CM-CUSTOMER-NAME TO WS-NOTICE-NAME
                PERFORM D400-ATTACH-CUSTOMER-ACCOUNTS
              END-IF

              ADD 1 TO WS-ORDER-COUNT
              MOVE LEGAL-ORDER-RECORD TO
                  WS-ORDER-IMAGE(WS-ORDER-COUNT)
              SET ORDERS-CHANGED TO TRUE
              ADD 1 TO WS-ORDERS-TAKEN
              ADD LO-HELD-AMOUNT TO WS-TOTAL-HELD

              INITIALIZE LEGAL-NOTICE-EVENT
              SET EVENT-FUNDS-HELD TO TRUE
              MOVE LO-HELD-AMOUNT TO LE-AMOUNT
              PERFORM X300-WRITE-NOTICE-EVENT
              DISPLAY 'LGLORD TOOK IN ORDER: ' LO-ORDER-ID
                  ' HELD: ' LO-HELD-AMOUNT
                  ' OF: ' LO-ORDERED-AMOUNT
                  ' REMIT BY: ' LO-REMIT-DUE-DATE.

              *> what the account can spare is its available
              *> money less whatever of the protected amount is
              *> still to be left alone - the hold takes that,
              *> up to what the order still wants
              D300-ATTACH-ONE-ACCOUNT.
              IF WS-STILL-TO-HOLD <= 0
                  OR PRODUCT-LOAN
                EXIT PARAGRAPH
              END-IF
              MOVE AM-BALANCE TO WS-LEDGER-BALANCE
              CALL 'AVAILBAL' USING AM-ACCOUNT-ID, WS-RUN-DATE,
                  WS-LEDGER-BALANCE, WS-NO-OVERDRAFT, WS-AVAILABLE
              END-CALL
              IF WS-AVAILABLE <= 0
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-ATTACHABLE =
                  WS-AVAILABLE - WS-STILL-PROTECTED
              IF WS-ATTACHABLE <= 0
                SUBTRACT WS-AVAILABLE FROM WS-STILL-PROTECTED
                EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-STILL-PROTECTED
              MOVE WS-ATTACHABLE TO WS-HOLD-AMOUNT
              IF WS-HOLD-AMOUNT > WS-STILL-TO-HOLD
                MOVE WS-STILL-TO-HOLD TO WS-HOLD-AMOUNT
              END-IF
              IF WS-HOLD-AMOUNT > WS-HOLD-ROW-LIMIT
                MOVE WS-HOLD-ROW-LIMIT TO WS-HOLD-AMOUNT
              END-IF

              OPEN EXTEND FUNDS-HOLDS
              MOVE AM-ACCOUNT-ID TO FH-ACCOUNT-ID
              MOVE LO-ORDER-ID TO FH-UID
              MOVE WS-HOLD-AMOUNT TO FH-AMOUNT
              MOVE 'L' TO FH-SOURCE
              MOVE WS-NO-RELEASE-DATE TO FH-RELEASE-DATE
              WRITE FUNDS-HOLD-RECORD
              CLOSE FUNDS-HOLDS

              SUBTRACT WS-HOLD-AMOUNT FROM WS-STILL-TO-HOLD
              ADD WS-HOLD-AMOUNT TO LO-HELD-AMOUNT
              ADD 1 TO WS-ACCOUNTS-ATTACHED
              IF LO-ACCOUNT-ID = 0
                MOVE AM-ACCOUNT-ID TO LO-ACCOUNT-ID
              END-IF.

              *> the customer's accounts in account-number order,
              *> the master's own customer tie
              D400-ATTACH-CUSTOMER-ACCOUNTS.
              MOVE 'N' TO WS-MASTER-EOF
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    IF AM-CUSTOMER-NUMBER = LO-CUSTOMER-NUMBER
                      PERFORM D300-ATTACH-ONE-ACCOUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER.

              *> the agency has withdrawn the order - its holds
              *> come off the ledger unpaid and the customer is
              *> told the money is free again
              E000-LIFT-ORDER.
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO
                    LEGAL-ORDER-RECORD
                IF LO-ORDER-ID = WS-WORK-ID
                  MOVE WS-ORDER-IDX TO WS-FOUND-IDX
                END-IF
              END-PERFORM
              IF WS-FOUND-IDX = 0
                DISPLAY 'LGLORD - ORDER NOT ON FILE: ' WS-WORK-ID
                EXIT PARAGRAPH
              END-IF
              MOVE WS-ORDER-IMAGE(WS-FOUND-IDX) TO
                  LEGAL-ORDER-RECORD
              IF NOT ORDER-HELD
                DISPLAY 'LGLORD - ORDER ' WS-WORK-ID
                    ' IS NO LONGER OPEN, STATUS ' LO-STATUS
                EXIT PARAGRAPH
              END-IF

              PERFORM E100-DROP-ORDER-HOLDS
              SET ORDER-LIFTED TO TRUE
              MOVE WS-RUN-DATE TO LO-CLOSED-DATE
              MOVE LEGAL-ORDER-RECORD TO
                  WS-ORDER-IMAGE(WS-FOUND-IDX)
              SET ORDERS-CHANGED TO TRUE
              ADD 1 TO WS-ORDERS-LIFTED

              MOVE SPACES TO WS-NOTICE-NAME
              IF LO-CUSTOMER-NUMBER > 0
                MOVE LO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                PERFORM X200-READ-CUSTOMER
                IF CUSTOMER-ON-FILE
                  MOVE CM-CUSTOMER-NAME TO WS-NOTICE-NAME
                END-IF
              END-IF
              IF WS-NOTICE-NAME = SPACES
                  AND LO-ACCOUNT-ID NOT = 0
                MOVE LO-ACCOUNT-ID TO AM-ACCOUNT-ID
                PERFORM X100-READ-ACCOUNT
                IF ACCOUNT-ON-MASTER
                  MOVE AM-ACCOUNT-HOLDER TO WS-NOTICE-NAME
                END-IF
              END-IF
              INITIALIZE LEGAL-NOTICE-EVENT
              SET EVENT-ORDER-LIFTED TO TRUE
              MOVE LO-HELD-AMOUNT TO LE-AMOUNT
              PERFORM X300-WRITE-NOTICE-EVENT
              DISPLAY 'LGLORD LIFTED ORDER: ' LO-ORDER-ID
                  ' RELEASED: ' LO-HELD-AMOUNT.

              E100-DROP-ORDER-HOLDS.
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-HOLDS
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-HOLDS TO TRUE
                  NOT AT END
                    IF WS-HOLD-COUNT >= 200
                      DISPLAY 'LGLORD ABEND - FUNDS-HOLD '
                          'LEDGER EXCEEDS 200 SLOTS - NOTHING '
                          'LIFTED, NOTHING REWRITTEN'
                      MOVE 'FUNDS-HOLD LEDGER OVER 200 SLOTS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'LGLORD  ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE FUNDS-HOLDS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE FUNDS-HOLD-RECORD TO
                        WS-HOLD-IMAGE(WS-HOLD-COUNT)
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS

              OPEN OUTPUT FUNDS-HOLDS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO
                    FUNDS-HOLD-RECORD
                IF FH-SOURCE NOT = 'L'
                    OR FH-UID NOT = LO-ORDER-ID
                  WRITE FUNDS-HOLD-RECORD
                END-IF
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              F000-REWRITE-LEGAL-ORDERS.
              OPEN OUTPUT LEGAL-ORDERS
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO
                    LEGAL-ORDER-RECORD
                WRITE LEGAL-ORDER-RECORD
              END-PERFORM
              CLOSE LEGAL-ORDERS.

              *> only the rows that failed their edits go back
              F100-REWRITE-INTAKE.
              OPEN OUTPUT LEGAL-ORDER-INTAKE
              PERFORM VARYING WS-INTAKE-IDX FROM 1 BY 1
                  UNTIL WS-INTAKE-IDX > WS-INTAKE-COUNT
                IF WS-INTAKE-TAKEN(WS-INTAKE-IDX) = 'N'
                  MOVE WS-INTAKE-IMAGE(WS-INTAKE-IDX) TO
                      LEGAL-INTAKE-RECORD
                  WRITE LEGAL-INTAKE-RECORD
                END-IF
              END-PERFORM
              CLOSE LEGAL-ORDER-INTAKE.

              X100-READ-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              OPEN INPUT ACCOUNT-MASTER
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              CLOSE ACCOUNT-MASTER.

              X200-READ-CUSTOMER.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              OPEN INPUT CUSTOMER-MASTER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              CLOSE CUSTOMER-MASTER.

              *> the caller has set the event type and amount -
              *> the rest comes off the order in hand
              X300-WRITE-NOTICE-EVENT.
              MOVE WS-RUN-DATE TO LE-EVENT-DATE
              MOVE LO-ORDER-ID TO LE-ORDER-ID
              MOVE LO-ORDER-TYPE TO LE-ORDER-TYPE
              MOVE LO-CUSTOMER-NUMBER TO LE-CUSTOMER-NUMBER
              MOVE LO-ACCOUNT-ID TO LE-ACCOUNT-ID
              MOVE WS-NOTICE-NAME TO LE-HOLDER-NAME
              MOVE LO-AGENCY-NAME TO LE-AGENCY-NAME
              MOVE LO-REMIT-DUE-DATE TO LE-REMIT-DUE-DATE
              OPEN EXTEND LEGAL-NOTICE-EVENTS
              WRITE LEGAL-NOTICE-EVENT
              CLOSE LEGAL-NOTICE-EVENTS.
