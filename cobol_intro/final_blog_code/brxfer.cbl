            IDENTIFICATION DIVISION.
            PROGRAM-ID. BRXFER.
            *> branch portfolio transfer - when a branch is folded
            *> into another, BRMAINT can close it and ACCTRNUM can
            *> renumber one account, but every account's branch
            *> relationship on account_rate_xref.txt still had to
            *> be moved by hand, its rate tier re-mapped and its
            *> customers told. Run parameter is '<closing branch>
            *> <receiving branch> <effective CCYYMMDD>'. Run ahead
            *> of the effective date it writes the customer
            *> notices - each account's new branch and the rate
            *> its re-mapped tier pays - and changes nothing. Run
            *> on or after the effective date it moves the
            *> portfolio: every cross-reference row re-pointed to
            *> the receiving branch, each tier mapped to the
            *> receiving tier paying the nearest rate (the higher
            *> one on a tie), open suspense items, loan terms and
            *> the drawer-declaration history taken over by the
            *> receiving branch. Holds and standing orders are
            *> carried by account, so they follow the account and
            *> are counted on the report. A before/after trial
            *> balance of the two branches, TRIALBAL's arithmetic,
            *> proves the branch totals moved intact. Closing the
            *> branch itself stays with BRMAINT. Administrator
            *> work (see OPERSGN). The proof keeps loan principal
            *> apart from deposits, as TRIALBAL does, so a loan
            *> cannot net against deposits and hide a break on
            *> either side
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT BRANCH-RATE-TABLE
                      ASSIGN TO 'branch_rate_table.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> open items the closing branch owns
                  SELECT OPTIONAL SUSPENSE-ITEMS
                      ASSIGN TO 'suspense_items.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ITEM-UID.

                  SELECT OPTIONAL LOAN-TERMS
                      ASSIGN TO 'loan_terms.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-ACCOUNT-ID.

                  SELECT OPTIONAL DRAWER-PROOF
                      ASSIGN TO 'drawer_proof.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> carried by account - counted, not changed
                  SELECT OPTIONAL STANDING-ORDERS
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT TRANSFER-REPORT
                      ASSIGN TO 'branch_transfer_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT TRANSFER-NOTICES
                      ASSIGN TO 'branch_transfer_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                *> same shapes as ratelkup.cbl
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

                FD SUSPENSE-ITEMS.
                COPY SUSPITM.

                FD LOAN-TERMS.
                COPY LOANTRM.

                *> same shape as drawrent.cbl
                FD DRAWER-PROOF.
                01 DRAWER-PROOF-RECORD.
                  02 DP-DATE PIC 9(8).
                  02 DP-BRANCH PIC X(4).
                  02 DP-DECLARED-DEPOSITS PIC 9(9)V9(2).
                  02 DP-DECLARED-WITHDRAWALS PIC 9(9)V9(2).

                *> only the account is read here (see stordmnt.cbl
                *> for the whole order)
                FD STANDING-ORDERS.
                01 SO-FEED-RECORD.
                  02 SO-FEED-ACCOUNT-ID PIC 9(7).
                  02 FILLER PIC X(120).

                *> same shape as availrel.cbl
                FD FUNDS-HOLDS.
                01 FUNDS-HOLD-RECORD.
                  02 FH-ACCOUNT-ID PIC S9(7).
                  02 FH-UID PIC 9(5).
                  02 FH-AMOUNT PIC 9(6)V9(2).
                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

                FD TRANSFER-REPORT.
                01 REPORT-LINE PIC X(132).

                FD TRANSFER-NOTICES.
                01 NOTICE-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-CLOSING-BRANCH PIC X(4) VALUE SPACES.
                01 WS-RECEIVING-BRANCH PIC X(4) VALUE SPACES.
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
                01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
                01 WS-RUN-DATE PIC 9(8).

                *> the same 8 bytes as a date and as its pieces,
                *> for the effective-date range check
                01 WS-DATE-CHECK.
                  05 WS-CHECK-YEAR PIC 9(4).
                  05 WS-CHECK-MONTH PIC 9(2).
                  05 WS-CHECK-DAY PIC 9(2).
                01 WS-DATE-CHECK-DATE REDEFINES WS-DATE-CHECK
                    PIC 9(8).

                01 WS-RUN-MODE PIC X VALUE 'N'.
                  88 NOTICE-RUN VALUE 'N'.
                  88 TRANSFER-RUN VALUE 'T'.

                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-FILE-EOF PIC X VALUE 'N'.
                    88 END-OF-FILE VALUE 'Y'.

                *> consolidating branches is administrator work
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 3.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                *> BRNAME's answer for each branch
                01 WS-CLOSING-NAME PIC X(30).
                01 WS-RECEIVING-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                *> the two branches' flat tier rates and the tier
                *> map built from them - closing tier N moves to
                *> receiving tier WS-TIER-MAP(N)
                01 WS-CLOSING-RATES.
                  05 WS-CLOSING-RATE PIC 9V999 OCCURS 5 TIMES.
                01 WS-RECEIVING-RATES.
                  05 WS-RECEIVING-RATE PIC 9V999 OCCURS 5 TIMES.
                01 WS-CLOSING-RATES-FOUND PIC X VALUE 'N'.
                  88 CLOSING-RATES-ON-FILE VALUE 'Y'.
                01 WS-RECEIVING-RATES-FOUND PIC X VALUE 'N'.
                  88 RECEIVING-RATES-ON-FILE VALUE 'Y'.
                01 WS-TIER-MAP-TABLE.
                  05 WS-TIER-MAP PIC 9(1) OCCURS 5 TIMES.
                01 WS-TIER-IDX PIC 9(1).
                01 WS-CANDIDATE-IDX PIC 9(1).
                01 WS-BEST-TIER PIC 9(1).
                01 WS-RATE-GAP PIC 9V999.
                01 WS-BEST-GAP PIC 9V999.

                *> the cross-reference in memory, in ascending
                *> ACCOUNT-ID order as on disk; WS-XR-MOVED marks
                *> the rows this run re-points
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).
                    10 WS-XR-MOVED PIC X(1).
                01 WS-XREF-IDX PIC 9(2).
                01 WS-OLD-TIER PIC 9(1).

                *> drawer declarations carried across the rewrite
                01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
                01 WS-KEEP-TABLE.
                  05 WS-KEEP-ENTRY OCCURS 200 TIMES.
                    10 WS-KEEP-DATE PIC 9(8).
                    10 WS-KEEP-BRANCH PIC X(4).
                    10 WS-KEEP-DEPOSITS PIC 9(9)V9(2).
                    10 WS-KEEP-WITHDRAWALS PIC 9(9)V9(2).
                01 WS-KEEP-IDX PIC 9(3).
                01 WS-MATCH-IDX PIC 9(3).

                *> TRIALBAL's roll-up, for the two branches only -
                *> deposits and loans proved separately
                01 WS-PROOF.
                  05 WS-CLOSING-BEFORE PIC S9(9)V9(2) VALUE 0.
                  05 WS-RECEIVING-BEFORE PIC S9(9)V9(2) VALUE 0.
                  05 WS-CLOSING-AFTER PIC S9(9)V9(2) VALUE 0.
                  05 WS-RECEIVING-AFTER PIC S9(9)V9(2) VALUE 0.
                  05 WS-COMBINED-BEFORE PIC S9(9)V9(2) VALUE 0.
                  05 WS-CLOSING-LOANS-BEFORE PIC S9(9)V9(2) VALUE 0.
                  05 WS-RECEIVING-LOANS-BEFORE PIC S9(9)V9(2)
                      VALUE 0.
                  05 WS-CLOSING-LOANS-AFTER PIC S9(9)V9(2) VALUE 0.
                  05 WS-RECEIVING-LOANS-AFTER PIC S9(9)V9(2)
                      VALUE 0.
                  05 WS-COMBINED-LOANS-BEFORE PIC S9(9)V9(2)
                      VALUE 0.
                01 WS-ROLLUP-CLOSING PIC S9(9)V9(2) VALUE 0.
                01 WS-ROLLUP-RECEIVING PIC S9(9)V9(2) VALUE 0.
                01 WS-ROLLUP-CLOSING-LOANS PIC S9(9)V9(2) VALUE 0.
                01 WS-ROLLUP-RECEIVING-LOANS PIC S9(9)V9(2) VALUE 0.
                01 WS-PROOF-EDIT PIC -(9)9.99.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                01 WS-MOVE-LINE.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 MV-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(11) VALUE '  OLD TIER '.
                  05 MV-OLD-TIER PIC 9(1).
                  05 FILLER PIC X(1) VALUE ' '.
                  05 MV-OLD-RATE PIC 9.999.
                  05 FILLER PIC X(11) VALUE '  NEW TIER '.
                  05 MV-NEW-TIER PIC 9(1).
                  05 FILLER PIC X(1) VALUE ' '.
                  05 MV-NEW-RATE PIC 9.999.
                  05 FILLER PIC X(10) VALUE '  BALANCE '.
                  05 MV-BALANCE PIC -(7)9.99.

                01 WS-NOTICE-DETAIL.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 NC-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(7) VALUE ' NAME: '.
                  05 NC-NAME PIC X(30).
                  05 FILLER PIC X(6) VALUE ' FROM '.
                  05 NC-FROM-BRANCH PIC X(4).
                  05 FILLER PIC X(4) VALUE ' TO '.
                  05 NC-TO-BRANCH PIC X(4).
                  05 FILLER PIC X(1) VALUE ' '.
                  05 NC-TO-NAME PIC X(20).
                  05 FILLER PIC X(12) VALUE ' EFFECTIVE: '.
                  05 NC-EFFECTIVE PIC 9(8).
                  05 FILLER PIC X(11) VALUE ' NEW RATE: '.
                  05 NC-NEW-RATE PIC 9.999.
                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NC-CONTACT PIC X(25).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the account on the notice line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-MOVED PIC 9(5) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-SUSPENSE-MOVED PIC 9(5) VALUE 0.
                  05 WS-LOANS-MOVED PIC 9(5) VALUE 0.
                  05 WS-DRAWER-MOVED PIC 9(5) VALUE 0.
                  05 WS-DRAWER-MERGED PIC 9(5) VALUE 0.
                  05 WS-ORDERS-FOLLOWING PIC 9(5) VALUE 0.
                  05 WS-HOLDS-FOLLOWING PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'BRXFER - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              PERFORM B100-CHECK-BRANCHES
              PERFORM B200-BUILD-TIER-MAP
              PERFORM B300-LOAD-ACCOUNT-XREF

              IF WS-RUN-DATE < WS-EFFECTIVE-DATE
                SET NOTICE-RUN TO TRUE
                PERFORM C000-NOTICE-RUN
              ELSE
                SET TRANSFER-RUN TO TRUE
                PERFORM D000-TRANSFER-RUN
              END-IF
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-CLOSING-BRANCH, WS-RECEIVING-BRANCH,
                      WS-DATE-TEXT
              END-UNSTRING
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-EFFECTIVE-DATE
              END-IF
              MOVE WS-EFFECTIVE-DATE TO WS-DATE-CHECK-DATE
              IF WS-CLOSING-BRANCH = SPACES
                  OR WS-RECEIVING-BRANCH = SPACES
                  OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                  OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                DISPLAY 'BRXFER - USE <CLOSING BRANCH> '
                    '<RECEIVING BRANCH> <EFFECTIVE CCYYMMDD>'
                STOP RUN
              END-IF
              IF WS-CLOSING-BRANCH = WS-RECEIVING-BRANCH
                DISPLAY 'BRXFER - A BRANCH CANNOT BE TRANSFERRED '
                    'INTO ITSELF: ' WS-CLOSING-BRANCH
                STOP RUN
              END-IF.

              *> both branches must be on the branch master, and
              *> nothing moves into a branch that is closed
              B100-CHECK-BRANCHES.
              CALL 'BRNAME' USING WS-CLOSING-BRANCH,
                  WS-CLOSING-NAME, WS-BRNAME-STATUS
              END-CALL
              IF BRANCH-NOT-ON-FILE
                DISPLAY 'BRXFER - CLOSING BRANCH NOT ON THE '
                    'BRANCH MASTER: ' WS-CLOSING-BRANCH
                STOP RUN
              END-IF
              CALL 'BRNAME' USING WS-RECEIVING-BRANCH,
                  WS-RECEIVING-NAME, WS-BRNAME-STATUS
              END-CALL
              IF NOT BRANCH-MASTER-OPEN
                DISPLAY 'BRXFER - RECEIVING BRANCH NOT OPEN ON '
                    'THE BRANCH MASTER: ' WS-RECEIVING-BRANCH
                STOP RUN
              END-IF.

              *> each closing tier goes to the receiving tier
              *> paying the nearest rate - on a tie the higher
              *> rate, so no customer is moved down by the map
              B200-BUILD-TIER-MAP.
              OPEN INPUT BRANCH-RATE-TABLE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ BRANCH-RATE-TABLE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    IF BR-FEED-CODE = WS-CLOSING-BRANCH
                      MOVE BR-FEED-RATE-GROUP TO WS-CLOSING-RATES
                      SET CLOSING-RATES-ON-FILE TO TRUE
                    END-IF
                    IF BR-FEED-CODE = WS-RECEIVING-BRANCH
                      MOVE BR-FEED-RATE-GROUP TO
                          WS-RECEIVING-RATES
                      SET RECEIVING-RATES-ON-FILE TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BRANCH-RATE-TABLE
              IF NOT CLOSING-RATES-ON-FILE
                  OR NOT RECEIVING-RATES-ON-FILE
                DISPLAY 'BRXFER - BOTH BRANCHES NEED A ROW ON '
                    'branch_rate_table.txt TO MAP THE TIERS'
                STOP RUN
              END-IF
              PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                  UNTIL WS-TIER-IDX > 5
                MOVE 0 TO WS-BEST-TIER
                PERFORM VARYING WS-CANDIDATE-IDX FROM 1 BY 1
                    UNTIL WS-CANDIDATE-IDX > 5
                  COMPUTE WS-RATE-GAP = FUNCTION ABS(
                      WS-RECEIVING-RATE(WS-CANDIDATE-IDX) -
                      WS-CLOSING-RATE(WS-TIER-IDX))
                  IF WS-BEST-TIER = 0
                      OR WS-RATE-GAP < WS-BEST-GAP
                      OR (WS-RATE-GAP = WS-BEST-GAP
                          AND WS-RECEIVING-RATE(WS-CANDIDATE-IDX) >
                              WS-RECEIVING-RATE(WS-BEST-TIER))
                    MOVE WS-CANDIDATE-IDX TO WS-BEST-TIER
                    MOVE WS-RATE-GAP TO WS-BEST-GAP
                  END-IF
                END-PERFORM
                MOVE WS-BEST-TIER TO WS-TIER-MAP(WS-TIER-IDX)
              END-PERFORM.

              B300-LOAD-ACCOUNT-XREF.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-TABLE-FILE
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    IF WS-ACCOUNT-COUNT >= 50
                      *> D200 rewrites the whole file from this
                      *> table - overflowing it would silently
                      *> drop xref rows from disk
                      DISPLAY 'BRXFER ABEND - '
                          'account_rate_xref.txt EXCEEDS 50 '
                          'ROWS - RAISE THE TABLE AND RERUN'
                      CLOSE ACCOUNT-RATE-XREF
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE XR-FEED-ACCOUNT-ID TO
                        WS-XR-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-BRANCH-CODE TO
                        WS-XR-BRANCH-CODE(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-TIER-NUM TO
                        WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                    MOVE 'N' TO WS-XR-MOVED(WS-ACCOUNT-COUNT)
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> ahead of the effective date - one notice per
              *> account the transfer will move, in RATENTCE's
              *> notice style; nothing is changed
              C000-NOTICE-RUN.
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT TRANSFER-NOTICES
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-ACCOUNT-COUNT
                IF WS-XR-BRANCH-CODE(WS-XREF-IDX) =
                    WS-CLOSING-BRANCH
                  PERFORM C100-NOTICE-ONE-ACCOUNT
                END-IF
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE TRANSFER-NOTICES
              CALL 'RPTSTOW' USING 'BRXFERNTCE  ',
                  'branch_transfer_notices.txt             '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'BRXFER - NOTICE RUN, TRANSFER EFFECTIVE '
                  WS-EFFECTIVE-DATE
              DISPLAY 'FROM BRANCH       : ' WS-CLOSING-BRANCH
                  ' ' WS-CLOSING-NAME
              DISPLAY 'TO BRANCH         : ' WS-RECEIVING-BRANCH
                  ' ' WS-RECEIVING-NAME
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='.

              C100-NOTICE-ONE-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE WS-XR-ACCOUNT-ID(WS-XREF-IDX) TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                  OR ACCOUNT-CLOSED OR ACCOUNT-ESCHEATED
                EXIT PARAGRAPH
              END-IF

              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE SPACES TO NC-CONTACT
              MOVE AM-ACCOUNT-HOLDER(1:30) TO NC-NAME
              IF AM-CUSTOMER-NUMBER > 0
                MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                    MOVE CM-CUSTOMER-NAME(1:30) TO NC-NAME
                    MOVE CM-CONTACT-DETAILS(1:25) TO NC-CONTACT
                END-READ
              END-IF
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'BRXFER  ',
                    CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                    'BRANCH XFER ', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF

              MOVE AM-ACCOUNT-ID TO NC-ACCOUNT-ID
              MOVE WS-CLOSING-BRANCH TO NC-FROM-BRANCH
              MOVE WS-RECEIVING-BRANCH TO NC-TO-BRANCH
              MOVE WS-RECEIVING-NAME TO NC-TO-NAME
              MOVE WS-EFFECTIVE-DATE TO NC-EFFECTIVE
              MOVE WS-XR-TIER-NUM(WS-XREF-IDX) TO WS-OLD-TIER
              MOVE WS-RECEIVING-RATE(WS-TIER-MAP(WS-OLD-TIER))
                  TO NC-NEW-RATE
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'BRXFER  ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'BX', 'M', 'BRXFERNTCE  ',
                  WS-DOC-KEY
              END-CALL.

              *> on or after the effective date - prove the two
              *> branches before, move everything, prove after
              D000-TRANSFER-RUN.
              OPEN OUTPUT TRANSFER-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCH PORTFOLIO TRANSFER - ' WS-CLOSING-BRANCH
                  ' ' WS-CLOSING-NAME ' INTO ' WS-RECEIVING-BRANCH
                  ' ' WS-RECEIVING-NAME ' - EFFECTIVE '
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE

              OPEN INPUT ACCOUNT-MASTER
              PERFORM D100-ROLL-UP-BRANCHES
              MOVE WS-ROLLUP-CLOSING TO WS-CLOSING-BEFORE
              MOVE WS-ROLLUP-RECEIVING TO WS-RECEIVING-BEFORE
              MOVE WS-ROLLUP-CLOSING-LOANS TO WS-CLOSING-LOANS-BEFORE
              MOVE WS-ROLLUP-RECEIVING-LOANS TO
                  WS-RECEIVING-LOANS-BEFORE

              PERFORM D200-REPOINT-XREF
              PERFORM D300-MOVE-SUSPENSE-ITEMS
              PERFORM D400-MOVE-LOAN-TERMS
              PERFORM D500-MOVE-DRAWER-HISTORY
              PERFORM D600-COUNT-FOLLOWING-ITEMS

              PERFORM D100-ROLL-UP-BRANCHES
              MOVE WS-ROLLUP-CLOSING TO WS-CLOSING-AFTER
              MOVE WS-ROLLUP-RECEIVING TO WS-RECEIVING-AFTER
              MOVE WS-ROLLUP-CLOSING-LOANS TO WS-CLOSING-LOANS-AFTER
              MOVE WS-ROLLUP-RECEIVING-LOANS TO
                  WS-RECEIVING-LOANS-AFTER
              CLOSE ACCOUNT-MASTER

              PERFORM D700-WRITE-PROOF
              CLOSE TRANSFER-REPORT
              CALL 'RPTSTOW' USING 'BRXFER      ',
                  'branch_transfer_report.txt              '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'BRXFER - END OF JOB SUMMARY'
              DISPLAY 'FROM BRANCH       : ' WS-CLOSING-BRANCH
                  ' ' WS-CLOSING-NAME
              DISPLAY 'TO BRANCH         : ' WS-RECEIVING-BRANCH
                  ' ' WS-RECEIVING-NAME
              DISPLAY 'ACCOUNTS MOVED    : ' WS-ACCOUNTS-MOVED
              DISPLAY 'SUSPENSE ITEMS    : ' WS-SUSPENSE-MOVED
              DISPLAY 'LOAN TERMS        : ' WS-LOANS-MOVED
              DISPLAY 'DRAWER ROWS MOVED : ' WS-DRAWER-MOVED
              DISPLAY 'DRAWER ROWS MERGED: ' WS-DRAWER-MERGED
              DISPLAY 'STANDING ORDERS   : ' WS-ORDERS-FOLLOWING
              DISPLAY 'FUNDS HOLDS       : ' WS-HOLDS-FOLLOWING
              DISPLAY '=========================================='.

              *> TRIALBAL's C000 arithmetic - each account's
              *> balance rolled to its cross-referenced branch -
              *> for the two branches the transfer touches, a
              *> loan rolling to the loan totals
              D100-ROLL-UP-BRANCHES.
              MOVE 0 TO WS-ROLLUP-CLOSING
              MOVE 0 TO WS-ROLLUP-RECEIVING
              MOVE 0 TO WS-ROLLUP-CLOSING-LOANS
              MOVE 0 TO WS-ROLLUP-RECEIVING-LOANS
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-ACCOUNT-COUNT
                IF WS-XR-BRANCH-CODE(WS-XREF-IDX) =
                        WS-CLOSING-BRANCH
                    OR WS-XR-BRANCH-CODE(WS-XREF-IDX) =
                        WS-RECEIVING-BRANCH
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                  MOVE WS-XR-ACCOUNT-ID(WS-XREF-IDX) TO
                      AM-ACCOUNT-ID
                  READ ACCOUNT-MASTER
                    INVALID KEY
                      MOVE 'N' TO WS-ACCOUNT-FOUND
                    NOT INVALID KEY
                      SET ACCOUNT-ON-MASTER TO TRUE
                  END-READ
                  IF ACCOUNT-ON-MASTER
                    IF WS-XR-BRANCH-CODE(WS-XREF-IDX) =
                        WS-CLOSING-BRANCH
                      IF PRODUCT-LOAN
                        ADD AM-BALANCE TO WS-ROLLUP-CLOSING-LOANS
                      ELSE
                        ADD AM-BALANCE TO WS-ROLLUP-CLOSING
                      END-IF
                    ELSE
                      IF PRODUCT-LOAN
                        ADD AM-BALANCE TO WS-ROLLUP-RECEIVING-LOANS
                      ELSE
                        ADD AM-BALANCE TO WS-ROLLUP-RECEIVING
                      END-IF
                    END-IF
                  END-IF
                END-IF
              END-PERFORM.

              *> the rows keep their ACCOUNT-ID order, so the
              *> file is written straight back from the table
              D200-REPOINT-XREF.
              MOVE 'ACCOUNTS MOVED' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-ACCOUNT-COUNT
                IF WS-XR-BRANCH-CODE(WS-XREF-IDX) =
                    WS-CLOSING-BRANCH
                  PERFORM D210-REPOINT-ONE-ROW
                END-IF
              END-PERFORM
              OPEN OUTPUT ACCOUNT-RATE-XREF
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-ACCOUNT-COUNT
                MOVE WS-XR-ACCOUNT-ID(WS-XREF-IDX) TO
                    XR-FEED-ACCOUNT-ID
                MOVE WS-XR-BRANCH-CODE(WS-XREF-IDX) TO
                    XR-FEED-BRANCH-CODE
                MOVE WS-XR-TIER-NUM(WS-XREF-IDX) TO
                    XR-FEED-TIER-NUM
                WRITE XR-FEED-RECORD
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              D210-REPOINT-ONE-ROW.
              MOVE WS-XR-TIER-NUM(WS-XREF-IDX) TO WS-OLD-TIER
              MOVE WS-XR-ACCOUNT-ID(WS-XREF-IDX) TO MV-ACCOUNT-ID
              MOVE WS-OLD-TIER TO MV-OLD-TIER
              MOVE WS-CLOSING-RATE(WS-OLD-TIER) TO MV-OLD-RATE
              MOVE WS-TIER-MAP(WS-OLD-TIER) TO MV-NEW-TIER
              MOVE WS-RECEIVING-RATE(WS-TIER-MAP(WS-OLD-TIER)) TO
                  MV-NEW-RATE
              MOVE 0 TO MV-BALANCE
              MOVE WS-XR-ACCOUNT-ID(WS-XREF-IDX) TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE AM-BALANCE TO MV-BALANCE
              END-READ
              WRITE REPORT-LINE FROM WS-MOVE-LINE
              MOVE WS-RECEIVING-BRANCH TO
                  WS-XR-BRANCH-CODE(WS-XREF-IDX)
              MOVE WS-TIER-MAP(WS-OLD-TIER) TO
                  WS-XR-TIER-NUM(WS-XREF-IDX)
              MOVE 'Y' TO WS-XR-MOVED(WS-XREF-IDX)
              ADD 1 TO WS-ACCOUNTS-MOVED.

              *> an open item is worked by the branch that owns
              *> it - a worked one is history and stays put
              D300-MOVE-SUSPENSE-ITEMS.
              MOVE 'N' TO WS-FILE-EOF
              OPEN I-O SUSPENSE-ITEMS
              PERFORM UNTIL END-OF-FILE
                READ SUSPENSE-ITEMS NEXT RECORD
                  AT END
                    SET END-OF-FILE TO TRUE
                  NOT AT END
                    IF SI-BRANCH-CODE = WS-CLOSING-BRANCH
                        AND SUSPENSE-ITEM-OPEN
                      MOVE WS-RECEIVING-BRANCH TO SI-BRANCH-CODE
                      REWRITE SUSPENSE-ITEM-RECORD
                      ADD 1 TO WS-SUSPENSE-MOVED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ITEMS.

              D400-MOVE-LOAN-TERMS.
              MOVE 'N' TO WS-FILE-EOF
              OPEN I-O LOAN-TERMS
              PERFORM UNTIL END-OF-FILE
                READ LOAN-TERMS NEXT RECORD
                  AT END
                    SET END-OF-FILE TO TRUE
                  NOT AT END
                    IF LT-BRANCH-CODE = WS-CLOSING-BRANCH
                      MOVE WS-RECEIVING-BRANCH TO LT-BRANCH-CODE
                      REWRITE LOAN-TERMS-RECORD
                      ADD 1 TO WS-LOANS-MOVED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LOAN-TERMS.

              *> the closing branch's declarations become the
              *> receiving branch's; a day both branches declared
              *> is added into the receiving branch's row, so
              *> CASHPROOF still finds one row per branch per day
              D500-MOVE-DRAWER-HISTORY.
              MOVE 'N' TO WS-FILE-EOF
              OPEN INPUT DRAWER-PROOF
              PERFORM UNTIL END-OF-FILE
                READ DRAWER-PROOF
                  AT END
                    SET END-OF-FILE TO TRUE
                  NOT AT END
                    IF WS-KEEP-COUNT >= 200
                      *> same bound and abend as DRAWRENT's
                      *> rewrite
                      DISPLAY 'BRXFER ABEND - DECLARATIONS '
                          'EXCEED 200 ROWS - PRUNE '
                          'drawer_proof.txt AND RERUN'
                      CLOSE DRAWER-PROOF
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-KEEP-COUNT
                    MOVE DP-DATE TO WS-KEEP-DATE(WS-KEEP-COUNT)
                    MOVE DP-BRANCH TO WS-KEEP-BRANCH(WS-KEEP-COUNT)
                    MOVE DP-DECLARED-DEPOSITS TO
                        WS-KEEP-DEPOSITS(WS-KEEP-COUNT)
                    MOVE DP-DECLARED-WITHDRAWALS TO
                        WS-KEEP-WITHDRAWALS(WS-KEEP-COUNT)
                END-READ
              END-PERFORM
              CLOSE DRAWER-PROOF

              PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                  UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                IF WS-KEEP-BRANCH(WS-KEEP-IDX) = WS-CLOSING-BRANCH
                  PERFORM D510-MOVE-ONE-DECLARATION
                END-IF
              END-PERFORM

              OPEN OUTPUT DRAWER-PROOF
              PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                  UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                IF WS-KEEP-BRANCH(WS-KEEP-IDX) NOT = SPACES
                  MOVE WS-KEEP-DATE(WS-KEEP-IDX) TO DP-DATE
                  MOVE WS-KEEP-BRANCH(WS-KEEP-IDX) TO DP-BRANCH
                  MOVE WS-KEEP-DEPOSITS(WS-KEEP-IDX) TO
                      DP-DECLARED-DEPOSITS
                  MOVE WS-KEEP-WITHDRAWALS(WS-KEEP-IDX) TO
                      DP-DECLARED-WITHDRAWALS
                  WRITE DRAWER-PROOF-RECORD
                END-IF
              END-PERFORM
              CLOSE DRAWER-PROOF.

              *> a merged row is blanked and left out of the
              *> rewrite
              D510-MOVE-ONE-DECLARATION.
              PERFORM D520-FIND-RECEIVING-DAY
              IF WS-MATCH-IDX = 0
                MOVE WS-RECEIVING-BRANCH TO
                    WS-KEEP-BRANCH(WS-KEEP-IDX)
                ADD 1 TO WS-DRAWER-MOVED
              ELSE
                ADD WS-KEEP-DEPOSITS(WS-KEEP-IDX) TO
                    WS-KEEP-DEPOSITS(WS-MATCH-IDX)
                ADD WS-KEEP-WITHDRAWALS(WS-KEEP-IDX) TO
                    WS-KEEP-WITHDRAWALS(WS-MATCH-IDX)
                MOVE SPACES TO WS-KEEP-BRANCH(WS-KEEP-IDX)
                ADD 1 TO WS-DRAWER-MERGED
              END-IF.

              D520-FIND-RECEIVING-DAY.
              PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                  UNTIL WS-MATCH-IDX > WS-KEEP-COUNT
                  OR (WS-KEEP-BRANCH(WS-MATCH-IDX) =
                          WS-RECEIVING-BRANCH
                      AND WS-KEEP-DATE(WS-MATCH-IDX) =
                          WS-KEEP-DATE(WS-KEEP-IDX))
                CONTINUE
              END-PERFORM
              IF WS-MATCH-IDX > WS-KEEP-COUNT
                MOVE 0 TO WS-MATCH-IDX
              END-IF.

              *> standing orders and funds holds are keyed by
              *> account, so re-pointing the account moved them -
              *> they are counted here for the report
              D600-COUNT-FOLLOWING-ITEMS.
              MOVE 'N' TO WS-FILE-EOF
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-FILE
                READ STANDING-ORDERS
                  AT END
                    SET END-OF-FILE TO TRUE
                  NOT AT END
                    SEARCH ALL WS-ACCOUNT-ENTRY
                      AT END
                        CONTINUE
                      WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) =
                          SO-FEED-ACCOUNT-ID
                        IF WS-XR-MOVED(ACCT-IDX) = 'Y'
                          ADD 1 TO WS-ORDERS-FOLLOWING
                        END-IF
                    END-SEARCH
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS

              MOVE 'N' TO WS-FILE-EOF
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-FILE
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-FILE TO TRUE
                  NOT AT END
                    SEARCH ALL WS-ACCOUNT-ENTRY
                      AT END
                        CONTINUE
                      WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) =
                          FH-ACCOUNT-ID
                        IF WS-XR-MOVED(ACCT-IDX) = 'Y'
                          ADD 1 TO WS-HOLDS-FOLLOWING
                        END-IF
                    END-SEARCH
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              *> the closing branch must end at zero and the
              *> receiving branch must hold exactly what the two
              *> held between them, deposits and loans each -
              *> anything else is reported as out of proof
              *> through EXCLOG
              D700-WRITE-PROOF.
              COMPUTE WS-COMBINED-BEFORE =
                  WS-CLOSING-BEFORE + WS-RECEIVING-BEFORE
              COMPUTE WS-COMBINED-LOANS-BEFORE =
                  WS-CLOSING-LOANS-BEFORE + WS-RECEIVING-LOANS-BEFORE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'OPEN ITEMS MOVED - SUSPENSE ' WS-SUSPENSE-MOVED
                  '  LOAN TERMS ' WS-LOANS-MOVED
                  '  DRAWER ROWS ' WS-DRAWER-MOVED
                  '  DRAWER ROWS MERGED ' WS-DRAWER-MERGED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'CARRIED WITH THE ACCOUNTS - STANDING ORDERS '
                  WS-ORDERS-FOLLOWING '  FUNDS HOLDS '
                  WS-HOLDS-FOLLOWING
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'TRIAL BALANCE PROOF         BEFORE          AFTER'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BRANCH ' TO REPORT-LINE(1:7)
              MOVE WS-CLOSING-BRANCH TO REPORT-LINE(8:4)
              MOVE WS-CLOSING-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-CLOSING-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BRANCH ' TO REPORT-LINE(1:7)
              MOVE WS-RECEIVING-BRANCH TO REPORT-LINE(8:4)
              MOVE WS-RECEIVING-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-RECEIVING-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BOTH BRANCHES' TO REPORT-LINE(1:13)
              MOVE WS-COMBINED-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-RECEIVING-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BRANCH ' TO REPORT-LINE(1:7)
              MOVE WS-CLOSING-BRANCH TO REPORT-LINE(8:4)
              MOVE ' LOANS' TO REPORT-LINE(12:6)
              MOVE WS-CLOSING-LOANS-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-CLOSING-LOANS-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BRANCH ' TO REPORT-LINE(1:7)
              MOVE WS-RECEIVING-BRANCH TO REPORT-LINE(8:4)
              MOVE ' LOANS' TO REPORT-LINE(12:6)
              MOVE WS-RECEIVING-LOANS-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-RECEIVING-LOANS-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'BOTH BRANCHES LOANS' TO REPORT-LINE(1:19)
              MOVE WS-COMBINED-LOANS-BEFORE TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(25:13)
              MOVE WS-RECEIVING-LOANS-AFTER TO WS-PROOF-EDIT
              MOVE WS-PROOF-EDIT TO REPORT-LINE(40:13)
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              IF WS-CLOSING-AFTER = 0
                  AND WS-RECEIVING-AFTER = WS-COMBINED-BEFORE
                  AND WS-CLOSING-LOANS-AFTER = 0
                  AND WS-RECEIVING-LOANS-AFTER =
                      WS-COMBINED-LOANS-BEFORE
                MOVE 'PROOF: BRANCH TOTALS MOVED INTACT' TO
                    REPORT-LINE
                DISPLAY 'BRXFER - PROOF: BRANCH TOTALS MOVED '
                    'INTACT'
              ELSE
                MOVE 'PROOF: *** OUT OF PROOF ***' TO REPORT-LINE
                DISPLAY 'BRXFER - *** OUT OF PROOF *** - SEE '
                    'branch_transfer_report.txt'
                MOVE 'BRANCH TRANSFER OUT OF PROOF' TO
                    WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'BRXFER  ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF
              WRITE REPORT-LINE.
