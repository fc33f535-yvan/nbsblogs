            IDENTIFICATION DIVISION.
            PROGRAM-ID. ATOWATCH.
            *> nightly account-takeover watch - the usual pattern
            *> is a change of contact details (so the customer
            *> stops hearing from us) followed by the money going
            *> out. For the business date (or a date given as the
            *> run parameter) this looks back over a configurable
            *> window (takeover_watch_control.txt, 14 days and
            *> 500.00 if not set) for:
            *>   - a customer whose contact details or delivery
            *>     preference changed (the customer journal, see
            *>     copybooks/CUSTJRNL) - every account they hold,
            *>     as the master's customer or on the holder
            *>     cross-reference, is watched
            *>   - an account whose joint holders or signatories
            *>     changed (HLDRMNT's holder journal, see
            *>     copybooks/HLDRJRN) - except a guardian MINORAGE
            *>     took off at the minor's age of majority, which
            *>     is the calendar at work, not a takeover
            *> and adds up what has left each watched account
            *> since the change - withdrawals and transfers out,
            *> and new standing orders to an external beneficiary
            *> set up since then. An account over the threshold
            *> gets a compliance case through CASEFILE (source
            *> 'T', worked on CASEREV like the other screens) and
            *> an alert in ALERTGEN's notification shape, sent to
            *> the contact details as they stood BEFORE the change
            *> - the new ones may be the fraudster's. An account
            *> with a takeover case still open is not filed again.
            *> The alert file is stowed in the report repository
            *> and each alert recorded on the correspondence
            *> history through DOCLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL TAKEOVER-CONTROL
                      ASSIGN TO 'takeover_watch_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CUSTOMER-JOURNAL
                      ASSIGN TO 'customer_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL HOLDER-JOURNAL
                      ASSIGN TO 'holder_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same control file STORDMNT maintains and
                  *> STORDGEN works
                  SELECT OPTIONAL STANDING-ORDERS
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> read by key for the contact details of an
                  *> account whose holders changed
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> each watched account's postings, walked with
                  *> the same START/READ NEXT positioning ALERTGEN
                  *> uses
                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  *> one record per alert, for the delivery
                  *> channel to work through
                  SELECT TAKEOVER-ALERTS
                      ASSIGN TO 'takeover_alerts.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD TAKEOVER-CONTROL.
                01 TAKEOVER-CONTROL-RECORD.
                  02 TW-WINDOW-DAYS PIC 9(3).
                  02 TW-THRESHOLD PIC 9(7)V9(2).

                FD CUSTOMER-JOURNAL.
                COPY CUSTJRNL.

                FD HOLDER-JOURNAL.
                COPY HLDRJRN.

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

                *> same field order/size as STORDMNT's
                FD STANDING-ORDERS.
                01 SO-FEED-RECORD.
                  02 SO-FEED-ACCOUNT-ID PIC 9(7).
                  02 SO-FEED-AMOUNT PIC S9(6)V9(2).
                  02 SO-FEED-DESC PIC X(25).
                  02 SO-FEED-FREQUENCY PIC X(1).
                  02 SO-FEED-NEXT-DATE PIC 9(8).
                  02 SO-FEED-EXT-BANK PIC X(9).
                  02 SO-FEED-EXT-ACCOUNT PIC X(10).
                  02 SO-FEED-ORDER-ID PIC 9(5).
                  02 SO-FEED-STATUS PIC X(1).
                  02 SO-FEED-RETURN-COUNT PIC 9(2).
                  02 SO-FEED-LAST-RETURN-DATE PIC 9(8).
                  02 SO-FEED-LAST-RETURN-CODE PIC X(2).
                  02 SO-FEED-ADDED-DATE PIC 9(8).

                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD TAKEOVER-ALERTS.
                01 NOTIFICATION-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                *> report date - ACCEPT FROM COMMAND-LINE follows
                *> loops.cbl's run-parameter pattern; no parameter
                *> means the business date
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-WINDOW-START PIC 9(8).

                *> how far back a change is watched, and how much
                *> may leave the account after it before a case
                *> is filed - overridden by the control file
                01 WS-WINDOW-DAYS PIC 9(3) VALUE 14.
                01 WS-THRESHOLD PIC 9(7)V9(2) VALUE 500.00.

                01 WS-FLAGS.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-CONTROL VALUE 'Y'.
                  05 WS-CUST-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-CUST-JOURNAL VALUE 'Y'.
                  05 WS-HOLDER-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDER-JOURNAL VALUE 'Y'.
                  05 WS-HOLDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDERS VALUE 'Y'.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-TRANS-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.

                01 WS-START-OK PIC X VALUE 'N'.
                  88 START-SUCCEEDED VALUE 'Y'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> a customer journal image laid out as the
                *> CUSTOMER-MASTER record it was taken from - the
                *> contact details and delivery preference sit
                *> side by side, so one compare covers both
                01 WS-BEFORE-IMAGE.
                  05 BI-CUSTOMER-NUMBER PIC 9(7).
                  05 BI-CUSTOMER-NAME PIC X(50).
                  05 BI-CONTACT-AND-PREF.
                    10 BI-CONTACT-DETAILS PIC X(50).
                    10 BI-DELIVERY-PREF PIC X(1).
                  05 FILLER PIC X(34).
                01 WS-AFTER-IMAGE.
                  05 AI-CUSTOMER-NUMBER PIC 9(7).
                  05 AI-CUSTOMER-NAME PIC X(50).
                  05 AI-CONTACT-AND-PREF.
                    10 AI-CONTACT-DETAILS PIC X(50).
                    10 AI-DELIVERY-PREF PIC X(1).
                  05 FILLER PIC X(34).

                *> customers whose contact changed in the window -
                *> the earliest change wins, with the contact
                *> details it replaced
                01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
                01 WS-CHANGE-TABLE.
                  05 WS-CHANGE-ENTRY OCCURS 1000 TIMES.
                    10 WS-CC-CUSTOMER PIC 9(7).
                    10 WS-CC-DATE PIC 9(8).
                    10 WS-CC-OLD-CONTACT PIC X(50).
                01 WS-CHANGE-IDX PIC 9(4).
                01 WS-CHANGE-MATCH PIC 9(4).

                *> accounts to watch - from a holder's contact
                *> change ('C') or a change of holders ('H'), the
                *> earliest change wins
                01 WS-WATCH-COUNT PIC 9(4) VALUE 0.
                01 WS-WATCH-TABLE.
                  05 WS-WATCH-ENTRY OCCURS 2000 TIMES.
                    10 WS-WA-ACCOUNT PIC S9(7).
                    10 WS-WA-DATE PIC 9(8).
                    10 WS-WA-REASON PIC X(1).
                    10 WS-WA-CUSTOMER PIC 9(7).
                    10 WS-WA-OLD-CONTACT PIC X(50).
                01 WS-WATCH-IDX PIC 9(4).
                01 WS-WATCH-MATCH PIC 9(4).

                *> the customer being looked up in the changes
                01 WS-LOOKUP-CUSTOMER PIC 9(7).

                *> the change being noted against an account
                01 WS-NOTE-ACCOUNT PIC S9(7).
                01 WS-NOTE-DATE PIC 9(8).
                01 WS-NOTE-REASON PIC X(1).
                01 WS-NOTE-CUSTOMER PIC 9(7).
                01 WS-NOTE-CONTACT PIC X(50).

                *> external standing orders set up in the window
                01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY OCCURS 1000 TIMES.
                    10 WS-EO-ACCOUNT PIC 9(7).
                    10 WS-EO-AMOUNT PIC S9(6)V9(2).
                    10 WS-EO-ADDED-DATE PIC 9(8).
                01 WS-ORDER-IDX PIC 9(4).

                *> accounts with a takeover case still open
                01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
                01 WS-OPEN-TABLE.
                  05 WS-OPEN-ACCOUNT PIC S9(7) OCCURS 1000 TIMES.
                01 WS-OPEN-IDX PIC 9(4).
                01 WS-CASE-ALREADY-OPEN PIC X VALUE 'N'.
                  88 TAKEOVER-CASE-OPEN VALUE 'Y'.

                *> what has left the watched account since the
                *> change
                01 WS-OUTFLOW-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-NEW-ORDER-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-EXPOSURE PIC S9(8)V9(2) VALUE 0.

                *> staged full-width for CASEFILE's linkage, the
                *> same staging EXCLOG's X(60) message gets
                01 WS-CASE-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-CASE-DETAIL PIC X(40) VALUE SPACES.
                01 WS-EXC-MESSAGE PIC X(60).
                01 WS-EDIT-ACCOUNT PIC 9(7).

                *> one notification in ALERTGEN's delivery-file
                *> shape, type 'T'
                01 WS-NOTIFICATION-DETAIL.
                  05 NT-ALERT-DATE PIC 9(8).
                  05 NT-CUSTOMER-NUMBER PIC 9(7).
                  05 NT-ACCOUNT-ID PIC 9(7).
                  05 NT-ALERT-TYPE PIC X(1).
                    88 ALERT-TAKEOVER VALUE 'T'.
                  05 NT-AMOUNT PIC S9(8)V9(2).
                  05 NT-CONTACT PIC X(50).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG)
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-WATCHED PIC 9(7) VALUE 0.
                  05 WS-CASES-FILED PIC 9(7) VALUE 0.
                  05 WS-ALREADY-OPEN PIC 9(7) VALUE 0.
                  05 WS-NO-CONTACT PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B000-LOAD-CONTROL
              COMPUTE WS-WINDOW-START =
                  FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                  - WS-WINDOW-DAYS)
              DISPLAY 'TAKEOVER WATCH - CHANGES SINCE '
                  WS-WINDOW-START ' OVER ' WS-THRESHOLD
              DISPLAY '=========================================='

              PERFORM B100-LOAD-CONTACT-CHANGES
              PERFORM B200-WATCH-HOLDERS-ACCOUNTS
              PERFORM B300-LOAD-HOLDER-CHANGES
              PERFORM B400-LOAD-NEW-EXTERNAL-ORDERS
              PERFORM B500-LOAD-OPEN-CASES

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT TRANSACTIONS
              OPEN OUTPUT TAKEOVER-ALERTS
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM C000-CHECK-ONE-ACCOUNT
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE TRANSACTIONS
              CLOSE TAKEOVER-ALERTS

              CALL 'RPTSTOW' USING 'TAKEOVER    ',
                  'takeover_alerts.txt                     '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'ATOWATCH - END OF JOB SUMMARY'
              DISPLAY 'REPORT DATE       : ' WS-REPORT-DATE
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'ACCOUNTS WATCHED  : ' WS-ACCOUNTS-WATCHED
              DISPLAY 'CASES FILED       : ' WS-CASES-FILED
              DISPLAY 'CASE ALREADY OPEN : ' WS-ALREADY-OPEN
              DISPLAY 'NO CONTACT ON FILE: ' WS-NO-CONTACT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'ATOWATCH  ',
                  WS-ACCOUNTS-READ, WS-CASES-FILED,
                  WS-STAT-ZERO, WS-ALREADY-OPEN,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the window and threshold overrides - zero or
              *> missing keeps the default
              B000-LOAD-CONTROL.
              OPEN INPUT TAKEOVER-CONTROL
              READ TAKEOVER-CONTROL
                AT END
                  SET END-OF-CONTROL TO TRUE
                NOT AT END
                  IF TW-WINDOW-DAYS IS NUMERIC
                      AND TW-WINDOW-DAYS > 0
                    MOVE TW-WINDOW-DAYS TO WS-WINDOW-DAYS
                  END-IF
                  IF TW-THRESHOLD IS NUMERIC
                      AND TW-THRESHOLD > 0
                    MOVE TW-THRESHOLD TO WS-THRESHOLD
                  END-IF
              END-READ
              CLOSE TAKEOVER-CONTROL.

              *> a new customer has no before image - only a
              *> change to an existing customer counts
              B100-LOAD-CONTACT-CHANGES.
              OPEN INPUT CUSTOMER-JOURNAL
              PERFORM UNTIL END-OF-CUST-JOURNAL
                READ CUSTOMER-JOURNAL
                  AT END
                    SET END-OF-CUST-JOURNAL TO TRUE
                  NOT AT END
                    IF CJ-TIMESTAMP >= WS-WINDOW-START
                        AND CJ-TIMESTAMP <= WS-REPORT-DATE
                      MOVE CJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                      MOVE CJ-AFTER-IMAGE TO WS-AFTER-IMAGE
                      IF BI-CUSTOMER-NUMBER IS NUMERIC
                          AND BI-CUSTOMER-NUMBER > 0
                          AND BI-CONTACT-AND-PREF NOT =
                              AI-CONTACT-AND-PREF
                        PERFORM B110-NOTE-CONTACT-CHANGE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-JOURNAL.

              B110-NOTE-CONTACT-CHANGE.
              MOVE 0 TO WS-CHANGE-MATCH
              PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                  UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                IF WS-CC-CUSTOMER(WS-CHANGE-IDX) =
                    BI-CUSTOMER-NUMBER
                  MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                END-IF
              END-PERFORM
              IF WS-CHANGE-MATCH > 0
                IF CJ-TIMESTAMP < WS-CC-DATE(WS-CHANGE-MATCH)
                  MOVE CJ-TIMESTAMP TO
                      WS-CC-DATE(WS-CHANGE-MATCH)
                  MOVE BI-CONTACT-DETAILS TO
                      WS-CC-OLD-CONTACT(WS-CHANGE-MATCH)
                END-IF
                EXIT PARAGRAPH
              END-IF
              IF WS-CHANGE-COUNT < 1000
                ADD 1 TO WS-CHANGE-COUNT
                MOVE BI-CUSTOMER-NUMBER TO
                    WS-CC-CUSTOMER(WS-CHANGE-COUNT)
                MOVE CJ-TIMESTAMP TO WS-CC-DATE(WS-CHANGE-COUNT)
                MOVE BI-CONTACT-DETAILS TO
                    WS-CC-OLD-CONTACT(WS-CHANGE-COUNT)
              END-IF.

              *> every account a changed customer holds jointly
              *> or signs on - the master's own customer is
              *> picked up on the account walk
              B200-WATCH-HOLDERS-ACCOUNTS.
              IF WS-CHANGE-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT ACCOUNT-HOLDERS
              PERFORM UNTIL END-OF-HOLDERS
                READ ACCOUNT-HOLDERS
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    MOVE AH-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                    PERFORM X000-FIND-CHANGE-FOR-CUSTOMER
                    IF WS-CHANGE-MATCH > 0
                      MOVE AH-ACCOUNT-ID TO WS-NOTE-ACCOUNT
                      PERFORM X100-NOTE-CUSTOMER-CHANGE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-HOLDERS.

              B300-LOAD-HOLDER-CHANGES.
              OPEN INPUT HOLDER-JOURNAL
              PERFORM UNTIL END-OF-HOLDER-JOURNAL
                READ HOLDER-JOURNAL
                  AT END
                    SET END-OF-HOLDER-JOURNAL TO TRUE
                  NOT AT END
                    IF HJ-TIMESTAMP >= WS-WINDOW-START
                        AND HJ-TIMESTAMP <= WS-REPORT-DATE
                        AND NOT (HOLDER-LINK-REMOVED
                        AND HJ-ROLE = 'G'
                        AND HJ-OPERATOR-ID = 'MINORAGE')
                      MOVE HJ-ACCOUNT-ID TO WS-NOTE-ACCOUNT
                      MOVE HJ-TIMESTAMP TO WS-NOTE-DATE
                      MOVE 'H' TO WS-NOTE-REASON
                      MOVE 0 TO WS-NOTE-CUSTOMER
                      MOVE SPACES TO WS-NOTE-CONTACT
                      PERFORM X200-NOTE-WATCH
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HOLDER-JOURNAL.

              *> an order with no added date predates the field
              *> and so predates any change in the window
              B400-LOAD-NEW-EXTERNAL-ORDERS.
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ STANDING-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF SO-FEED-EXT-BANK NOT = SPACES
                        AND SO-FEED-ADDED-DATE IS NUMERIC
                        AND SO-FEED-ADDED-DATE >= WS-WINDOW-START
                        AND WS-ORDER-COUNT < 1000
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE SO-FEED-ACCOUNT-ID TO
                          WS-EO-ACCOUNT(WS-ORDER-COUNT)
                      MOVE SO-FEED-AMOUNT TO
                          WS-EO-AMOUNT(WS-ORDER-COUNT)
                      MOVE SO-FEED-ADDED-DATE TO
                          WS-EO-ADDED-DATE(WS-ORDER-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS.

              B500-LOAD-OPEN-CASES.
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-CASES
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    IF CASE-FROM-TAKEOVER
                        AND COMP-CASE-OPEN
                        AND WS-OPEN-COUNT < 1000
                      ADD 1 TO WS-OPEN-COUNT
                      MOVE CP-ACCOUNT-ID TO
                          WS-OPEN-ACCOUNT(WS-OPEN-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              C000-CHECK-ONE-ACCOUNT.
              IF AM-CUSTOMER-NUMBER > 0
                MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                PERFORM X000-FIND-CHANGE-FOR-CUSTOMER
                IF WS-CHANGE-MATCH > 0
                  MOVE AM-ACCOUNT-ID TO WS-NOTE-ACCOUNT
                  PERFORM X100-NOTE-CUSTOMER-CHANGE
                END-IF
              END-IF
              MOVE 0 TO WS-WATCH-MATCH
              PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                  UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                IF WS-WA-ACCOUNT(WS-WATCH-IDX) = AM-ACCOUNT-ID
                  MOVE WS-WATCH-IDX TO WS-WATCH-MATCH
                END-IF
              END-PERFORM
              IF WS-WATCH-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACCOUNTS-WATCHED

              PERFORM C100-ADD-UP-OUTFLOWS
              MOVE 0 TO WS-NEW-ORDER-AMOUNT
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                IF WS-EO-ACCOUNT(WS-ORDER-IDX) = AM-ACCOUNT-ID
                    AND WS-EO-ADDED-DATE(WS-ORDER-IDX) >=
                        WS-WA-DATE(WS-WATCH-MATCH)
                  ADD FUNCTION ABS(WS-EO-AMOUNT(WS-ORDER-IDX))
                      TO WS-NEW-ORDER-AMOUNT
                END-IF
              END-PERFORM
              COMPUTE WS-EXPOSURE =
                  WS-OUTFLOW-AMOUNT + WS-NEW-ORDER-AMOUNT
              IF WS-EXPOSURE <= WS-THRESHOLD
                EXIT PARAGRAPH
              END-IF

              MOVE 'N' TO WS-CASE-ALREADY-OPEN
              PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                  UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                IF WS-OPEN-ACCOUNT(WS-OPEN-IDX) = AM-ACCOUNT-ID
                  SET TAKEOVER-CASE-OPEN TO TRUE
                END-IF
              END-PERFORM
              IF TAKEOVER-CASE-OPEN
                ADD 1 TO WS-ALREADY-OPEN
                EXIT PARAGRAPH
              END-IF
              PERFORM D000-FILE-TAKEOVER-CASE
              PERFORM D100-WRITE-ALERT.

              *> withdrawals and transfer legs out, posted on or
              *> after the change
              C100-ADD-UP-OUTFLOWS.
              MOVE 0 TO WS-OUTFLOW-AMOUNT
              MOVE 'N' TO WS-TRANS-EOF
              MOVE 'N' TO WS-START-OK
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              START TRANSACTIONS KEY IS >=
                  ACCOUNT-ID OF TRANSACTION-STRUCT
                INVALID KEY
                  MOVE 'N' TO WS-START-OK
                NOT INVALID KEY
                  SET START-SUCCEEDED TO TRUE
              END-START
              IF START-SUCCEEDED
                PERFORM UNTIL END-OF-TRANS
                  READ TRANSACTIONS NEXT RECORD
                    AT END
                      SET END-OF-TRANS TO TRUE
                    NOT AT END
                      IF ACCOUNT-ID OF TRANSACTION-STRUCT =
                          AM-ACCOUNT-ID
                        IF POST-DATE OF TRANSACTION-STRUCT >=
                            WS-WA-DATE(WS-WATCH-MATCH)
                            AND POST-DATE OF TRANSACTION-STRUCT <=
                                WS-REPORT-DATE
                            AND (WITHDRAWAL OR TRANSFER)
                            AND AMOUNT OF TRANSACTION-STRUCT < 0
                          SUBTRACT AMOUNT OF TRANSACTION-STRUCT
                              FROM WS-OUTFLOW-AMOUNT
                        END-IF
                      ELSE
                        SET END-OF-TRANS TO TRUE
                      END-IF
                  END-READ
                END-PERFORM
              END-IF.

              D000-FILE-TAKEOVER-CASE.
              MOVE WS-EXPOSURE TO WS-CASE-AMOUNT
              MOVE SPACES TO WS-CASE-DETAIL
              IF WS-WA-REASON(WS-WATCH-MATCH) = 'C'
                STRING 'CONTACT CHANGED ' WS-WA-DATE(WS-WATCH-MATCH)
                    ' CUST ' WS-WA-CUSTOMER(WS-WATCH-MATCH)
                    DELIMITED BY SIZE INTO WS-CASE-DETAIL
                END-STRING
              ELSE
                STRING 'HOLDERS CHANGED ' WS-WA-DATE(WS-WATCH-MATCH)
                    DELIMITED BY SIZE INTO WS-CASE-DETAIL
                END-STRING
              END-IF
              CALL 'CASEFILE' USING AM-ACCOUNT-ID, 'T',
                  WS-CASE-AMOUNT, WS-CASE-DETAIL
              END-CALL
              ADD 1 TO WS-CASES-FILED
              DISPLAY 'ACCT ' AM-ACCOUNT-ID ' OUTFLOW '
                  WS-EXPOSURE ' SINCE '
                  WS-WA-DATE(WS-WATCH-MATCH) ' - CASE FILED'
              MOVE AM-ACCOUNT-ID TO WS-EDIT-ACCOUNT
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'TAKEOVER WATCH ACCT ' WS-EDIT-ACCOUNT ' '
                  WS-CASE-DETAIL
                  DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'ATOWATCH', 'W', WS-EXC-MESSAGE
              END-CALL.

              *> to the contact details the change replaced - a
              *> change of holders leaves the customer's own
              *> contact alone, so that is the master's current
              *> one
              D100-WRITE-ALERT.
              IF WS-WA-REASON(WS-WATCH-MATCH) = 'H'
                MOVE AM-CUSTOMER-NUMBER TO
                    WS-WA-CUSTOMER(WS-WATCH-MATCH)
                MOVE 'N' TO WS-CUSTOMER-FOUND
                MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                END-READ
                IF CUSTOMER-ON-FILE
                  MOVE CM-CONTACT-DETAILS TO
                      WS-WA-OLD-CONTACT(WS-WATCH-MATCH)
                END-IF
              END-IF
              IF WS-WA-OLD-CONTACT(WS-WATCH-MATCH) = SPACES
                ADD 1 TO WS-NO-CONTACT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-REPORT-DATE TO NT-ALERT-DATE
              MOVE WS-WA-CUSTOMER(WS-WATCH-MATCH) TO
                  NT-CUSTOMER-NUMBER
              MOVE AM-ACCOUNT-ID TO NT-ACCOUNT-ID
              SET ALERT-TAKEOVER TO TRUE
              MOVE WS-EXPOSURE TO NT-AMOUNT
              MOVE WS-WA-OLD-CONTACT(WS-WATCH-MATCH) TO NT-CONTACT
              WRITE NOTIFICATION-LINE FROM
                  WS-NOTIFICATION-DETAIL
              MOVE WS-WA-CUSTOMER(WS-WATCH-MATCH) TO
                  WS-DOC-CUSTOMER
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'ATOWATCH', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'TA', 'M', 'TAKEOVER    ',
                  WS-DOC-KEY
              END-CALL.

              X000-FIND-CHANGE-FOR-CUSTOMER.
              MOVE 0 TO WS-CHANGE-MATCH
              PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                  UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                IF WS-CC-CUSTOMER(WS-CHANGE-IDX) =
                    WS-LOOKUP-CUSTOMER
                  MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                END-IF
              END-PERFORM.

              X100-NOTE-CUSTOMER-CHANGE.
              MOVE WS-CC-DATE(WS-CHANGE-MATCH) TO WS-NOTE-DATE
              MOVE 'C' TO WS-NOTE-REASON
              MOVE WS-CC-CUSTOMER(WS-CHANGE-MATCH) TO
                  WS-NOTE-CUSTOMER
              MOVE WS-CC-OLD-CONTACT(WS-CHANGE-MATCH) TO
                  WS-NOTE-CONTACT
              PERFORM X200-NOTE-WATCH.

              *> the earliest change against an account wins -
              *> everything that left after it counts
              X200-NOTE-WATCH.
              MOVE 0 TO WS-WATCH-MATCH
              PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                  UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                IF WS-WA-ACCOUNT(WS-WATCH-IDX) = WS-NOTE-ACCOUNT
                  MOVE WS-WATCH-IDX TO WS-WATCH-MATCH
                END-IF
              END-PERFORM
              IF WS-WATCH-MATCH > 0
                IF WS-NOTE-DATE < WS-WA-DATE(WS-WATCH-MATCH)
                  MOVE WS-NOTE-DATE TO WS-WA-DATE(WS-WATCH-MATCH)
                  MOVE WS-NOTE-REASON TO
                      WS-WA-REASON(WS-WATCH-MATCH)
                  MOVE WS-NOTE-CUSTOMER TO
                      WS-WA-CUSTOMER(WS-WATCH-MATCH)
                  MOVE WS-NOTE-CONTACT TO
                      WS-WA-OLD-CONTACT(WS-WATCH-MATCH)
                END-IF
                EXIT PARAGRAPH
              END-IF
              IF WS-WATCH-COUNT < 2000
                ADD 1 TO WS-WATCH-COUNT
                MOVE WS-NOTE-ACCOUNT TO
                    WS-WA-ACCOUNT(WS-WATCH-COUNT)
                MOVE WS-NOTE-DATE TO WS-WA-DATE(WS-WATCH-COUNT)
                MOVE WS-NOTE-REASON TO
                    WS-WA-REASON(WS-WATCH-COUNT)
                MOVE WS-NOTE-CUSTOMER TO
                    WS-WA-CUSTOMER(WS-WATCH-COUNT)
                MOVE WS-NOTE-CONTACT TO
                    WS-WA-OLD-CONTACT(WS-WATCH-COUNT)
              END-IF.
