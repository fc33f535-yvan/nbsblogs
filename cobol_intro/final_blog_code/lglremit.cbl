            IDENTIFICATION DIVISION.
            PROGRAM-ID. LGLREMIT.
            *> nightly legal-order remittance and notice run - the
            *> paying side of LGLORD. Every held garnishment or tax
            *> levy (see copybooks/LEGLORD) whose remittance
            *> deadline falls before the next business day is
            *> remitted tonight, so a deadline landing on a weekend
            *> or holiday is met the business day before rather
            *> than missed. Each legal hold on the uncollected-
            *> funds ledger for the order posts off its account
            *> through the normal journaled write path (a
            *> withdrawal, in ESCHEAT's C000 shape) and comes off
            *> the ledger, the agency's remittance record is
            *> written, and the branch's legal-order processing
            *> fee off fee_schedule.txt is charged to the order's
            *> first attached account as an 'F' fee, FEEASSES's
            *> way. An order that attached nothing is still
            *> answered - a nil remittance record - and pays no
            *> fee. An order remitted after its deadline goes to
            *> the exception log. Remittance UIDs come from
            *> UIDALLOC's LEGAL range (99001-99999), the fees from
            *> the FEE range. Then the day's customer notice
            *> events (see copybooks/LEGLNTC) - holds placed and
            *> lifted by LGLORD, remittances made here - are
            *> printed in NSFNTCE's manner: a customer whose mail
            *> has come back goes on the held-mail list through
            *> MAILHOLD instead, each notice printed is recorded
            *> through DOCLOG, the print file is stowed, and the
            *> worked events are cleared. The remittance file goes
            *> on the outbound transmission manifest through XMITREG
            *> as it is closed (see copybooks/XMITMAN), which keeps
            *> the generation with its count and hash total as the
            *> proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL LEGAL-ORDERS
                      ASSIGN TO 'legal_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the uncollected-funds ledger - the legal
                  *> holds are the source 'L' rows LGLORD placed
                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL LEGAL-NOTICE-EVENTS
                      ASSIGN TO 'legal_notice_events.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per branch - only the legal-order
                  *> processing fee is used here (see FEEASSES)
                  SELECT FEE-SCHEDULE
                      ASSIGN TO 'fee_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> account-to-branch mapping, same file and load
                  *> as feeasses.cbl
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> the per-account risk-profile store - every
                  *> customer-moving posting folds in (see
                  *> copybooks/RISKPROF)
                  SELECT OPTIONAL RISK-PROFILE
                      ASSIGN TO 'risk_profile.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  *> the night's remittances for the payments
                  *> team to send to the agencies - one fixed-
                  *> width record per order answered
                  SELECT LEGAL-REMITTANCE
                      ASSIGN TO 'legal_remittance.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the customer notices - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT LEGAL-NOTICES
                      ASSIGN TO 'legal_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD LEGAL-ORDERS.
                COPY LEGLORD.

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

                FD FEE-SCHEDULE.
                01 FS-FEED-RECORD.
                  02 FS-FEED-BRANCH-CODE PIC X(4).
                  02 FS-FEED-FEE-AMOUNT PIC 9(4)V9(2).
                  02 FS-FEED-WAIVER-BALANCE PIC 9(8)V9(2).
                  02 FS-FEED-LATE-GRACE-DAYS PIC 9(3).
                  02 FS-FEED-LATE-CHARGE PIC 9(4)V9(2).
                  02 FS-FEED-LEGAL-ORDER-FEE PIC 9(4)V9(2).
                  02 FS-FEED-RETURN-ITEM-FEE PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-SMALL PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-MEDIUM PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-LARGE PIC 9(4)V9(2).

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD RISK-PROFILE.
                COPY RISKPROF.

                FD LEGAL-REMITTANCE.
                01 REMITTANCE-LINE PIC X(110).

                FD LEGAL-NOTICES.
                01 NOTICE-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-HOLDS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDS VALUE 'Y'.
                  05 WS-EVENTS-EOF PIC X VALUE 'N'.
                    88 END-OF-EVENTS VALUE 'Y'.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> HOLCHK's answer and date-service block (see
                *> holchk.cbl) - an order is due tonight when its
                *> deadline comes before the next business day
                01 WS-HOLIDAY-STATUS PIC X.
                  88 IS-HOLIDAY VALUE 'H'.
                  88 IS-BUSINESS-DAY VALUE 'B'.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1) VALUE SPACE.
                  02 WS-SECOND-DATE PIC 9(8) VALUE 0.
                  02 WS-RESULT-DATE PIC 9(8) VALUE 0.
                  02 WS-DAY-COUNT PIC S9(5) VALUE 0.
                01 WS-NEXT-BUSINESS-DATE PIC 9(8).

                *> the order file loaded whole and rewritten
                *> whole, HOLDREL's idiom
                01 WS-ORDER-COUNT PIC 9(3) VALUE 0.
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY OCCURS 500 TIMES.
                    10 WS-ORDER-IMAGE PIC X(154).
                01 WS-ORDER-IDX PIC 9(3).

                *> the hold ledger loaded whole and rewritten
                *> minus the rows remitted (AVAILREL's idiom and
                *> bound)
                01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
                01 WS-HOLD-TABLE.
                  05 WS-HOLD-ENTRY OCCURS 200 TIMES.
                    10 WS-HOLD-IMAGE PIC X(29).
                    10 WS-HOLD-REMITTED PIC X(1).
                01 WS-HOLD-IDX PIC 9(3).

                *> fee schedule and account cross-reference, same
                *> shapes as feeasses.cbl's tables
                01 WS-FEE-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-FEE-TABLE.
                  05 WS-FEE-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-FEE-BRANCH-COUNT
                      ASCENDING KEY IS WS-FEE-BRANCH-CODE
                      INDEXED BY FEE-IDX.
                    10 WS-FEE-BRANCH-CODE PIC X(4).
                    10 WS-FEE-LEGAL-ORDER PIC 9(4)V9(2).
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).
                01 WS-CURRENT-BRANCH-CODE PIC X(4).
                01 WS-ORDER-FEE PIC 9(4)V9(2) VALUE 0.

                01 WS-NEXT-LEGAL-UID PIC 9(5) VALUE 0.
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.
                01 WS-POST-AMOUNT PIC S9(6)V9(2) VALUE 0.
                01 WS-POST-DESC PIC X(25).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> before-image for the MSTJRNL change journal
                01 WS-MJ-BEFORE PIC X(111).

                *> fixed-width remittance record for the agency
                01 WS-REMITTANCE-DETAIL.
                  05 RM-ORDER-ID PIC 9(5).
                  05 RM-ORDER-TYPE PIC X(1).
                  05 RM-AGENCY-NAME PIC X(35).
                  05 RM-AGENCY-REF PIC X(20).
                  05 RM-CUSTOMER-NUMBER PIC 9(7).
                  05 RM-AMOUNT PIC 9(8)V9(2).
                  05 RM-RECEIVED-DATE PIC 9(8).
                  05 RM-DUE-DATE PIC 9(8).
                  05 RM-REMIT-DATE PIC 9(8).
                  05 FILLER PIC X(8) VALUE SPACES.

                *> two print lines per notice - who it goes to,
                *> then what happened to their money
                01 WS-NOTICE-DETAIL.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 NT-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(7) VALUE ' NAME: '.
                  05 NT-NAME PIC X(50).
                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NT-CONTACT PIC X(49).
                01 WS-NOTICE-ORDER-TYPE PIC X(11).
                01 WS-NOTICE-WHAT PIC X(40).
                01 WS-NOTICE-AMOUNT PIC Z,ZZZ,ZZ9.99.
                01 WS-NOTICE-FEE PIC Z,ZZ9.99.

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the order number the notice
                *> carries
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-ORDERS-DUE PIC 9(5) VALUE 0.
                  05 WS-ORDERS-REMITTED PIC 9(5) VALUE 0.
                  05 WS-NIL-ANSWERS PIC 9(5) VALUE 0.
                  05 WS-LATE-COUNT PIC 9(5) VALUE 0.
                  05 WS-FEES-CHARGED PIC 9(5) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-NO-CONTACT-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-REMITTED PIC 9(9)V9(2) VALUE 0.
                  05 WS-TOTAL-FEES PIC 9(7)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE 'N' TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING WS-RUN-DATE, WS-HOLIDAY-STATUS,
                  WS-DATE-SERVICE
              END-CALL
              MOVE WS-RESULT-DATE TO WS-NEXT-BUSINESS-DATE

              PERFORM B000-LOAD-LEGAL-ORDERS
              PERFORM B100-LOAD-FUNDS-HOLDS
              PERFORM B200-LOAD-FEE-SCHEDULE
              PERFORM B300-LOAD-ACCOUNT-XREF

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O RISK-PROFILE
              OPEN OUTPUT LEGAL-REMITTANCE
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO
                    LEGAL-ORDER-RECORD
                IF ORDER-HELD
                    AND LO-REMIT-DUE-DATE < WS-NEXT-BUSINESS-DATE
                  PERFORM C000-REMIT-ONE-ORDER
                  MOVE LEGAL-ORDER-RECORD TO
                      WS-ORDER-IMAGE(WS-ORDER-IDX)
                END-IF
              END-PERFORM
              CLOSE LEGAL-REMITTANCE
              CALL 'XMITREG' USING 'LEGALREMIT  ',
                  'legal_remittance.txt                    '
              END-CALL
              CLOSE RISK-PROFILE
              CLOSE JOURNAL
              CLOSE TRANSACTIONS
              CLOSE ACCOUNT-MASTER

              IF WS-ORDERS-DUE > 0
                PERFORM F000-REWRITE-FUNDS-HOLDS
                PERFORM F100-REWRITE-LEGAL-ORDERS
              END-IF
              CALL 'UIDALLOC' USING 'LEGAL     ', 'LGLREMIT', 'R',
                  WS-NEXT-LEGAL-UID
              END-CALL
              CALL 'UIDALLOC' USING 'FEE       ', 'LGLREMIT', 'R',
                  WS-NEXT-FEE-UID
              END-CALL

              PERFORM E000-PRINT-CUSTOMER-NOTICES

              IF WS-ORDERS-REMITTED > 0
                MOVE 'LEGAL ORDER RUN REMITTED HELD FUNDS'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'LGLREMIT', 'I',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'LGLREMIT - END OF JOB SUMMARY'
              DISPLAY 'ORDERS DUE        : ' WS-ORDERS-DUE
              DISPLAY 'ORDERS REMITTED   : ' WS-ORDERS-REMITTED
              DISPLAY 'NIL ANSWERS       : ' WS-NIL-ANSWERS
              DISPLAY 'PAST DEADLINE     : ' WS-LATE-COUNT
              DISPLAY 'FEES CHARGED      : ' WS-FEES-CHARGED
              DISPLAY 'TOTAL REMITTED    : ' WS-TOTAL-REMITTED
              DISPLAY 'TOTAL FEES        : ' WS-TOTAL-FEES
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'NO CONTACT ON FILE: ' WS-NO-CONTACT-COUNT
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-LEGAL-ORDERS.
              OPEN INPUT LEGAL-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ LEGAL-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF WS-ORDER-COUNT >= 500
                      DISPLAY 'LGLREMIT ABEND - LEGAL ORDER FILE '
                          'EXCEEDS 500 ORDERS - NOTHING REMITTED'
                      MOVE 'LEGAL ORDER FILE OVER 500 ORDERS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'LGLREMIT', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE LEGAL-ORDERS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ORDER-COUNT
                    MOVE LEGAL-ORDER-RECORD TO
                        WS-ORDER-IMAGE(WS-ORDER-COUNT)
                END-READ
              END-PERFORM
              CLOSE LEGAL-ORDERS.

              B100-LOAD-FUNDS-HOLDS.
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-HOLDS
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-HOLDS TO TRUE
                  NOT AT END
                    IF WS-HOLD-COUNT >= 200
                      DISPLAY 'LGLREMIT ABEND - FUNDS-HOLD '
                          'LEDGER EXCEEDS 200 SLOTS - NOTHING '
                          'REMITTED, NOTHING REWRITTEN'
                      MOVE 'FUNDS-HOLD LEDGER OVER 200 SLOTS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'LGLREMIT', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE FUNDS-HOLDS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE FUNDS-HOLD-RECORD TO
                        WS-HOLD-IMAGE(WS-HOLD-COUNT)
                    MOVE 'N' TO WS-HOLD-REMITTED(WS-HOLD-COUNT)
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              *> same read-the-control-file-once load as
              *> FEEASSES's B000-LOAD-FEE-SCHEDULE
              B200-LOAD-FEE-SCHEDULE.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT FEE-SCHEDULE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ FEE-SCHEDULE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-FEE-BRANCH-COUNT
                    MOVE FS-FEED-BRANCH-CODE TO
                        WS-FEE-BRANCH-CODE(WS-FEE-BRANCH-COUNT)
                    IF FS-FEED-LEGAL-ORDER-FEE IS NUMERIC
                      MOVE FS-FEED-LEGAL-ORDER-FEE TO
                          WS-FEE-LEGAL-ORDER(WS-FEE-BRANCH-COUNT)
                    ELSE
                      MOVE 0 TO
                          WS-FEE-LEGAL-ORDER(WS-FEE-BRANCH-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FEE-SCHEDULE.

              *> same load as feeasses.cbl's B100
              B300-LOAD-ACCOUNT-XREF.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-TABLE-FILE
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE XR-FEED-ACCOUNT-ID TO
                        WS-XR-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-BRANCH-CODE TO
                        WS-XR-BRANCH-CODE(WS-ACCOUNT-COUNT)
                    MOVE XR-FEED-TIER-NUM TO
                        WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> every legal hold the order placed posts off its
              *> account, then the agency's record, the fee and
              *> the customer's notice event - an order that
              *> attached nothing still gets its nil answer
              C000-REMIT-ONE-ORDER.
              ADD 1 TO WS-ORDERS-DUE
              MOVE 0 TO LO-REMITTED-AMOUNT
              MOVE 0 TO LO-FEE-AMOUNT
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO
                    FUNDS-HOLD-RECORD
                IF FH-SOURCE = 'L'
                    AND FH-UID = LO-ORDER-ID
                  PERFORM C100-POST-ONE-HOLD
                  MOVE 'Y' TO WS-HOLD-REMITTED(WS-HOLD-IDX)
                END-IF
              END-PERFORM

              MOVE LO-ORDER-ID TO RM-ORDER-ID
              MOVE LO-ORDER-TYPE TO RM-ORDER-TYPE
              MOVE LO-AGENCY-NAME TO RM-AGENCY-NAME
              MOVE LO-AGENCY-REF TO RM-AGENCY-REF
              MOVE LO-CUSTOMER-NUMBER TO RM-CUSTOMER-NUMBER
              MOVE LO-REMITTED-AMOUNT TO RM-AMOUNT
              MOVE LO-RECEIVED-DATE TO RM-RECEIVED-DATE
              MOVE LO-REMIT-DUE-DATE TO RM-DUE-DATE
              MOVE WS-RUN-DATE TO RM-REMIT-DATE
              WRITE REMITTANCE-LINE FROM WS-REMITTANCE-DETAIL

              IF LO-REMITTED-AMOUNT > 0
                PERFORM C200-CHARGE-ORDER-FEE
                ADD 1 TO WS-ORDERS-REMITTED
                ADD LO-REMITTED-AMOUNT TO WS-TOTAL-REMITTED
              ELSE
                ADD 1 TO WS-NIL-ANSWERS
              END-IF
              IF LO-REMIT-DUE-DATE < WS-RUN-DATE
                ADD 1 TO WS-LATE-COUNT
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'LEGAL ORDER ' LO-ORDER-ID
                    ' REMITTED PAST ITS DEADLINE '
                    LO-REMIT-DUE-DATE
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'LGLREMIT', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              SET ORDER-REMITTED TO TRUE
              MOVE WS-RUN-DATE TO LO-CLOSED-DATE

              INITIALIZE LEGAL-NOTICE-EVENT
              SET EVENT-FUNDS-REMITTED TO TRUE
              MOVE WS-RUN-DATE TO LE-EVENT-DATE
              MOVE LO-ORDER-ID TO LE-ORDER-ID
              MOVE LO-ORDER-TYPE TO LE-ORDER-TYPE
              MOVE LO-CUSTOMER-NUMBER TO LE-CUSTOMER-NUMBER
              MOVE LO-ACCOUNT-ID TO LE-ACCOUNT-ID
              MOVE LO-AGENCY-NAME TO LE-AGENCY-NAME
              MOVE LO-REMITTED-AMOUNT TO LE-AMOUNT
              MOVE LO-FEE-AMOUNT TO LE-FEE-AMOUNT
              MOVE LO-REMIT-DUE-DATE TO LE-REMIT-DUE-DATE
              MOVE LO-ACCOUNT-ID TO AM-ACCOUNT-ID
              PERFORM X100-READ-ACCOUNT
              IF ACCOUNT-ON-MASTER
                MOVE AM-ACCOUNT-HOLDER TO LE-HOLDER-NAME
              END-IF
              OPEN EXTEND LEGAL-NOTICE-EVENTS
              WRITE LEGAL-NOTICE-EVENT
              CLOSE LEGAL-NOTICE-EVENTS
              DISPLAY 'LGLREMIT REMITTED ORDER: ' LO-ORDER-ID
                  ' AMOUNT: ' LO-REMITTED-AMOUNT
                  ' FEE: ' LO-FEE-AMOUNT.

              *> the held money leaves the account through the
              *> ordinary journaled path so TRANRPT, GLEXTR and
              *> RECONRPT all see it like any other posting
              C100-POST-ONE-HOLD.
              MOVE FH-ACCOUNT-ID TO AM-ACCOUNT-ID
              PERFORM X100-READ-ACCOUNT
              IF NOT ACCOUNT-ON-MASTER
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'LEGAL HOLD ON UNKNOWN ACCOUNT '
                    FH-ACCOUNT-ID ' DROPPED'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'LGLREMIT', 'W',
                    WS-EXC-MESSAGE
                END-CALL
                EXIT PARAGRAPH
              END-IF
              CALL 'UIDALLOC' USING 'LEGAL     ', 'LGLREMIT', 'N',
                  WS-NEXT-LEGAL-UID
              END-CALL
              COMPUTE WS-POST-AMOUNT = 0 - FH-AMOUNT
              MOVE SPACES TO WS-POST-DESC
              STRING 'LEGAL ORDER REMIT ' LO-ORDER-ID
                  DELIMITED BY SIZE INTO WS-POST-DESC
              END-STRING
              MOVE WS-NEXT-LEGAL-UID TO UID OF TRANSACTION-STRUCT
              SET WITHDRAWAL OF TRANSACTION-STRUCT TO TRUE
              PERFORM D000-WRITE-POSTING
              MOVE 'WRITE' TO JN-OPERATION
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD
              PERFORM D100-ROLL-MASTER-FORWARD
              PERFORM G100-FOLD-RISK-PROFILE
              ADD FH-AMOUNT TO LO-REMITTED-AMOUNT.

              *> the branch's legal-order processing fee, on the
              *> order's first attached account - an account
              *> with no branch or a branch with no fee pays
              *> nothing
              C200-CHARGE-ORDER-FEE.
              MOVE 0 TO WS-ORDER-FEE
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  EXIT PARAGRAPH
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = LO-ACCOUNT-ID
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-CURRENT-BRANCH-CODE
              END-SEARCH
              SEARCH ALL WS-FEE-ENTRY
                AT END
                  EXIT PARAGRAPH
                WHEN WS-FEE-BRANCH-CODE(FEE-IDX) =
                    WS-CURRENT-BRANCH-CODE
                  MOVE WS-FEE-LEGAL-ORDER(FEE-IDX) TO WS-ORDER-FEE
              END-SEARCH
              IF WS-ORDER-FEE = 0
                EXIT PARAGRAPH
              END-IF
              MOVE LO-ACCOUNT-ID TO AM-ACCOUNT-ID
              PERFORM X100-READ-ACCOUNT
              IF NOT ACCOUNT-ON-MASTER
                EXIT PARAGRAPH
              END-IF
              CALL 'UIDALLOC' USING 'FEE       ', 'LGLREMIT', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              COMPUTE WS-POST-AMOUNT = 0 - WS-ORDER-FEE
              MOVE SPACES TO WS-POST-DESC
              STRING 'LEGAL ORDER FEE ' LO-ORDER-ID
                  DELIMITED BY SIZE INTO WS-POST-DESC
              END-STRING
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              PERFORM D000-WRITE-POSTING
              *> FEEPOST rather than WRITE, as FEEASSES stamps
              *> its charges - the fee is no feed run's posting
              MOVE 'FEEPOST' TO JN-OPERATION
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD
              PERFORM D100-ROLL-MASTER-FORWARD
              MOVE WS-ORDER-FEE TO LO-FEE-AMOUNT
              ADD 1 TO WS-FEES-CHARGED
              ADD WS-ORDER-FEE TO WS-TOTAL-FEES.

              *> the caller has set the UID and type code - the
              *> posting and its journal entry are built here,
              *> the caller stamps the journal operation
              D000-WRITE-POSTING.
              MOVE WS-POST-DESC TO DESC OF TRANSACTION-STRUCT
              MOVE WS-POST-AMOUNT TO AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + WS-POST-AMOUNT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE.

              D100-ROLL-MASTER-FORWARD.
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              COMPUTE AM-BALANCE = AM-BALANCE + WS-POST-AMOUNT
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'LGLREMIT',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL.

              *> one notice per event, NSFNTCE's way, then the
              *> worked events are cleared
              E000-PRINT-CUSTOMER-NOTICES.
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT LEGAL-NOTICES
              OPEN INPUT LEGAL-NOTICE-EVENTS
              PERFORM UNTIL END-OF-EVENTS
                READ LEGAL-NOTICE-EVENTS
                  AT END
                    SET END-OF-EVENTS TO TRUE
                  NOT AT END
                    PERFORM E100-WRITE-ONE-NOTICE
                END-READ
              END-PERFORM
              CLOSE LEGAL-NOTICE-EVENTS
              CLOSE LEGAL-NOTICES
              CLOSE CUSTOMER-MASTER
              OPEN OUTPUT LEGAL-NOTICE-EVENTS
              CLOSE LEGAL-NOTICE-EVENTS
              CALL 'RPTSTOW' USING 'LEGALNTCE   ',
                  'legal_notices.txt                       '
              END-CALL.

              E100-WRITE-ONE-NOTICE.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE SPACES TO NT-CONTACT
              IF LE-CUSTOMER-NUMBER > 0
                MOVE LE-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                    MOVE CM-CONTACT-DETAILS TO NT-CONTACT
                END-READ
              END-IF
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'LGLREMIT',
                    CM-CUSTOMER-NUMBER, LE-ACCOUNT-ID,
                    'LEGAL NOTICE', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF
              MOVE LE-ACCOUNT-ID TO NT-ACCOUNT-ID
              MOVE LE-HOLDER-NAME TO NT-NAME
              IF NT-CONTACT = SPACES
                ADD 1 TO WS-NO-CONTACT-COUNT
                MOVE '*** NO CONTACT DETAILS ON FILE ***' TO
                    NT-CONTACT
              END-IF
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL

              IF LE-ORDER-TYPE = 'T'
                MOVE 'TAX LEVY' TO WS-NOTICE-ORDER-TYPE
              ELSE
                MOVE 'GARNISHMENT' TO WS-NOTICE-ORDER-TYPE
              END-IF
              EVALUATE TRUE
                WHEN EVENT-FUNDS-HELD
                  MOVE 'SERVED - FUNDS HELD:' TO WS-NOTICE-WHAT
                WHEN EVENT-ORDER-LIFTED
                  MOVE 'RELEASED - FUNDS NO LONGER HELD:'
                      TO WS-NOTICE-WHAT
                WHEN OTHER
                  MOVE 'FUNDS REMITTED TO THE AGENCY:'
                      TO WS-NOTICE-WHAT
              END-EVALUATE
              MOVE LE-AMOUNT TO WS-NOTICE-AMOUNT
              MOVE SPACES TO NOTICE-LINE
              STRING '  ' WS-NOTICE-ORDER-TYPE ' ' LE-ORDER-ID
                  ' FROM ' LE-AGENCY-NAME ' '
                  DELIMITED BY SIZE
                  WS-NOTICE-WHAT DELIMITED BY '  '
                  ' ' WS-NOTICE-AMOUNT DELIMITED BY SIZE
                  INTO NOTICE-LINE
              END-STRING
              WRITE NOTICE-LINE
              MOVE SPACES TO NOTICE-LINE
              EVALUATE TRUE
                WHEN EVENT-FUNDS-HELD
                  STRING '  THE HELD FUNDS WILL BE REMITTED ON '
                      LE-REMIT-DUE-DATE
                      ' UNLESS THE ORDER IS RELEASED. FUNDS '
                      'ABOVE THE HOLD REMAIN AVAILABLE TO YOU'
                      DELIMITED BY SIZE INTO NOTICE-LINE
                  END-STRING
                WHEN EVENT-FUNDS-REMITTED
                  MOVE LE-FEE-AMOUNT TO WS-NOTICE-FEE
                  STRING '  LEGAL ORDER PROCESSING FEE CHARGED: '
                      WS-NOTICE-FEE
                      DELIMITED BY SIZE INTO NOTICE-LINE
                  END-STRING
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              IF NOTICE-LINE NOT = SPACES
                WRITE NOTICE-LINE
              END-IF
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE LE-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE LE-ORDER-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'LGLREMIT', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'LG', 'M', 'LEGALNTCE   ',
                  WS-DOC-KEY
              END-CALL.

              F000-REWRITE-FUNDS-HOLDS.
              OPEN OUTPUT FUNDS-HOLDS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                IF WS-HOLD-REMITTED(WS-HOLD-IDX) = 'N'
                  MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO
                      FUNDS-HOLD-RECORD
                  WRITE FUNDS-HOLD-RECORD
                END-IF
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              F100-REWRITE-LEGAL-ORDERS.
              OPEN OUTPUT LEGAL-ORDERS
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO
                    LEGAL-ORDER-RECORD
                WRITE LEGAL-ORDER-RECORD
              END-PERFORM
              CLOSE LEGAL-ORDERS.

              *> ACCOUNT-MASTER is open I-O for the run
              X100-READ-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ.

              *> the posting is customer-moving (D/W/Z/T), so
              *> it folds into the risk-profile store the same
              *> way ESCHEAT's G100 folds its remittance (see
              *> copybooks/RISKPROF)
              G100-FOLD-RISK-PROFILE.
              MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
              READ RISK-PROFILE
                INVALID KEY
                  MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
                  MOVE 1 TO RP-POSTING-COUNT
                  MOVE FH-AMOUNT TO RP-AMOUNT-TOTAL
                  WRITE RISK-PROFILE-RECORD
                    INVALID KEY
                      CONTINUE
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO RP-POSTING-COUNT
                  ADD FH-AMOUNT TO RP-AMOUNT-TOTAL
                  REWRITE RISK-PROFILE-RECORD
              END-READ.
