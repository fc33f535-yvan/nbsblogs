            IDENTIFICATION DIVISION.
            PROGRAM-ID. KITESCRN.
            *> daily cheque-kiting screen - with inter-account
            *> transfers (TRANLOAD's transfer feed) and deposit
            *> availability holds (funds_holds.txt, fed by
            *> TRANLOAD's C710 and drained by AVAILREL) both live,
            *> a customer can bounce money between two of their own
            *> accounts so each looks funded on deposits that have
            *> not cleared. For the business date (or a date given
            *> as the run parameter) this looks back over a
            *> window (kiting_control.txt - 10 days, 2 round trips
            *> and 3 days of growth if not set) across each
            *> customer's accounts, the master's own customer and
            *> every holder on the cross-reference (see
            *> copybooks/HOLDXREF), for:
            *>   - repeated round-trip transfers - the two legs of
            *>     a transfer post the same night with the same
            *>     description and amount, so an outbound leg on
            *>     one of the customer's accounts is paired with
            *>     the inbound leg on another, and money that went
            *>     A to B and came back B to A as often as the
            *>     round-trip count is a suspect pair
            *>   - a withdrawal or transfer out that left the
            *>     balance below the deposits still on hold -
            *>     spent before their release date
            *>   - uncollected float that has grown night over
            *>     night for the growth count of days running,
            *>     kept on kiting_float_history.txt (rewritten
            *>     whole each run, so a rerun of the same date
            *>     does not count the day twice)
            *> Each suspect account is filed on the compliance
            *> case file through CASEFILE (source 'K'), unless a
            *> kiting case on it is still open, and printed on the
            *> kiting report with the movements behind it; the
            *> report is stowed in the report repository and each
            *> suspect goes to EXCLOG as 'W' for the morning
            *> operator summary. Legal-order holds on the same
            *> ledger are left out of the float - that money is
            *> attached for an agency, not uncollected
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL KITING-CONTROL
                      ASSIGN TO 'kiting_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL FLOAT-HISTORY
                      ASSIGN TO 'kiting_float_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT KITING-REPORT
                      ASSIGN TO 'kiting_suspects.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD KITING-CONTROL.
                01 KITING-CONTROL-RECORD.
                  02 KC-WINDOW-DAYS PIC 9(3).
                  02 KC-ROUND-TRIPS PIC 9(2).
                  02 KC-GROWTH-DAYS PIC 9(2).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

                *> same record TRANLOAD writes and AVAILREL
                *> drains
                FD FUNDS-HOLDS.
                01 FUNDS-HOLD-RECORD.
                  02 FH-ACCOUNT-ID PIC S9(7).
                  02 FH-UID PIC 9(5).
                  02 FH-AMOUNT PIC 9(6)V9(2).
                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                *> one row per account carrying float at the last
                *> run - the float and growth run as of that
                *> date, and as of the run before it
                FD FLOAT-HISTORY.
                01 FLOAT-HISTORY-RECORD.
                  02 KF-ACCOUNT-ID PIC S9(7).
                  02 KF-LAST-DATE PIC 9(8).
                  02 KF-LAST-FLOAT PIC 9(8)V9(2).
                  02 KF-GROWTH-DAYS PIC 9(3).
                  02 KF-BASE-FLOAT PIC 9(8)V9(2).
                  02 KF-BASE-GROWTH PIC 9(3).

                FD KITING-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> report date - ACCEPT FROM COMMAND-LINE follows
                *> loops.cbl's run-parameter pattern; no parameter
                *> means the business date
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-WINDOW-START PIC 9(8).

                *> how far back transfers and debits are read,
                *> how many round trips make a suspect pair, and
                *> how many nights of growing float make a
                *> suspect - overridden by the control file
                01 WS-WINDOW-DAYS PIC 9(3) VALUE 10.
                01 WS-ROUND-TRIPS PIC 9(2) VALUE 2.
                01 WS-GROWTH-DAYS PIC 9(2) VALUE 3.

                01 WS-FLAGS.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-CONTROL VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-HOLDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDERS VALUE 'Y'.
                  05 WS-HOLDS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDS VALUE 'Y'.
                  05 WS-TRANS-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-HISTORY VALUE 'Y'.

                *> which customers stand behind which accounts -
                *> the master's customer and every holder row
                01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
                01 WS-MEMBER-TABLE.
                  05 WS-MEMBER-ENTRY OCCURS 5000 TIMES.
                    10 WS-MB-CUSTOMER PIC 9(7).
                    10 WS-MB-ACCOUNT PIC S9(7).
                01 WS-MEMBER-IDX PIC 9(4).
                01 WS-MEMBER-SCAN PIC 9(4).
                01 WS-SHARED-CUSTOMER PIC 9(7).

                *> the deposits still on hold, with the date each
                *> was posted when it falls in the window (zero
                *> means it went on before the window opened)
                01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
                01 WS-HOLD-TABLE.
                  05 WS-HOLD-ENTRY OCCURS 500 TIMES.
                    10 WS-HD-ACCOUNT PIC S9(7).
                    10 WS-HD-UID PIC 9(5).
                    10 WS-HD-AMOUNT PIC 9(6)V9(2).
                    10 WS-HD-RELEASE-DATE PIC 9(8).
                    10 WS-HD-DEPOSIT-DATE PIC 9(8).
                01 WS-HOLD-IDX PIC 9(3).

                *> each account's uncollected float tonight
                01 WS-FLOAT-COUNT PIC 9(3) VALUE 0.
                01 WS-FLOAT-TABLE.
                  05 WS-FLOAT-ENTRY OCCURS 500 TIMES.
                    10 WS-FL-ACCOUNT PIC S9(7).
                    10 WS-FL-AMOUNT PIC 9(8)V9(2).
                01 WS-FLOAT-IDX PIC 9(3).
                01 WS-FLOAT-MATCH PIC 9(3).
                01 WS-FLOAT-SCAN PIC 9(3).

                *> transfer legs posted in the window
                01 WS-LEG-COUNT PIC 9(4) VALUE 0.
                01 WS-LEG-TABLE.
                  05 WS-LEG-ENTRY OCCURS 2000 TIMES.
                    10 WS-LG-ACCOUNT PIC S9(7).
                    10 WS-LG-DATE PIC 9(8).
                    10 WS-LG-UID PIC 9(5).
                    10 WS-LG-DESC PIC X(25).
                    10 WS-LG-AMOUNT PIC S9(6)V9(2).
                    10 WS-LG-PAIRED PIC X(1).
                01 WS-LEG-IDX PIC 9(4).
                01 WS-LEG-SCAN PIC 9(4).
                01 WS-LEG-MATCH PIC 9(4).

                *> debits in the window on accounts carrying
                *> float
                01 WS-DEBIT-COUNT PIC 9(4) VALUE 0.
                01 WS-DEBIT-TABLE.
                  05 WS-DEBIT-ENTRY OCCURS 2000 TIMES.
                    10 WS-DB-ACCOUNT PIC S9(7).
                    10 WS-DB-DATE PIC 9(8).
                    10 WS-DB-UID PIC 9(5).
                    10 WS-DB-AMOUNT PIC S9(6)V9(2).
                    10 WS-DB-END-BALANCE PIC S9(6)V9(2).
                    10 WS-DB-HELD PIC 9(8)V9(2).
                    10 WS-DB-AGAINST PIC X(1).
                01 WS-DEBIT-IDX PIC 9(4).
                01 WS-HELD-AT-DEBIT PIC 9(8)V9(2).

                *> paired transfers between accounts sharing a
                *> customer
                01 WS-MOVE-COUNT PIC 9(4) VALUE 0.
                01 WS-MOVE-TABLE.
                  05 WS-MOVE-ENTRY OCCURS 1000 TIMES.
                    10 WS-MV-FROM PIC S9(7).
                    10 WS-MV-TO PIC S9(7).
                    10 WS-MV-DATE PIC 9(8).
                    10 WS-MV-AMOUNT PIC 9(6)V9(2).
                    10 WS-MV-FROM-UID PIC 9(5).
                    10 WS-MV-TO-UID PIC 9(5).
                01 WS-MOVE-IDX PIC 9(4).
                01 WS-MOVE-SCAN PIC 9(4).
                01 WS-FORWARD-COUNT PIC 9(4).
                01 WS-BACK-COUNT PIC 9(4).
                01 WS-TRIP-COUNT PIC 9(4).

                *> last run's float picture
                01 WS-HISTORY-COUNT PIC 9(3) VALUE 0.
                01 WS-HISTORY-TABLE.
                  05 WS-HISTORY-ENTRY OCCURS 500 TIMES.
                    10 WS-HS-ACCOUNT PIC S9(7).
                    10 WS-HS-LAST-DATE PIC 9(8).
                    10 WS-HS-LAST-FLOAT PIC 9(8)V9(2).
                    10 WS-HS-GROWTH PIC 9(3).
                    10 WS-HS-BASE-FLOAT PIC 9(8)V9(2).
                    10 WS-HS-BASE-GROWTH PIC 9(3).
                01 WS-HISTORY-IDX PIC 9(3).
                01 WS-HISTORY-MATCH PIC 9(3).
                01 WS-BASE-FLOAT PIC 9(8)V9(2).
                01 WS-BASE-GROWTH PIC 9(3).
                01 WS-NEW-GROWTH PIC 9(3).

                *> accounts with a kiting case still open
                01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
                01 WS-OPEN-TABLE.
                  05 WS-OPEN-ACCOUNT PIC S9(7) OCCURS 1000 TIMES.
                01 WS-OPEN-IDX PIC 9(4).
                01 WS-CASE-ALREADY-OPEN PIC X VALUE 'N'.
                  88 KITING-CASE-OPEN VALUE 'Y'.

                *> one row per suspect account, with which of
                *> the three signs it shows
                01 WS-SUSPECT-COUNT PIC 9(3) VALUE 0.
                01 WS-SUSPECT-TABLE.
                  05 WS-SUSPECT-ENTRY OCCURS 500 TIMES.
                    10 WS-SP-ACCOUNT PIC S9(7).
                    10 WS-SP-ROUND-TRIP PIC X(1).
                    10 WS-SP-DRAWN PIC X(1).
                    10 WS-SP-GROWING PIC X(1).
                    10 WS-SP-TRIPS PIC 9(4).
                    10 WS-SP-GROWTH PIC 9(3).
                    10 WS-SP-FLOAT PIC 9(8)V9(2).
                01 WS-SUSPECT-IDX PIC 9(3).
                01 WS-SUSPECT-MATCH PIC 9(3).
                01 WS-SUSPECTS-DROPPED PIC 9(5) VALUE 0.

                *> the suspect being noted
                01 WS-NOTE-ACCOUNT PIC S9(7).
                01 WS-NOTE-SIGN PIC X(1).

                *> staged full-width for CASEFILE's linkage, the
                *> same staging EXCLOG's X(60) message gets
                01 WS-CASE-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-CASE-DETAIL PIC X(40) VALUE SPACES.
                01 WS-EXC-MESSAGE PIC X(60).
                01 WS-EDIT-ACCOUNT PIC 9(7).
                01 WS-SIGN-TEXT PIC X(3).

                01 WS-SUSPECT-LINE.
                  05 FILLER PIC X(16) VALUE 'SUSPECT ACCOUNT '.
                  05 SL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(8) VALUE ' SIGNS: '.
                  05 SL-SIGNS PIC X(3).
                  05 FILLER PIC X(14) VALUE ' ROUND TRIPS: '.
                  05 SL-TRIPS PIC ZZZ9.
                  05 FILLER PIC X(8) VALUE ' FLOAT: '.
                  05 SL-FLOAT PIC ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(16) VALUE ' GROWING NIGHTS: '.
                  05 SL-GROWTH PIC ZZ9.
                  05 FILLER PIC X(7) VALUE ' CASE: '.
                  05 SL-CASE PIC X(12).
                01 WS-MOVE-LINE.
                  05 FILLER PIC X(12) VALUE '   TRANSFER '.
                  05 ML-DATE PIC 9(8).
                  05 FILLER PIC X(6) VALUE ' FROM '.
                  05 ML-FROM PIC 9(7).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 ML-FROM-UID PIC 9(5).
                  05 FILLER PIC X(4) VALUE ' TO '.
                  05 ML-TO PIC 9(7).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 ML-TO-UID PIC 9(5).
                  05 FILLER PIC X(8) VALUE ' AMOUNT '.
                  05 ML-AMOUNT PIC ZZZ,ZZ9.99.
                01 WS-DEBIT-LINE.
                  05 FILLER PIC X(12) VALUE '   DEBIT    '.
                  05 DL-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 DL-UID PIC 9(5).
                  05 FILLER PIC X(8) VALUE ' AMOUNT '.
                  05 DL-AMOUNT PIC -ZZZ,ZZ9.99.
                  05 FILLER PIC X(9) VALUE ' BALANCE '.
                  05 DL-END-BALANCE PIC -ZZZ,ZZ9.99.
                  05 FILLER PIC X(14) VALUE ' ON HOLD THEN '.
                  05 DL-HELD PIC ZZ,ZZZ,ZZ9.99.
                01 WS-HOLD-LINE.
                  05 FILLER PIC X(12) VALUE '   HOLD     '.
                  05 HL-DEPOSIT-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 HL-UID PIC 9(5).
                  05 FILLER PIC X(8) VALUE ' AMOUNT '.
                  05 HL-AMOUNT PIC ZZZ,ZZ9.99.
                  05 FILLER PIC X(10) VALUE ' RELEASES '.
                  05 HL-RELEASE-DATE PIC 9(8).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RECORDS-READ PIC 9(7) VALUE 0.
                  05 WS-CASES-FILED PIC 9(7) VALUE 0.
                  05 WS-ALREADY-OPEN PIC 9(7) VALUE 0.

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

              PERFORM B100-LOAD-CUSTOMER-ACCOUNTS
              PERFORM B200-LOAD-LIVE-HOLDS
              PERFORM B300-READ-WINDOW-POSTINGS
              PERFORM B400-LOAD-OPEN-CASES
              PERFORM B500-LOAD-FLOAT-HISTORY

              PERFORM C000-PAIR-TRANSFER-LEGS
              PERFORM C100-FIND-ROUND-TRIPS
              PERFORM C200-FIND-DRAWN-AGAINST-HOLDS
              PERFORM C300-AGE-FLOAT-HISTORY
              PERFORM D000-PRINT-AND-FILE

              DISPLAY '=========================================='
              DISPLAY 'KITESCRN - END OF JOB SUMMARY'
              DISPLAY 'REPORT DATE       : ' WS-REPORT-DATE
              DISPLAY 'POSTINGS READ     : ' WS-RECORDS-READ
              DISPLAY 'TRANSFERS PAIRED  : ' WS-MOVE-COUNT
              DISPLAY 'ACCOUNTS W/ FLOAT : ' WS-FLOAT-COUNT
              DISPLAY 'SUSPECT ACCOUNTS  : ' WS-SUSPECT-COUNT
              DISPLAY 'CASES FILED       : ' WS-CASES-FILED
              DISPLAY 'CASE ALREADY OPEN : ' WS-ALREADY-OPEN
              IF WS-SUSPECTS-DROPPED > 0
                DISPLAY 'NOT REPORTED, FULL: '
                    WS-SUSPECTS-DROPPED
              END-IF
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'KITESCRN  ',
                  WS-RECORDS-READ, WS-CASES-FILED,
                  WS-STAT-ZERO, WS-ALREADY-OPEN,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> zero or missing keeps the default
              B000-LOAD-CONTROL.
              OPEN INPUT KITING-CONTROL
              READ KITING-CONTROL
                AT END
                  SET END-OF-CONTROL TO TRUE
                NOT AT END
                  IF KC-WINDOW-DAYS IS NUMERIC
                      AND KC-WINDOW-DAYS > 0
                    MOVE KC-WINDOW-DAYS TO WS-WINDOW-DAYS
                  END-IF
                  IF KC-ROUND-TRIPS IS NUMERIC
                      AND KC-ROUND-TRIPS > 0
                    MOVE KC-ROUND-TRIPS TO WS-ROUND-TRIPS
                  END-IF
                  IF KC-GROWTH-DAYS IS NUMERIC
                      AND KC-GROWTH-DAYS > 0
                    MOVE KC-GROWTH-DAYS TO WS-GROWTH-DAYS
                  END-IF
              END-READ
              CLOSE KITING-CONTROL.

              B100-LOAD-CUSTOMER-ACCOUNTS.
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    IF AM-CUSTOMER-NUMBER > 0
                        AND WS-MEMBER-COUNT < 5000
                      ADD 1 TO WS-MEMBER-COUNT
                      MOVE AM-CUSTOMER-NUMBER TO
                          WS-MB-CUSTOMER(WS-MEMBER-COUNT)
                      MOVE AM-ACCOUNT-ID TO
                          WS-MB-ACCOUNT(WS-MEMBER-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER

              OPEN INPUT ACCOUNT-HOLDERS
              PERFORM UNTIL END-OF-HOLDERS
                READ ACCOUNT-HOLDERS
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    IF WS-MEMBER-COUNT < 5000
                      ADD 1 TO WS-MEMBER-COUNT
                      MOVE AH-CUSTOMER-NUMBER TO
                          WS-MB-CUSTOMER(WS-MEMBER-COUNT)
                      MOVE AH-ACCOUNT-ID TO
                          WS-MB-ACCOUNT(WS-MEMBER-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-HOLDERS.

              *> only rows whose release date is still ahead
              *> hold funds - TRANLOAD's A150 reading. A legal-
              *> order hold (source 'L', see copybooks/LEGLORD)
              *> is money attached for an agency, not float
              B200-LOAD-LIVE-HOLDS.
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-HOLDS
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-HOLDS TO TRUE
                  NOT AT END
                    IF FH-RELEASE-DATE > WS-REPORT-DATE
                        AND FH-SOURCE NOT = 'L'
                        AND WS-HOLD-COUNT < 500
                      ADD 1 TO WS-HOLD-COUNT
                      MOVE FH-ACCOUNT-ID TO
                          WS-HD-ACCOUNT(WS-HOLD-COUNT)
                      MOVE FH-UID TO WS-HD-UID(WS-HOLD-COUNT)
                      MOVE FH-AMOUNT TO
                          WS-HD-AMOUNT(WS-HOLD-COUNT)
                      MOVE FH-RELEASE-DATE TO
                          WS-HD-RELEASE-DATE(WS-HOLD-COUNT)
                      MOVE 0 TO WS-HD-DEPOSIT-DATE(WS-HOLD-COUNT)
                      PERFORM B210-FOLD-INTO-FLOAT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              B210-FOLD-INTO-FLOAT.
              MOVE FH-ACCOUNT-ID TO WS-NOTE-ACCOUNT
              PERFORM X200-FIND-FLOAT
              IF WS-FLOAT-MATCH = 0
                  AND WS-FLOAT-COUNT < 500
                ADD 1 TO WS-FLOAT-COUNT
                MOVE WS-FLOAT-COUNT TO WS-FLOAT-MATCH
                MOVE FH-ACCOUNT-ID TO
                    WS-FL-ACCOUNT(WS-FLOAT-MATCH)
                MOVE 0 TO WS-FL-AMOUNT(WS-FLOAT-MATCH)
              END-IF
              IF WS-FLOAT-MATCH > 0
                ADD FH-AMOUNT TO WS-FL-AMOUNT(WS-FLOAT-MATCH)
              END-IF.

              *> one pass over the window's postings - the
              *> transfer legs, the held deposits' own posting
              *> dates, and the debits on accounts with float
              B300-READ-WINDOW-POSTINGS.
              OPEN INPUT TRANSACTIONS
              PERFORM UNTIL END-OF-TRANS
                READ TRANSACTIONS NEXT RECORD
                  AT END
                    SET END-OF-TRANS TO TRUE
                  NOT AT END
                    IF POST-DATE OF TRANSACTION-STRUCT >=
                        WS-WINDOW-START
                        AND POST-DATE OF TRANSACTION-STRUCT <=
                            WS-REPORT-DATE
                      ADD 1 TO WS-RECORDS-READ
                      PERFORM B310-NOTE-ONE-POSTING
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TRANSACTIONS.

              B310-NOTE-ONE-POSTING.
              IF TRANSFER OF TRANSACTION-STRUCT
                  AND WS-LEG-COUNT < 2000
                ADD 1 TO WS-LEG-COUNT
                MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                    WS-LG-ACCOUNT(WS-LEG-COUNT)
                MOVE POST-DATE OF TRANSACTION-STRUCT TO
                    WS-LG-DATE(WS-LEG-COUNT)
                MOVE UID OF TRANSACTION-STRUCT TO
                    WS-LG-UID(WS-LEG-COUNT)
                MOVE DESC OF TRANSACTION-STRUCT TO
                    WS-LG-DESC(WS-LEG-COUNT)
                MOVE AMOUNT OF TRANSACTION-STRUCT TO
                    WS-LG-AMOUNT(WS-LEG-COUNT)
                MOVE 'N' TO WS-LG-PAIRED(WS-LEG-COUNT)
              END-IF
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                IF WS-HD-UID(WS-HOLD-IDX) =
                    UID OF TRANSACTION-STRUCT
                    AND WS-HD-ACCOUNT(WS-HOLD-IDX) =
                        ACCOUNT-ID OF TRANSACTION-STRUCT
                  MOVE POST-DATE OF TRANSACTION-STRUCT TO
                      WS-HD-DEPOSIT-DATE(WS-HOLD-IDX)
                END-IF
              END-PERFORM
              IF (WITHDRAWAL OF TRANSACTION-STRUCT
                  OR TRANSFER OF TRANSACTION-STRUCT)
                  AND AMOUNT OF TRANSACTION-STRUCT < 0
                MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                    WS-NOTE-ACCOUNT
                PERFORM X200-FIND-FLOAT
                IF WS-FLOAT-MATCH > 0
                    AND WS-DEBIT-COUNT < 2000
                  ADD 1 TO WS-DEBIT-COUNT
                  MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                      WS-DB-ACCOUNT(WS-DEBIT-COUNT)
                  MOVE POST-DATE OF TRANSACTION-STRUCT TO
                      WS-DB-DATE(WS-DEBIT-COUNT)
                  MOVE UID OF TRANSACTION-STRUCT TO
                      WS-DB-UID(WS-DEBIT-COUNT)
                  MOVE AMOUNT OF TRANSACTION-STRUCT TO
                      WS-DB-AMOUNT(WS-DEBIT-COUNT)
                  MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                      WS-DB-END-BALANCE(WS-DEBIT-COUNT)
                  MOVE 0 TO WS-DB-HELD(WS-DEBIT-COUNT)
                  MOVE 'N' TO WS-DB-AGAINST(WS-DEBIT-COUNT)
                END-IF
              END-IF.

              B400-LOAD-OPEN-CASES.
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-CASES
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    IF CASE-FROM-KITING
                        AND COMP-CASE-OPEN
                        AND WS-OPEN-COUNT < 1000
                      ADD 1 TO WS-OPEN-COUNT
                      MOVE CP-ACCOUNT-ID TO
                          WS-OPEN-ACCOUNT(WS-OPEN-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              B500-LOAD-FLOAT-HISTORY.
              OPEN INPUT FLOAT-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ FLOAT-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    IF WS-HISTORY-COUNT < 500
                      ADD 1 TO WS-HISTORY-COUNT
                      MOVE KF-ACCOUNT-ID TO
                          WS-HS-ACCOUNT(WS-HISTORY-COUNT)
                      MOVE KF-LAST-DATE TO
                          WS-HS-LAST-DATE(WS-HISTORY-COUNT)
                      MOVE KF-LAST-FLOAT TO
                          WS-HS-LAST-FLOAT(WS-HISTORY-COUNT)
                      MOVE KF-GROWTH-DAYS TO
                          WS-HS-GROWTH(WS-HISTORY-COUNT)
                      MOVE KF-BASE-FLOAT TO
                          WS-HS-BASE-FLOAT(WS-HISTORY-COUNT)
                      MOVE KF-BASE-GROWTH TO
                          WS-HS-BASE-GROWTH(WS-HISTORY-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FLOAT-HISTORY.

              *> the outbound leg finds the first unpaired
              *> inbound leg that night with the same
              *> description and amount on another account of
              *> the same customer
              C000-PAIR-TRANSFER-LEGS.
              PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                  UNTIL WS-LEG-IDX > WS-LEG-COUNT
                IF WS-LG-AMOUNT(WS-LEG-IDX) < 0
                  PERFORM C010-PAIR-ONE-LEG
                END-IF
              END-PERFORM.

              C010-PAIR-ONE-LEG.
              MOVE 0 TO WS-LEG-MATCH
              PERFORM VARYING WS-LEG-SCAN FROM 1 BY 1
                  UNTIL WS-LEG-SCAN > WS-LEG-COUNT
                  OR WS-LEG-MATCH > 0
                IF WS-LG-PAIRED(WS-LEG-SCAN) = 'N'
                    AND WS-LG-AMOUNT(WS-LEG-SCAN) > 0
                    AND WS-LG-AMOUNT(WS-LEG-SCAN) =
                        0 - WS-LG-AMOUNT(WS-LEG-IDX)
                    AND WS-LG-DATE(WS-LEG-SCAN) =
                        WS-LG-DATE(WS-LEG-IDX)
                    AND WS-LG-DESC(WS-LEG-SCAN) =
                        WS-LG-DESC(WS-LEG-IDX)
                    AND WS-LG-ACCOUNT(WS-LEG-SCAN) NOT =
                        WS-LG-ACCOUNT(WS-LEG-IDX)
                  PERFORM X000-FIND-SHARED-CUSTOMER
                  IF WS-SHARED-CUSTOMER > 0
                    MOVE WS-LEG-SCAN TO WS-LEG-MATCH
                  END-IF
                END-IF
              END-PERFORM
              IF WS-LEG-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO WS-LG-PAIRED(WS-LEG-MATCH)
              IF WS-MOVE-COUNT < 1000
                ADD 1 TO WS-MOVE-COUNT
                MOVE WS-LG-ACCOUNT(WS-LEG-IDX) TO
                    WS-MV-FROM(WS-MOVE-COUNT)
                MOVE WS-LG-ACCOUNT(WS-LEG-MATCH) TO
                    WS-MV-TO(WS-MOVE-COUNT)
                MOVE WS-LG-DATE(WS-LEG-IDX) TO
                    WS-MV-DATE(WS-MOVE-COUNT)
                MOVE WS-LG-AMOUNT(WS-LEG-MATCH) TO
                    WS-MV-AMOUNT(WS-MOVE-COUNT)
                MOVE WS-LG-UID(WS-LEG-IDX) TO
                    WS-MV-FROM-UID(WS-MOVE-COUNT)
                MOVE WS-LG-UID(WS-LEG-MATCH) TO
                    WS-MV-TO-UID(WS-MOVE-COUNT)
              END-IF.

              *> a pair of accounts with money going each way
              *> at least the round-trip count of times - both
              *> ends are suspects
              C100-FIND-ROUND-TRIPS.
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                  UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                MOVE 0 TO WS-FORWARD-COUNT
                MOVE 0 TO WS-BACK-COUNT
                PERFORM VARYING WS-MOVE-SCAN FROM 1 BY 1
                    UNTIL WS-MOVE-SCAN > WS-MOVE-COUNT
                  IF WS-MV-FROM(WS-MOVE-SCAN) =
                      WS-MV-FROM(WS-MOVE-IDX)
                      AND WS-MV-TO(WS-MOVE-SCAN) =
                          WS-MV-TO(WS-MOVE-IDX)
                    ADD 1 TO WS-FORWARD-COUNT
                  END-IF
                  IF WS-MV-FROM(WS-MOVE-SCAN) =
                      WS-MV-TO(WS-MOVE-IDX)
                      AND WS-MV-TO(WS-MOVE-SCAN) =
                          WS-MV-FROM(WS-MOVE-IDX)
                    ADD 1 TO WS-BACK-COUNT
                  END-IF
                END-PERFORM
                MOVE WS-FORWARD-COUNT TO WS-TRIP-COUNT
                IF WS-BACK-COUNT < WS-TRIP-COUNT
                  MOVE WS-BACK-COUNT TO WS-TRIP-COUNT
                END-IF
                IF WS-TRIP-COUNT >= WS-ROUND-TRIPS
                  MOVE 'R' TO WS-NOTE-SIGN
                  MOVE WS-MV-FROM(WS-MOVE-IDX) TO WS-NOTE-ACCOUNT
                  PERFORM X100-NOTE-SUSPECT
                  MOVE WS-MV-TO(WS-MOVE-IDX) TO WS-NOTE-ACCOUNT
                  PERFORM X100-NOTE-SUSPECT
                END-IF
              END-PERFORM.

              *> the deposits on hold by the time of the debit
              *> (one posted before the window was already on
              *> hold) - a debit that left the balance below
              *> them was paid out of uncollected funds
              C200-FIND-DRAWN-AGAINST-HOLDS.
              PERFORM VARYING WS-DEBIT-IDX FROM 1 BY 1
                  UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                MOVE 0 TO WS-HELD-AT-DEBIT
                PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                    UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  IF WS-HD-ACCOUNT(WS-HOLD-IDX) =
                      WS-DB-ACCOUNT(WS-DEBIT-IDX)
                      AND WS-HD-DEPOSIT-DATE(WS-HOLD-IDX) <=
                          WS-DB-DATE(WS-DEBIT-IDX)
                    ADD WS-HD-AMOUNT(WS-HOLD-IDX) TO
                        WS-HELD-AT-DEBIT
                  END-IF
                END-PERFORM
                MOVE WS-HELD-AT-DEBIT TO WS-DB-HELD(WS-DEBIT-IDX)
                IF WS-HELD-AT-DEBIT > 0
                    AND WS-DB-END-BALANCE(WS-DEBIT-IDX) <
                        WS-HELD-AT-DEBIT
                  MOVE 'Y' TO WS-DB-AGAINST(WS-DEBIT-IDX)
                  MOVE 'D' TO WS-NOTE-SIGN
                  MOVE WS-DB-ACCOUNT(WS-DEBIT-IDX) TO
                      WS-NOTE-ACCOUNT
                  PERFORM X100-NOTE-SUSPECT
                END-IF
              END-PERFORM.

              *> tonight's float against the last run before
              *> tonight - a rerun of the same date measures
              *> from the same base again. Accounts with no
              *> float left drop off the history
              C300-AGE-FLOAT-HISTORY.
              OPEN OUTPUT FLOAT-HISTORY
              PERFORM VARYING WS-FLOAT-IDX FROM 1 BY 1
                  UNTIL WS-FLOAT-IDX > WS-FLOAT-COUNT
                PERFORM C310-AGE-ONE-ACCOUNT
              END-PERFORM
              CLOSE FLOAT-HISTORY.

              C310-AGE-ONE-ACCOUNT.
              MOVE 0 TO WS-HISTORY-MATCH
              PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                  UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
                IF WS-HS-ACCOUNT(WS-HISTORY-IDX) =
                    WS-FL-ACCOUNT(WS-FLOAT-IDX)
                  MOVE WS-HISTORY-IDX TO WS-HISTORY-MATCH
                END-IF
              END-PERFORM
              MOVE 0 TO WS-BASE-FLOAT
              MOVE 0 TO WS-BASE-GROWTH
              IF WS-HISTORY-MATCH > 0
                IF WS-HS-LAST-DATE(WS-HISTORY-MATCH) =
                    WS-REPORT-DATE
                  MOVE WS-HS-BASE-FLOAT(WS-HISTORY-MATCH) TO
                      WS-BASE-FLOAT
                  MOVE WS-HS-BASE-GROWTH(WS-HISTORY-MATCH) TO
                      WS-BASE-GROWTH
                ELSE
                  MOVE WS-HS-LAST-FLOAT(WS-HISTORY-MATCH) TO
                      WS-BASE-FLOAT
                  MOVE WS-HS-GROWTH(WS-HISTORY-MATCH) TO
                      WS-BASE-GROWTH
                END-IF
              END-IF
              IF WS-FL-AMOUNT(WS-FLOAT-IDX) > WS-BASE-FLOAT
                  AND WS-BASE-FLOAT > 0
                COMPUTE WS-NEW-GROWTH = WS-BASE-GROWTH + 1
              ELSE
                MOVE 0 TO WS-NEW-GROWTH
              END-IF
              MOVE WS-FL-ACCOUNT(WS-FLOAT-IDX) TO KF-ACCOUNT-ID
              MOVE WS-REPORT-DATE TO KF-LAST-DATE
              MOVE WS-FL-AMOUNT(WS-FLOAT-IDX) TO KF-LAST-FLOAT
              MOVE WS-NEW-GROWTH TO KF-GROWTH-DAYS
              MOVE WS-BASE-FLOAT TO KF-BASE-FLOAT
              MOVE WS-BASE-GROWTH TO KF-BASE-GROWTH
              WRITE FLOAT-HISTORY-RECORD
              IF WS-NEW-GROWTH >= WS-GROWTH-DAYS
                MOVE 'G' TO WS-NOTE-SIGN
                MOVE WS-FL-ACCOUNT(WS-FLOAT-IDX) TO
                    WS-NOTE-ACCOUNT
                PERFORM X100-NOTE-SUSPECT
                IF WS-SUSPECT-MATCH > 0
                  MOVE WS-NEW-GROWTH TO
                      WS-SP-GROWTH(WS-SUSPECT-MATCH)
                END-IF
              END-IF.

              D000-PRINT-AND-FILE.
              OPEN OUTPUT KITING-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'KITING SUSPECTS FOR ' WS-REPORT-DATE
                  ' - TRANSFERS AND DEBITS SINCE ' WS-WINDOW-START
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'SIGNS: R ROUND-TRIP TRANSFERS  D DRAWN '
                  'AGAINST HELD DEPOSITS  G FLOAT GROWING'
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-SUSPECT-IDX FROM 1 BY 1
                  UNTIL WS-SUSPECT-IDX > WS-SUSPECT-COUNT
                PERFORM D100-FILE-ONE-SUSPECT
                PERFORM D200-PRINT-ONE-SUSPECT
              END-PERFORM
              IF WS-SUSPECT-COUNT = 0
                MOVE 'NO SUSPECTS FOUND' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING 'POSTINGS READ ' WS-RECORDS-READ
                  '  TRANSFERS PAIRED ' WS-MOVE-COUNT
                  '  SUSPECTS ' WS-SUSPECT-COUNT
                  '  CASES FILED ' WS-CASES-FILED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE KITING-REPORT
              CALL 'RPTSTOW' USING 'KITING      ',
                  'kiting_suspects.txt                     '
              END-CALL.

              D100-FILE-ONE-SUSPECT.
              MOVE WS-SP-ROUND-TRIP(WS-SUSPECT-IDX) TO
                  WS-SIGN-TEXT(1:1)
              MOVE WS-SP-DRAWN(WS-SUSPECT-IDX) TO WS-SIGN-TEXT(2:1)
              MOVE WS-SP-GROWING(WS-SUSPECT-IDX) TO
                  WS-SIGN-TEXT(3:1)
              MOVE 'N' TO WS-CASE-ALREADY-OPEN
              PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                  UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                IF WS-OPEN-ACCOUNT(WS-OPEN-IDX) =
                    WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                  SET KITING-CASE-OPEN TO TRUE
                END-IF
              END-PERFORM
              IF KITING-CASE-OPEN
                ADD 1 TO WS-ALREADY-OPEN
                EXIT PARAGRAPH
              END-IF
              MOVE WS-SP-FLOAT(WS-SUSPECT-IDX) TO WS-CASE-AMOUNT
              MOVE SPACES TO WS-CASE-DETAIL
              STRING 'KITING ' WS-SIGN-TEXT ' SEE KITING '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO WS-CASE-DETAIL
              END-STRING
              CALL 'CASEFILE' USING WS-SP-ACCOUNT(WS-SUSPECT-IDX),
                  'K', WS-CASE-AMOUNT, WS-CASE-DETAIL
              END-CALL
              ADD 1 TO WS-CASES-FILED
              MOVE WS-SP-ACCOUNT(WS-SUSPECT-IDX) TO WS-EDIT-ACCOUNT
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'KITING SUSPECT ACCT ' WS-EDIT-ACCOUNT
                  ' SIGNS ' WS-SIGN-TEXT
                  DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'KITESCRN', 'W', WS-EXC-MESSAGE
              END-CALL
              DISPLAY 'ACCT ' WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                  ' KITING SIGNS ' WS-SIGN-TEXT ' - CASE FILED'.

              *> the suspect and every movement behind it
              D200-PRINT-ONE-SUSPECT.
              MOVE WS-SP-ACCOUNT(WS-SUSPECT-IDX) TO SL-ACCOUNT
              MOVE WS-SIGN-TEXT TO SL-SIGNS
              MOVE WS-SP-TRIPS(WS-SUSPECT-IDX) TO SL-TRIPS
              MOVE WS-SP-FLOAT(WS-SUSPECT-IDX) TO SL-FLOAT
              MOVE WS-SP-GROWTH(WS-SUSPECT-IDX) TO SL-GROWTH
              IF KITING-CASE-OPEN
                MOVE 'ALREADY OPEN' TO SL-CASE
              ELSE
                MOVE 'FILED' TO SL-CASE
              END-IF
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-SUSPECT-LINE
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                  UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                IF WS-MV-FROM(WS-MOVE-IDX) =
                    WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                    OR WS-MV-TO(WS-MOVE-IDX) =
                        WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                  MOVE WS-MV-DATE(WS-MOVE-IDX) TO ML-DATE
                  MOVE WS-MV-FROM(WS-MOVE-IDX) TO ML-FROM
                  MOVE WS-MV-FROM-UID(WS-MOVE-IDX) TO ML-FROM-UID
                  MOVE WS-MV-TO(WS-MOVE-IDX) TO ML-TO
                  MOVE WS-MV-TO-UID(WS-MOVE-IDX) TO ML-TO-UID
                  MOVE WS-MV-AMOUNT(WS-MOVE-IDX) TO ML-AMOUNT
                  WRITE REPORT-LINE FROM WS-MOVE-LINE
                END-IF
              END-PERFORM
              PERFORM VARYING WS-DEBIT-IDX FROM 1 BY 1
                  UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                IF WS-DB-ACCOUNT(WS-DEBIT-IDX) =
                    WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                    AND WS-DB-AGAINST(WS-DEBIT-IDX) = 'Y'
                  MOVE WS-DB-DATE(WS-DEBIT-IDX) TO DL-DATE
                  MOVE WS-DB-UID(WS-DEBIT-IDX) TO DL-UID
                  MOVE WS-DB-AMOUNT(WS-DEBIT-IDX) TO DL-AMOUNT
                  MOVE WS-DB-END-BALANCE(WS-DEBIT-IDX) TO
                      DL-END-BALANCE
                  MOVE WS-DB-HELD(WS-DEBIT-IDX) TO DL-HELD
                  WRITE REPORT-LINE FROM WS-DEBIT-LINE
                END-IF
              END-PERFORM
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                IF WS-HD-ACCOUNT(WS-HOLD-IDX) =
                    WS-SP-ACCOUNT(WS-SUSPECT-IDX)
                  MOVE WS-HD-DEPOSIT-DATE(WS-HOLD-IDX) TO
                      HL-DEPOSIT-DATE
                  MOVE WS-HD-UID(WS-HOLD-IDX) TO HL-UID
                  MOVE WS-HD-AMOUNT(WS-HOLD-IDX) TO HL-AMOUNT
                  MOVE WS-HD-RELEASE-DATE(WS-HOLD-IDX) TO
                      HL-RELEASE-DATE
                  WRITE REPORT-LINE FROM WS-HOLD-LINE
                END-IF
              END-PERFORM.

              *> a customer standing behind both legs' accounts
              X000-FIND-SHARED-CUSTOMER.
              MOVE 0 TO WS-SHARED-CUSTOMER
              PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                  UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                  OR WS-SHARED-CUSTOMER > 0
                IF WS-MB-ACCOUNT(WS-MEMBER-IDX) =
                    WS-LG-ACCOUNT(WS-LEG-IDX)
                  PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
                      UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                    IF WS-MB-ACCOUNT(WS-MEMBER-SCAN) =
                        WS-LG-ACCOUNT(WS-LEG-SCAN)
                        AND WS-MB-CUSTOMER(WS-MEMBER-SCAN) =
                            WS-MB-CUSTOMER(WS-MEMBER-IDX)
                      MOVE WS-MB-CUSTOMER(WS-MEMBER-IDX) TO
                          WS-SHARED-CUSTOMER
                    END-IF
                  END-PERFORM
                END-IF
              END-PERFORM.

              *> WS-SUSPECT-MATCH is left on the suspect's row
              X100-NOTE-SUSPECT.
              MOVE 0 TO WS-SUSPECT-MATCH
              PERFORM VARYING WS-SUSPECT-IDX FROM 1 BY 1
                  UNTIL WS-SUSPECT-IDX > WS-SUSPECT-COUNT
                IF WS-SP-ACCOUNT(WS-SUSPECT-IDX) = WS-NOTE-ACCOUNT
                  MOVE WS-SUSPECT-IDX TO WS-SUSPECT-MATCH
                END-IF
              END-PERFORM
              IF WS-SUSPECT-MATCH = 0
                IF WS-SUSPECT-COUNT >= 500
                  ADD 1 TO WS-SUSPECTS-DROPPED
                  EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-SUSPECT-COUNT
                MOVE WS-SUSPECT-COUNT TO WS-SUSPECT-MATCH
                MOVE WS-NOTE-ACCOUNT TO
                    WS-SP-ACCOUNT(WS-SUSPECT-MATCH)
                MOVE '-' TO WS-SP-ROUND-TRIP(WS-SUSPECT-MATCH)
                MOVE '-' TO WS-SP-DRAWN(WS-SUSPECT-MATCH)
                MOVE '-' TO WS-SP-GROWING(WS-SUSPECT-MATCH)
                MOVE 0 TO WS-SP-TRIPS(WS-SUSPECT-MATCH)
                MOVE 0 TO WS-SP-GROWTH(WS-SUSPECT-MATCH)
                PERFORM X200-FIND-FLOAT
                IF WS-FLOAT-MATCH > 0
                  MOVE WS-FL-AMOUNT(WS-FLOAT-MATCH) TO
                      WS-SP-FLOAT(WS-SUSPECT-MATCH)
                ELSE
                  MOVE 0 TO WS-SP-FLOAT(WS-SUSPECT-MATCH)
                END-IF
              END-IF
              EVALUATE WS-NOTE-SIGN
                WHEN 'R'
                  MOVE 'R' TO WS-SP-ROUND-TRIP(WS-SUSPECT-MATCH)
                  IF WS-TRIP-COUNT > WS-SP-TRIPS(WS-SUSPECT-MATCH)
                    MOVE WS-TRIP-COUNT TO
                        WS-SP-TRIPS(WS-SUSPECT-MATCH)
                  END-IF
                WHEN 'D'
                  MOVE 'D' TO WS-SP-DRAWN(WS-SUSPECT-MATCH)
                WHEN 'G'
                  MOVE 'G' TO WS-SP-GROWING(WS-SUSPECT-MATCH)
              END-EVALUATE.

              X200-FIND-FLOAT.
              MOVE 0 TO WS-FLOAT-MATCH
              PERFORM VARYING WS-FLOAT-SCAN FROM 1 BY 1
                  UNTIL WS-FLOAT-SCAN > WS-FLOAT-COUNT
                IF WS-FL-ACCOUNT(WS-FLOAT-SCAN) = WS-NOTE-ACCOUNT
                  MOVE WS-FLOAT-SCAN TO WS-FLOAT-MATCH
                END-IF
              END-PERFORM.
