            IDENTIFICATION DIVISION.
            PROGRAM-ID. ODAGING.
            *> nightly overdraft aging and charge-off - OVRDRRPT
            *> shows who is below zero today, but nothing said how
            *> long they had been there, and accounts overdrawn
            *> for months sat on the books at full value. This run
            *> walks ACCOUNT-MASTER and ages AM-OVERDRAWN-DAYS on
            *> every deposit account below zero by the calendar
            *> days since the last aging run (so a missed night
            *> still counts, and a same-day rerun adds nothing),
            *> putting it back to zero once the account is found
            *> at or above zero. An account that reaches the
            *> charge-off policy (chargeoff_policy.txt, 60 days
            *> when absent) is charged off: a CHARGE-OFF posting
            *> out of UIDALLOC's CHARGEOFF range brings the balance
            *> back up to zero against the loss account GLEXTR
            *> maps it to, the account goes to charged-off status
            *> on the ACCTSTAT lifecycle (frozen for good - see
            *> copybooks/ACCTMST), and it is listed on the
            *> charge-off register. Later deposits to it post in
            *> TRANLOAD as recoveries
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> account-to-branch mapping for the register,
                  *> same file and load as OVRDRRPT
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the policy row overrides the compiled-in
                  *> default when present, same optional-control
                  *> fallback as TRANLOAD's velocity limits
                  SELECT OPTIONAL CHARGEOFF-POLICY
                      ASSIGN TO 'chargeoff_policy.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the date this run last aged the book - the
                  *> days to add tonight are counted from it
                  SELECT OPTIONAL AGING-CONTROL
                      ASSIGN TO 'od_aging_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the register the loss committee signs - stowed
                  *> as a dated generation at end of job (see
                  *> RPTSTOW)
                  SELECT CHARGEOFF-REGISTER
                      ASSIGN TO 'chargeoff_register.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD CHARGEOFF-POLICY.
                01 CHARGEOFF-POLICY-RECORD.
                  02 CO-POLICY-DAYS PIC 9(3).

                FD AGING-CONTROL.
                01 AGING-CONTROL-RECORD.
                  02 OA-LAST-RUN-DATE PIC 9(8).

                FD CHARGEOFF-REGISTER.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-CONTROL-FOUND PIC X VALUE 'N'.
                    88 AGING-CONTROL-ON-FILE VALUE 'Y'.
                  05 WS-CHARGEOFF-UIDS-USED PIC X VALUE 'N'.
                    88 CHARGEOFF-UIDS-WERE-USED VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-LAST-RUN-DATE PIC 9(8) VALUE 0.

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> charge-off policy - days overdrawn before the
                *> balance is written off
                01 WS-POLICY-DAYS PIC 9(3) VALUE 60.

                *> calendar days since the last aging run - one
                *> on the very first run, zero on a same-day rerun
                01 WS-DAYS-ELAPSED PIC S9(5) VALUE 0.
                01 WS-NEW-DAYS PIC 9(5) VALUE 0.

                *> charge-offs get a UID out of UIDALLOC's
                *> CHARGEOFF range, above RUNBKOUT's reserved floor
                *> - a charge-off belongs to no feed's run
                01 WS-NEXT-CHARGEOFF-UID PIC 9(5) VALUE 0.
                01 WS-CHARGEOFF-AMOUNT PIC S9(8)V9(2) VALUE 0.

                *> account-to-branch cross-reference, same shape
                *> and load as ratelkup.cbl/OVRDRRPT
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

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-AGED PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-CURED PIC 9(7) VALUE 0.
                  05 WS-CHARGEOFF-COUNT PIC 9(7) VALUE 0.
                  05 WS-CHARGEOFF-TOTAL PIC 9(9)V9(2) VALUE 0.
                01 WS-TOTAL-EDITED PIC Z(8)9.99.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> the register's detail line
                01 WS-DETAIL-LINE.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 RL-BRANCH PIC X(4).
                  05 FILLER PIC X(9) VALUE ' ACCOUNT '.
                  05 RL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-HOLDER PIC X(25).
                  05 FILLER PIC X(6) VALUE ' DAYS '.
                  05 RL-DAYS PIC Z(3)9.
                  05 FILLER PIC X(13) VALUE ' CHARGED OFF '.
                  05 RL-AMOUNT PIC Z(7)9.99.
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 RL-UID PIC 9(5).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              PERFORM A300-LOAD-CONTROLS
              PERFORM B100-LOAD-ACCOUNT-XREF

              OPEN OUTPUT CHARGEOFF-REGISTER
              MOVE SPACES TO REPORT-LINE
              STRING 'CHARGE-OFF REGISTER - ' WS-RUN-DATE
                  ' - POLICY ' WS-POLICY-DAYS ' DAYS OVERDRAWN'
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM C000-AGE-ONE-ACCOUNT
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL

              MOVE WS-CHARGEOFF-TOTAL TO WS-TOTAL-EDITED
              MOVE SPACES TO REPORT-LINE
              STRING 'ACCOUNTS CHARGED OFF: ' WS-CHARGEOFF-COUNT
                  ' TOTAL: ' WS-TOTAL-EDITED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE CHARGEOFF-REGISTER
              CALL 'RPTSTOW' USING 'CHGOFFREG   ',
                  'chargeoff_register.txt                  '
              END-CALL

              IF CHARGEOFF-UIDS-WERE-USED
                CALL 'UIDALLOC' USING 'CHARGEOFF ', 'ODAGING ', 'R',
                    WS-NEXT-CHARGEOFF-UID
                END-CALL
              END-IF
              PERFORM A400-SAVE-AGING-CONTROL

              DISPLAY '=========================================='
              DISPLAY 'ODAGING - END OF JOB SUMMARY'
              DISPLAY 'DAYS SINCE LAST   : ' WS-DAYS-ELAPSED
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'OVERDRAWN AGED    : ' WS-ACCOUNTS-AGED
              DISPLAY 'BACK ABOVE ZERO   : ' WS-ACCOUNTS-CURED
              DISPLAY 'CHARGED OFF       : ' WS-CHARGEOFF-COUNT
              DISPLAY 'TOTAL CHARGED OFF : ' WS-CHARGEOFF-TOTAL
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'ODAGING   ',
                  WS-ACCOUNTS-READ, WS-CHARGEOFF-COUNT,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the policy override, then how many days have
              *> gone by since the book was last aged
              A300-LOAD-CONTROLS.
              OPEN INPUT CHARGEOFF-POLICY
              READ CHARGEOFF-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  IF CO-POLICY-DAYS > 0
                    MOVE CO-POLICY-DAYS TO WS-POLICY-DAYS
                  END-IF
              END-READ
              CLOSE CHARGEOFF-POLICY

              OPEN INPUT AGING-CONTROL
              READ AGING-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  MOVE OA-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                  SET AGING-CONTROL-ON-FILE TO TRUE
              END-READ
              CLOSE AGING-CONTROL
              IF AGING-CONTROL-ON-FILE
                COMPUTE WS-DAYS-ELAPSED =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE)
                IF WS-DAYS-ELAPSED < 0
                  MOVE 0 TO WS-DAYS-ELAPSED
                END-IF
              ELSE
                MOVE 1 TO WS-DAYS-ELAPSED
              END-IF.

              A400-SAVE-AGING-CONTROL.
              OPEN OUTPUT AGING-CONTROL
              MOVE WS-RUN-DATE TO OA-LAST-RUN-DATE
              WRITE AGING-CONTROL-RECORD
              CLOSE AGING-CONTROL.

              *> same load as ratelkup.cbl's B100
              B100-LOAD-ACCOUNT-XREF.
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

              *> a loan's balance is what the customer owes, not
              *> an overdraft, and a closed, escheated or already
              *> charged-off account has nothing left to age
              C000-AGE-ONE-ACCOUNT.
              IF PRODUCT-LOAN
                  OR ACCOUNT-CLOSED
                  OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CHARGED-OFF
                EXIT PARAGRAPH
              END-IF
              IF AM-BALANCE < 0
                COMPUTE WS-NEW-DAYS =
                    AM-OVERDRAWN-DAYS + WS-DAYS-ELAPSED
                IF WS-NEW-DAYS > 9999
                  MOVE 9999 TO WS-NEW-DAYS
                END-IF
                IF WS-NEW-DAYS >= WS-POLICY-DAYS
                  PERFORM D000-CHARGE-OFF-ACCOUNT
                ELSE
                  IF WS-NEW-DAYS NOT = AM-OVERDRAWN-DAYS
                    MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                    MOVE WS-NEW-DAYS TO AM-OVERDRAWN-DAYS
                    PERFORM C100-REWRITE-MASTER
                  END-IF
                  ADD 1 TO WS-ACCOUNTS-AGED
                END-IF
              ELSE
                IF AM-OVERDRAWN-DAYS > 0
                  MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                  MOVE 0 TO AM-OVERDRAWN-DAYS
                  PERFORM C100-REWRITE-MASTER
                  ADD 1 TO WS-ACCOUNTS-CURED
                END-IF
              END-IF.

              C100-REWRITE-MASTER.
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'ODAGING ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL.

              *> write the overdrawn balance off - the posting
              *> brings the balance up to zero through the normal
              *> journaled write path, and the same REWRITE that
              *> zeroes the balance moves the account to
              *> charged-off status as of tonight
              D000-CHARGE-OFF-ACCOUNT.
              COMPUTE WS-CHARGEOFF-AMOUNT = AM-BALANCE * -1
              SET CHARGEOFF-UIDS-WERE-USED TO TRUE
              CALL 'UIDALLOC' USING 'CHARGEOFF ', 'ODAGING ', 'N',
                  WS-NEXT-CHARGEOFF-UID
              END-CALL
              MOVE WS-NEXT-CHARGEOFF-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'OVERDRAFT CHARGED OFF' TO
                  DESC OF TRANSACTION-STRUCT
              MOVE WS-CHARGEOFF-AMOUNT TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              MOVE 0 TO END-BALANCE OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET CHARGE-OFF OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE 0 TO AM-BALANCE
              MOVE WS-NEW-DAYS TO AM-OVERDRAWN-DAYS
              SET ACCOUNT-CHARGED-OFF TO TRUE
              MOVE WS-RUN-DATE TO AM-STATUS-DATE
              PERFORM C100-REWRITE-MASTER

              ADD 1 TO WS-CHARGEOFF-COUNT
              ADD WS-CHARGEOFF-AMOUNT TO WS-CHARGEOFF-TOTAL

              MOVE '????' TO WS-CURRENT-BRANCH-CODE
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  CONTINUE
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = AM-ACCOUNT-ID
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-CURRENT-BRANCH-CODE
              END-SEARCH
              MOVE WS-CURRENT-BRANCH-CODE TO RL-BRANCH
              MOVE AM-ACCOUNT-ID TO RL-ACCOUNT
              MOVE AM-ACCOUNT-HOLDER(1:25) TO RL-HOLDER
              MOVE AM-OVERDRAWN-DAYS TO RL-DAYS
              MOVE WS-CHARGEOFF-AMOUNT TO RL-AMOUNT
              MOVE WS-NEXT-CHARGEOFF-UID TO RL-UID
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              DISPLAY 'CHARGED OFF - ACCT ' AM-ACCOUNT-ID
                  ' DAYS ' AM-OVERDRAWN-DAYS
                  ' AMOUNT ' WS-CHARGEOFF-AMOUNT.
