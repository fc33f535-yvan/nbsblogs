            IDENTIFICATION DIVISION.
            PROGRAM-ID. STORDRET.
            *> returned outbound payment processing - when a
            *> receiving bank bounces a standing-order payment
            *> STORDGEN sent to an external beneficiary (account
            *> closed, wrong account number) the return used to
            *> arrive on paper and the customer was re-credited by
            *> hand. This reads the banks' inbound return file,
            *> matches each return to the payment it quotes on
            *> outbound_register.dat, and credits the amount back
            *> to the originating account through the normal
            *> journaled write path as a deposit described as a
            *> returned payment with the bank's reason code. The
            *> return is logged against the standing order on
            *> standing_orders.txt, and an order returned more
            *> times in a row than stord_return_policy.txt allows
            *> is suspended there, so STORDGEN stops firing it
            *> until STORDMNT resumes it. A return that matches no
            *> payment, disagrees with it, or was already credited
            *> posts nothing and goes on the return report for a
            *> person to chase. Return credits take their UIDs
            *> from UIDALLOC's RETURN range (86001-86999) - a
            *> return belongs to no feed's run
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the receiving banks' returns, in the clearing
                  *> system's fixed format - R records closed by
                  *> one T control trailer, as on the outbound file
                  SELECT OPTIONAL OUTBOUND-RETURNS
                      ASSIGN TO 'outbound_returns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL OUTBOUND-REGISTER
                      ASSIGN TO 'outbound_register.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OR-KEY
                  ALTERNATE RECORD KEY IS OR-ORDER-ID
                      WITH DUPLICATES.

                  *> loaded whole and rewritten whole, the same
                  *> idiom as STORDGEN/STORDMNT
                  SELECT OPTIONAL STANDING-ORDERS
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> how many returns in a row suspend an order -
                  *> missing file falls back to the default below
                  SELECT OPTIONAL RETURN-POLICY
                      ASSIGN TO 'stord_return_policy.txt'
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

                  *> the per-account risk-profile store - every
                  *> customer-moving posting folds in (see
                  *> copybooks/RISKPROF)
                  SELECT OPTIONAL RISK-PROFILE
                      ASSIGN TO 'risk_profile.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  *> the payments desk's page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT RETURN-REPORT
                      ASSIGN TO 'outbound_return_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD OUTBOUND-RETURNS.
                01 RETURN-DETAIL.
                  02 RR-RECORD-TYPE PIC X(1).
                    88 RETURN-DETAIL-RECORD VALUE 'R'.
                    88 RETURN-TRAILER-RECORD VALUE 'T'.
                  *> the date and reference of the payment being
                  *> returned, as STORDGEN sent them
                  02 RR-PAYMENT-DATE PIC 9(8).
                  02 RR-PAYMENT-REF PIC 9(5).
                  02 RR-FROM-ACCOUNT PIC 9(7).
                  02 RR-AMOUNT PIC 9(6)V9(2).
                  02 RR-REASON-CODE PIC X(2).
                  02 RR-REASON-TEXT PIC X(30).
                01 RETURN-TRAILER.
                  02 RT-RECORD-TYPE PIC X(1).
                  02 RT-DATE PIC 9(8).
                  02 RT-COUNT PIC 9(7).
                  02 RT-TOTAL PIC 9(9)V9(2).

                FD OUTBOUND-REGISTER.
                COPY OUTPREG.

                *> same record STORDMNT maintains (see
                *> stordmnt.cbl)
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
                  *> the business date the order was set up -
                  *> not numeric on an order added before it was
                  *> kept
                  02 SO-FEED-ADDED-DATE PIC 9(8).

                FD RETURN-POLICY.
                01 RETURN-POLICY-RECORD.
                  02 RP-SUSPEND-AFTER PIC 9(2).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD RISK-PROFILE.
                COPY RISKPROF.

                FD RETURN-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-RETURNS-EOF PIC X VALUE 'N'.
                    88 END-OF-RETURNS VALUE 'Y'.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDER-HISTORY VALUE 'Y'.
                  05 WS-TRAILER-SEEN PIC X VALUE 'N'.
                    88 TRAILER-ON-FILE VALUE 'Y'.
                  05 WS-RETURN-UIDS-USED PIC X VALUE 'N'.
                    88 RETURN-UIDS-WERE-USED VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> returns in a row before an order is suspended
                01 WS-SUSPEND-AFTER PIC 9(2) VALUE 3.

                01 WS-NEXT-RETURN-UID PIC 9(5) VALUE 0.

                *> the return's verdict - 'M' matched and
                *> credited, anything else is reported only
                01 WS-MATCH-STATUS PIC X VALUE 'M'.
                  88 RETURN-MATCHED VALUE 'M'.
                  88 RETURN-UNMATCHED VALUE 'U'.
                01 WS-REPORT-REASON PIC X(30).

                *> the whole control file in memory, same table
                *> as STORDGEN's
                01 WS-ORDER-COUNT PIC 9(3) VALUE 0.
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY OCCURS 200 TIMES.
                    10 WS-SO-ACCOUNT-ID PIC 9(7).
                    10 WS-SO-AMOUNT PIC S9(6)V9(2).
                    10 WS-SO-DESC PIC X(25).
                    10 WS-SO-FREQUENCY PIC X(1).
                    10 WS-SO-NEXT-DATE PIC 9(8).
                    10 WS-SO-EXT-BANK PIC X(9).
                    10 WS-SO-EXT-ACCOUNT PIC X(10).
                    10 WS-SO-ORDER-ID PIC 9(5).
                    10 WS-SO-STATUS PIC X(1).
                      88 ORDER-SUSPENDED VALUE 'S'.
                    10 WS-SO-RETURN-COUNT PIC 9(2).
                    10 WS-SO-LAST-RETURN-DATE PIC 9(8).
                    10 WS-SO-LAST-RETURN-CODE PIC X(2).
                    10 WS-SO-ADDED-DATE PIC 9(8).
                01 WS-ORDER-IDX PIC 9(3).
                01 WS-ORDER-MATCH PIC 9(3) VALUE 0.
                01 WS-ORDERS-CHANGED PIC X VALUE 'N'.
                  88 ORDER-FILE-CHANGED VALUE 'Y'.

                *> the returned payment, held while the order's
                *> other payments are walked on the alternate key
                01 WS-RETURNED-PAYMENT.
                  05 WS-RET-ORDER-ID PIC 9(5).
                  05 WS-RET-PAYMENT-DATE PIC 9(8).
                  05 WS-RET-PAYMENT-REF PIC 9(5).
                01 WS-CHAIN-BROKEN PIC X VALUE 'N'.
                  88 PAID-SINCE-LAST-RETURN VALUE 'Y'.

                01 WS-SIGNED-AMOUNT PIC S9(6)V9(2).

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RETURNS-READ PIC 9(7) VALUE 0.
                  05 WS-RETURNS-CREDITED PIC 9(7) VALUE 0.
                  05 WS-RETURNS-UNMATCHED PIC 9(7) VALUE 0.
                  05 WS-ORDERS-SUSPENDED PIC 9(7) VALUE 0.
                  05 WS-CREDITED-TOTAL PIC 9(9)V9(2) VALUE 0.
                01 WS-TOTAL-EDITED PIC Z(8)9.99.

                01 WS-EXC-MESSAGE PIC X(60).

                *> the report's detail line
                01 WS-DETAIL-LINE.
                  05 RL-PAYMENT-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-PAYMENT-REF PIC 9(5).
                  05 FILLER PIC X(6) VALUE ' ACCT '.
                  05 RL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-AMOUNT PIC Z(5)9.99.
                  05 FILLER PIC X(4) VALUE ' RC '.
                  05 RL-REASON-CODE PIC X(2).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-REASON-TEXT PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-OUTCOME PIC X(30).

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
              PERFORM A300-LOAD-RETURN-POLICY
              PERFORM B000-LOAD-STANDING-ORDERS

              OPEN OUTPUT RETURN-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'RETURNED OUTBOUND PAYMENTS - ' WS-RUN-DATE
                  ' - SUSPEND AFTER ' WS-SUSPEND-AFTER
                  ' RETURNS IN A ROW'
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              OPEN INPUT OUTBOUND-RETURNS
              OPEN I-O OUTBOUND-REGISTER
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O RISK-PROFILE
              PERFORM UNTIL END-OF-RETURNS
                READ OUTBOUND-RETURNS
                  AT END
                    SET END-OF-RETURNS TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                      WHEN RETURN-DETAIL-RECORD
                        ADD 1 TO WS-RETURNS-READ
                        PERFORM C000-PROCESS-ONE-RETURN
                      WHEN RETURN-TRAILER-RECORD
                        SET TRAILER-ON-FILE TO TRUE
                        PERFORM C900-PROVE-TRAILER
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE OUTBOUND-RETURNS
              CLOSE OUTBOUND-REGISTER
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE RISK-PROFILE

              MOVE WS-CREDITED-TOTAL TO WS-TOTAL-EDITED
              MOVE SPACES TO REPORT-LINE
              STRING 'RETURNS CREDITED: ' WS-RETURNS-CREDITED
                  ' TOTAL: ' WS-TOTAL-EDITED
                  ' UNMATCHED: ' WS-RETURNS-UNMATCHED
                  ' ORDERS SUSPENDED: ' WS-ORDERS-SUSPENDED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE RETURN-REPORT
              CALL 'RPTSTOW' USING 'OUTBNDRTN   ',
                  'outbound_return_report.txt              '
              END-CALL

              IF ORDER-FILE-CHANGED
                PERFORM B200-REWRITE-STANDING-ORDERS
              END-IF
              IF RETURN-UIDS-WERE-USED
                CALL 'UIDALLOC' USING 'RETURN    ', 'STORDRET', 'R',
                    WS-NEXT-RETURN-UID
                END-CALL
              END-IF

              IF WS-RETURNS-UNMATCHED > 0
                MOVE 'OUTBOUND RETURNS NOT MATCHED - SEE REPORT'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'STORDRET', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'STORDRET - END OF JOB SUMMARY'
              DISPLAY 'RETURNS READ      : ' WS-RETURNS-READ
              DISPLAY 'RETURNS CREDITED  : ' WS-RETURNS-CREDITED
              DISPLAY 'TOTAL CREDITED    : ' WS-CREDITED-TOTAL
              DISPLAY 'RETURNS UNMATCHED : ' WS-RETURNS-UNMATCHED
              DISPLAY 'ORDERS SUSPENDED  : ' WS-ORDERS-SUSPENDED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'STORDRET  ',
                  WS-RETURNS-READ, WS-RETURNS-CREDITED,
                  WS-RETURNS-UNMATCHED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              A300-LOAD-RETURN-POLICY.
              OPEN INPUT RETURN-POLICY
              READ RETURN-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  IF RP-SUSPEND-AFTER IS NUMERIC
                      AND RP-SUSPEND-AFTER > 0
                    MOVE RP-SUSPEND-AFTER TO WS-SUSPEND-AFTER
                  END-IF
              END-READ
              CLOSE RETURN-POLICY.

              B000-LOAD-STANDING-ORDERS.
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ STANDING-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF WS-ORDER-COUNT < 200
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE SO-FEED-RECORD TO
                          WS-ORDER-ENTRY(WS-ORDER-COUNT)
                      PERFORM B100-LOAD-RETURN-HISTORY
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS.

              *> an order STORDGEN has never numbered cannot
              *> have sent a registered payment - it only needs
              *> its blank history fields made safe to rewrite
              B100-LOAD-RETURN-HISTORY.
              IF SO-FEED-ORDER-ID IS NOT NUMERIC
                MOVE 0 TO WS-SO-ORDER-ID(WS-ORDER-COUNT)
              END-IF
              IF SO-FEED-STATUS NOT = 'S'
                MOVE 'A' TO WS-SO-STATUS(WS-ORDER-COUNT)
              END-IF
              IF SO-FEED-RETURN-COUNT IS NOT NUMERIC
                MOVE 0 TO WS-SO-RETURN-COUNT(WS-ORDER-COUNT)
              END-IF
              IF SO-FEED-LAST-RETURN-DATE IS NOT NUMERIC
                MOVE 0 TO WS-SO-LAST-RETURN-DATE(WS-ORDER-COUNT)
              END-IF.

              B200-REWRITE-STANDING-ORDERS.
              OPEN OUTPUT STANDING-ORDERS
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-ENTRY(WS-ORDER-IDX) TO SO-FEED-RECORD
                WRITE SO-FEED-RECORD
              END-PERFORM
              CLOSE STANDING-ORDERS.

              *> a return is credited only when it names a
              *> payment we sent, for the same account and
              *> amount, that has not been returned already
              C000-PROCESS-ONE-RETURN.
              SET RETURN-MATCHED TO TRUE
              MOVE SPACES TO WS-REPORT-REASON
              MOVE RR-PAYMENT-DATE TO OR-PAYMENT-DATE
              MOVE RR-PAYMENT-REF TO OR-PAYMENT-REF
              READ OUTBOUND-REGISTER
                INVALID KEY
                  SET RETURN-UNMATCHED TO TRUE
                  MOVE 'NO SUCH OUTBOUND PAYMENT' TO
                      WS-REPORT-REASON
              END-READ

              IF RETURN-MATCHED
                EVALUATE TRUE
                  WHEN PAYMENT-RETURNED
                    SET RETURN-UNMATCHED TO TRUE
                    MOVE 'PAYMENT ALREADY RETURNED' TO
                        WS-REPORT-REASON
                  WHEN RR-FROM-ACCOUNT NOT = OR-FROM-ACCOUNT
                    SET RETURN-UNMATCHED TO TRUE
                    MOVE 'ACCOUNT DIFFERS FROM PAYMENT' TO
                        WS-REPORT-REASON
                  WHEN RR-AMOUNT NOT = OR-AMOUNT
                    SET RETURN-UNMATCHED TO TRUE
                    MOVE 'AMOUNT DIFFERS FROM PAYMENT' TO
                        WS-REPORT-REASON
                END-EVALUATE
              END-IF

              *> the money goes back only to an account still
              *> open for posting - a closed, frozen or charged-
              *> off account's return is credited by hand
              IF RETURN-MATCHED
                MOVE OR-FROM-ACCOUNT TO AM-ACCOUNT-ID
                READ ACCOUNT-MASTER
                  INVALID KEY
                    SET RETURN-UNMATCHED TO TRUE
                    MOVE 'ACCOUNT NOT ON MASTER' TO
                        WS-REPORT-REASON
                  NOT INVALID KEY
                    IF NOT ACCOUNT-OPEN
                      SET RETURN-UNMATCHED TO TRUE
                      MOVE 'ACCOUNT NOT OPEN - CREDIT BY HAND' TO
                          WS-REPORT-REASON
                    END-IF
                END-READ
              END-IF

              IF RETURN-UNMATCHED
                ADD 1 TO WS-RETURNS-UNMATCHED
                MOVE WS-REPORT-REASON TO RL-OUTCOME
                PERFORM E000-WRITE-REPORT-LINE
                EXIT PARAGRAPH
              END-IF

              PERFORM D000-POST-RETURN-CREDIT
              PERFORM D100-MARK-PAYMENT-RETURNED
              MOVE 'CREDITED' TO RL-OUTCOME
              PERFORM D200-LOG-AGAINST-ORDER
              PERFORM E000-WRITE-REPORT-LINE.

              *> the customer's money back, as an ordinary
              *> deposit through the WRITE/journal/master-
              *> rollforward sequence - GLEXTR takes it off the
              *> settlement account the payment went out through
              D000-POST-RETURN-CREDIT.
              CALL 'UIDALLOC' USING 'RETURN    ', 'STORDRET', 'N',
                  WS-NEXT-RETURN-UID
              END-CALL
              SET RETURN-UIDS-WERE-USED TO TRUE
              MOVE WS-NEXT-RETURN-UID TO UID OF TRANSACTION-STRUCT
              MOVE SPACES TO DESC OF TRANSACTION-STRUCT
              STRING 'RETURNED PAYMENT - RC ' RR-REASON-CODE
                  DELIMITED BY SIZE INTO DESC OF TRANSACTION-STRUCT
              END-STRING
              MOVE OR-AMOUNT TO WS-SIGNED-AMOUNT
              MOVE WS-SIGNED-AMOUNT TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + OR-AMOUNT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET DEPOSIT OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              PERFORM G000-LOG-JOURNAL-ENTRY

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                  AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'STORDRET',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL
              PERFORM G100-FOLD-RISK-PROFILE
              ADD 1 TO WS-RETURNS-CREDITED
              ADD OR-AMOUNT TO WS-CREDITED-TOTAL.

              D100-MARK-PAYMENT-RETURNED.
              SET PAYMENT-RETURNED TO TRUE
              MOVE WS-RUN-DATE TO OR-RETURN-DATE
              MOVE RR-REASON-CODE TO OR-RETURN-REASON
              MOVE WS-NEXT-RETURN-UID TO OR-RETURN-UID
              REWRITE OUTBOUND-REGISTER-RECORD
                INVALID KEY
                  CONTINUE
              END-REWRITE
              MOVE OR-ORDER-ID TO WS-RET-ORDER-ID
              MOVE OR-PAYMENT-DATE TO WS-RET-PAYMENT-DATE
              MOVE OR-PAYMENT-REF TO WS-RET-PAYMENT-REF.

              *> the return goes on the order's record. Returns
              *> count as in a row unless the order sent a
              *> payment that was NOT returned between the last
              *> return and this one; reaching the policy count
              *> suspends the order
              D200-LOG-AGAINST-ORDER.
              MOVE 0 TO WS-ORDER-MATCH
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                IF WS-SO-ORDER-ID(WS-ORDER-IDX) = WS-RET-ORDER-ID
                  MOVE WS-ORDER-IDX TO WS-ORDER-MATCH
                END-IF
              END-PERFORM
              IF WS-ORDER-MATCH = 0
                MOVE 'CREDITED - ORDER NO LONGER ON FILE' TO
                    RL-OUTCOME
                EXIT PARAGRAPH
              END-IF

              PERFORM D210-CHECK-PAID-SINCE-RETURN
              IF PAID-SINCE-LAST-RETURN
                MOVE 1 TO WS-SO-RETURN-COUNT(WS-ORDER-MATCH)
              ELSE
                IF WS-SO-RETURN-COUNT(WS-ORDER-MATCH) < 99
                  ADD 1 TO WS-SO-RETURN-COUNT(WS-ORDER-MATCH)
                END-IF
              END-IF
              MOVE WS-RET-PAYMENT-DATE TO
                  WS-SO-LAST-RETURN-DATE(WS-ORDER-MATCH)
              MOVE RR-REASON-CODE TO
                  WS-SO-LAST-RETURN-CODE(WS-ORDER-MATCH)
              SET ORDER-FILE-CHANGED TO TRUE

              IF WS-SO-RETURN-COUNT(WS-ORDER-MATCH) >=
                  WS-SUSPEND-AFTER
                  AND NOT ORDER-SUSPENDED(WS-ORDER-MATCH)
                MOVE 'S' TO WS-SO-STATUS(WS-ORDER-MATCH)
                ADD 1 TO WS-ORDERS-SUSPENDED
                MOVE 'CREDITED - ORDER SUSPENDED' TO RL-OUTCOME
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'STANDING ORDER ' WS-RET-ORDER-ID
                    ' SUSPENDED AFTER REPEATED RETURNS'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'STORDRET', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              *> walk the order's registered payments on the
              *> alternate key for one still standing as sent,
              *> dated after the last return and before this one
              D210-CHECK-PAID-SINCE-RETURN.
              MOVE 'N' TO WS-CHAIN-BROKEN
              MOVE 'N' TO WS-HISTORY-EOF
              MOVE WS-RET-ORDER-ID TO OR-ORDER-ID
              START OUTBOUND-REGISTER KEY IS EQUAL TO OR-ORDER-ID
                INVALID KEY
                  SET END-OF-ORDER-HISTORY TO TRUE
              END-START
              PERFORM UNTIL END-OF-ORDER-HISTORY
                READ OUTBOUND-REGISTER NEXT RECORD
                  AT END
                    SET END-OF-ORDER-HISTORY TO TRUE
                  NOT AT END
                    IF OR-ORDER-ID NOT = WS-RET-ORDER-ID
                      SET END-OF-ORDER-HISTORY TO TRUE
                    ELSE
                      IF PAYMENT-SENT
                          AND OR-PAYMENT-DATE >
                          WS-SO-LAST-RETURN-DATE(WS-ORDER-MATCH)
                          AND OR-PAYMENT-DATE < WS-RET-PAYMENT-DATE
                        SET PAID-SINCE-LAST-RETURN TO TRUE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM.

              *> the bank's control trailer must agree with the
              *> returns actually on the file
              C900-PROVE-TRAILER.
              IF RT-COUNT NOT = WS-RETURNS-READ
                MOVE 'OUTBOUND RETURN TRAILER COUNT DISAGREES'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'STORDRET', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              E000-WRITE-REPORT-LINE.
              MOVE RR-PAYMENT-DATE TO RL-PAYMENT-DATE
              MOVE RR-PAYMENT-REF TO RL-PAYMENT-REF
              MOVE RR-FROM-ACCOUNT TO RL-ACCOUNT
              MOVE RR-AMOUNT TO RL-AMOUNT
              MOVE RR-REASON-CODE TO RL-REASON-CODE
              MOVE RR-REASON-TEXT TO RL-REASON-TEXT
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE.

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

              *> the credit is a customer-moving deposit, so it
              *> folds into the risk-profile store the same way
              *> INCLEAR's G100 does - the store and RISKBLD's
              *> rebuild must count the same records (see
              *> copybooks/RISKPROF)
              G100-FOLD-RISK-PROFILE.
              MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
              READ RISK-PROFILE
                INVALID KEY
                  MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
                  MOVE 1 TO RP-POSTING-COUNT
                  COMPUTE RP-AMOUNT-TOTAL =
                      FUNCTION ABS(WS-SIGNED-AMOUNT)
                  WRITE RISK-PROFILE-RECORD
                    INVALID KEY
                      CONTINUE
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO RP-POSTING-COUNT
                  ADD FUNCTION ABS(WS-SIGNED-AMOUNT) TO
                      RP-AMOUNT-TOTAL
                  REWRITE RISK-PROFILE-RECORD
              END-READ.
