            IDENTIFICATION DIVISION.
            PROGRAM-ID. TDPNPOST.
            *> posts the early-break penalties on term deposits
            *> that TELLSCRN quoted and the customer accepted.
            *> Each quote waits on the penalty register (see
            *> copybooks/TERMPEN) until its withdrawal is on
            *> TRANSACTIONS - tonight through TRANLOAD, or
            *> later through HOLDREL when the withdrawal was
            *> held for a supervisor - and then posts as its own
            *> FEE line, 'EARLY WITHDRAWAL PENALTY', through the
            *> same WRITE/journal/master-rollforward path as
            *> LOANDLQ's late charges, out of UIDALLOC's shared
            *> FEE range. The fee's UID goes back onto the quote.
            *> A quote whose withdrawal has still not posted 30
            *> days on is lapsed and put on the exception log -
            *> the customer never had the money, so there is
            *> nothing to charge. Runs after TRANLOAD
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL TERM-PENALTIES
                      ASSIGN TO 'term_penalties.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TP-WITHDRAWAL-UID.

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

            DATA DIVISION.
              FILE SECTION.
                FD TERM-PENALTIES.
                COPY TERMPEN.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-PENALTIES-EOF PIC X VALUE 'N'.
                    88 END-OF-PENALTIES VALUE 'Y'.
                  05 WS-FEE-UIDS-USED PIC X VALUE 'N'.
                    88 FEE-UIDS-WERE-USED VALUE 'Y'.
                  05 WS-TRAN-FOUND PIC X VALUE 'N'.
                    88 WITHDRAWAL-POSTED VALUE 'Y'.
                  05 WS-MASTER-FOUND PIC X VALUE 'N'.
                    88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-DAYS-WAITING PIC S9(7) VALUE 0.

                *> how long a quote may wait for its withdrawal
                *> before it is lapsed
                01 WS-LAPSE-DAYS PIC 9(3) VALUE 30.

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> penalties come out of UIDALLOC's FEE range,
                *> clear of the feed's UIDs (see FEEASSES)
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).

                01 WS-COUNTS.
                  05 WS-QUOTES-READ PIC 9(7) VALUE 0.
                  05 WS-PENALTIES-POSTED PIC 9(7) VALUE 0.
                  05 WS-QUOTES-WAITING PIC 9(7) VALUE 0.
                  05 WS-QUOTES-LAPSED PIC 9(7) VALUE 0.
                  05 WS-PENALTY-TOTAL PIC 9(9)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

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

              OPEN I-O TERM-PENALTIES
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL

              MOVE 0 TO TP-WITHDRAWAL-UID
              START TERM-PENALTIES KEY IS NOT LESS THAN
                  TP-WITHDRAWAL-UID
                INVALID KEY
                  SET END-OF-PENALTIES TO TRUE
              END-START
              PERFORM UNTIL END-OF-PENALTIES
                READ TERM-PENALTIES NEXT RECORD
                  AT END
                    SET END-OF-PENALTIES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-QUOTES-READ
                    IF PENALTY-QUEUED
                      PERFORM B000-WORK-ONE-QUOTE
                    END-IF
                END-READ
              END-PERFORM

              CLOSE TERM-PENALTIES
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL

              IF FEE-UIDS-WERE-USED
                CALL 'UIDALLOC' USING 'FEE       ', 'TDPNPOST', 'R',
                    WS-NEXT-FEE-UID
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'TDPNPOST - END OF JOB SUMMARY'
              DISPLAY 'QUOTES READ       : ' WS-QUOTES-READ
              DISPLAY 'PENALTIES POSTED  : ' WS-PENALTIES-POSTED
              DISPLAY 'PENALTY TOTAL     : ' WS-PENALTY-TOTAL
              DISPLAY 'STILL WAITING     : ' WS-QUOTES-WAITING
              DISPLAY 'LAPSED            : ' WS-QUOTES-LAPSED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'TDPNPOST  ',
                  WS-QUOTES-READ, WS-PENALTIES-POSTED,
                  WS-QUOTES-LAPSED, WS-QUOTES-WAITING,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the withdrawal is looked for by its own UID. Not
              *> there yet means it is still on tonight's feed,
              *> on the hold queue or on the reject file - the
              *> quote waits, up to the lapse limit
              B000-WORK-ONE-QUOTE.
              MOVE 'N' TO WS-TRAN-FOUND
              MOVE TP-WITHDRAWAL-UID TO UID OF TRANSACTION-STRUCT
              READ TRANSACTIONS RECORD KEY IS
                  UID OF TRANSACTION-STRUCT
                INVALID KEY
                  MOVE 'N' TO WS-TRAN-FOUND
                NOT INVALID KEY
                  SET WITHDRAWAL-POSTED TO TRUE
              END-READ

              IF NOT WITHDRAWAL-POSTED
                COMPUTE WS-DAYS-WAITING =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(TP-QUOTED-DATE)
                IF WS-DAYS-WAITING > WS-LAPSE-DAYS
                  PERFORM B100-LAPSE-THE-QUOTE
                ELSE
                  ADD 1 TO WS-QUOTES-WAITING
                END-IF
                EXIT PARAGRAPH
              END-IF

              MOVE 'N' TO WS-MASTER-FOUND
              MOVE TP-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-MASTER-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                ADD 1 TO WS-QUOTES-WAITING
                DISPLAY 'TDPNPOST - ACCOUNT NOT ON MASTER FOR UID '
                    TP-WITHDRAWAL-UID
                EXIT PARAGRAPH
              END-IF

              PERFORM C000-POST-PENALTY-ENTRY
              SET PENALTY-POSTED TO TRUE
              MOVE WS-NEXT-FEE-UID TO TP-PENALTY-UID
              MOVE WS-RUN-DATE TO TP-POSTED-DATE
              REWRITE TERM-PENALTY-RECORD
              DISPLAY 'TDPNPOST CHARGED UID ' TP-WITHDRAWAL-UID
                  ' PENALTY ' TP-PENALTY-AMOUNT
                  ' AS UID ' TP-PENALTY-UID.

              B100-LAPSE-THE-QUOTE.
              SET PENALTY-LAPSED TO TRUE
              MOVE WS-RUN-DATE TO TP-POSTED-DATE
              REWRITE TERM-PENALTY-RECORD
              ADD 1 TO WS-QUOTES-LAPSED
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'EARLY BREAK PENALTY LAPSED - UID '
                  TP-WITHDRAWAL-UID ' NEVER POSTED'
                  DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'TDPNPOST', 'W',
                  WS-EXC-MESSAGE
              END-CALL.

              *> the penalty comes off the deposit as an
              *> ordinary fee, so the statement, the GL and the
              *> fee-refund path all see it the way they see
              *> ACCTSTAT's penalty at an early close
              C000-POST-PENALTY-ENTRY.
              SET FEE-UIDS-WERE-USED TO TRUE
              CALL 'UIDALLOC' USING 'FEE       ', 'TDPNPOST', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'EARLY WITHDRAWAL PENALTY' TO
                  DESC OF TRANSACTION-STRUCT
              COMPUTE AMOUNT OF TRANSACTION-STRUCT =
                  0 - TP-PENALTY-AMOUNT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE - TP-PENALTY-AMOUNT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              PERFORM G000-LOG-JOURNAL-ENTRY

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'TDPNPOST',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL
              ADD 1 TO WS-PENALTIES-POSTED
              ADD TP-PENALTY-AMOUNT TO WS-PENALTY-TOTAL.

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
