            IDENTIFICATION DIVISION.
            PROGRAM-ID. FEERPOST.
            *> posts the fee refunds supervisors have approved in
            *> FEERAPPR. Each refund goes on as a FEE-REFUND
            *> entry for the fee's amount with the sign turned
            *> round, described with the fee's own UID, through
            *> the same WRITE/journal/master-rollforward path as
            *> CORRPOST's offsetting entries; the fee itself is
            *> left exactly as it posted. The refund's UID and
            *> date go back onto the request on the fee-refund
            *> register (see copybooks/FEERFND), which is the
            *> link between the two. A refund whose account is
            *> gone or no longer open for posting goes to
            *> REJECTS and stays approved for the next run.
            *> Refunds take their UIDs from UIDALLOC's REFUND
            *> range (93001-93999) - a refund belongs to no
            *> feed's run
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL FEE-REFUNDS
                      ASSIGN TO 'fee_refunds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FQ-FEE-UID.

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

                  SELECT REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-REFUNDS.
                COPY FEERFND.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD REJECTS.
                COPY REJECT.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-REFUNDS-EOF PIC X VALUE 'N'.
                    88 END-OF-REFUNDS VALUE 'Y'.
                  05 WS-REFUND-UIDS-USED PIC X VALUE 'N'.
                    88 REFUND-UIDS-WERE-USED VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                01 WS-NEXT-REFUND-UID PIC 9(5) VALUE 0.

                01 WS-ACCOUNT-POSTABLE PIC X VALUE 'N'.
                  88 ACCOUNT-OPEN-FOR-POSTING VALUE 'Y'.

                01 WS-REFUND-AMOUNT PIC S9(6)V9(2).

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
                  05 WS-REFUNDS-READ PIC 9(7) VALUE 0.
                  05 WS-REFUNDS-POSTED PIC 9(7) VALUE 0.
                  05 WS-REFUNDS-REFUSED PIC 9(7) VALUE 0.
                  05 WS-REFUNDED-TOTAL PIC S9(9)V9(2) VALUE 0.

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

              OPEN I-O FEE-REFUNDS
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN EXTEND REJECTS

              MOVE 0 TO FQ-FEE-UID
              START FEE-REFUNDS KEY IS NOT LESS THAN FQ-FEE-UID
                INVALID KEY
                  SET END-OF-REFUNDS TO TRUE
              END-START
              PERFORM UNTIL END-OF-REFUNDS
                READ FEE-REFUNDS NEXT RECORD
                  AT END
                    SET END-OF-REFUNDS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-REFUNDS-READ
                    IF REFUND-APPROVED
                      PERFORM B000-POST-ONE-REFUND
                    END-IF
                END-READ
              END-PERFORM

              CLOSE FEE-REFUNDS
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE REJECTS

              IF REFUND-UIDS-WERE-USED
                CALL 'UIDALLOC' USING 'REFUND    ', 'FEERPOST', 'R',
                    WS-NEXT-REFUND-UID
                END-CALL
              END-IF

              IF WS-REFUNDS-REFUSED > 0
                MOVE 'APPROVED FEE REFUNDS NOT POSTED - SEE REJECTS'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'FEERPOST', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'FEERPOST - END OF JOB SUMMARY'
              DISPLAY 'REQUESTS READ     : ' WS-REFUNDS-READ
              DISPLAY 'REFUNDS POSTED    : ' WS-REFUNDS-POSTED
              DISPLAY 'TOTAL REFUNDED    : ' WS-REFUNDED-TOTAL
              DISPLAY 'REFUSED AT POSTING: ' WS-REFUNDS-REFUSED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'FEERPOST  ',
                  WS-REFUNDS-READ, WS-REFUNDS-POSTED,
                  WS-REFUNDS-REFUSED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> lifecycle guard, same rule as CORRPOST's
              *> E000-POST-OFFSETTING-ENTRY - a refund posts
              *> nothing against a frozen or closed account
              B000-POST-ONE-REFUND.
              MOVE 'N' TO WS-ACCOUNT-POSTABLE
              MOVE FQ-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'FEE REFUND ACCOUNT NOT FOUND ON MASTER'
                      TO RJ-REASON
                NOT INVALID KEY
                  IF ACCOUNT-OPEN
                      OR AM-STATUS-DATE > WS-RUN-DATE
                    SET ACCOUNT-OPEN-FOR-POSTING TO TRUE
                  ELSE
                    MOVE 'FEE REFUND ACCOUNT NOT OPEN FOR POSTING'
                        TO RJ-REASON
                  END-IF
              END-READ

              IF NOT ACCOUNT-OPEN-FOR-POSTING
                MOVE FQ-FEE-UID TO RJ-UID
                MOVE FEE-REFUND-RECORD TO RJ-RECORD-IMAGE
                MOVE WS-RUN-DATE TO RJ-DATE
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
                ADD 1 TO WS-REFUNDS-REFUSED
                EXIT PARAGRAPH
              END-IF

              PERFORM C000-POST-REFUND-ENTRY
              SET REFUND-APPLIED TO TRUE
              MOVE WS-NEXT-REFUND-UID TO FQ-REFUND-UID
              MOVE WS-RUN-DATE TO FQ-REFUND-DATE
              REWRITE FEE-REFUND-RECORD
              DISPLAY 'FEERPOST REFUNDED FEE UID ' FQ-FEE-UID
                  ' AS UID ' FQ-REFUND-UID.

              *> the fee's own amount with the sign turned round
              *> - a maintenance or NSF fee came off the balance
              *> and goes back on; a loan late charge went onto
              *> the loan and comes back off it
              C000-POST-REFUND-ENTRY.
              COMPUTE WS-REFUND-AMOUNT = 0 - FQ-FEE-AMOUNT
              CALL 'UIDALLOC' USING 'REFUND    ', 'FEERPOST', 'N',
                  WS-NEXT-REFUND-UID
              END-CALL
              SET REFUND-UIDS-WERE-USED TO TRUE
              MOVE WS-NEXT-REFUND-UID TO UID OF TRANSACTION-STRUCT
              MOVE SPACES TO DESC OF TRANSACTION-STRUCT
              STRING 'FEE REFUND OF UID ' FQ-FEE-UID
                  DELIMITED BY SIZE INTO DESC OF TRANSACTION-STRUCT
              END-STRING
              MOVE WS-REFUND-AMOUNT TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + WS-REFUND-AMOUNT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET FEE-REFUND OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              PERFORM G000-LOG-JOURNAL-ENTRY

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                  AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'FEERPOST',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL
              ADD 1 TO WS-REFUNDS-POSTED
              ADD WS-REFUND-AMOUNT TO WS-REFUNDED-TOTAL.

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
