            IDENTIFICATION DIVISION.
            PROGRAM-ID. SDBBILL.
            *> safe deposit box annual rent billing - the yearly
            *> box rent used to be keyed as a fee at the counter by
            *> whichever teller remembered. Each night this walks
            *> the box register (see copybooks/SDBOX) and, for
            *> every rented box whose anniversary has come, bills
            *> the year's rent for the box's size off the branch's
            *> row of fee_schedule.txt and moves the anniversary on
            *> a year. Rent owing is taken from the renter's debit
            *> account as an 'F' fee through the normal journaled
            *> write path, FEEASSES's way (a FEEPOST journal entry,
            *> a UID out of UIDALLOC's FEE range), when the account
            *> is open and its balance and overdraft line will bear
            *> it; otherwise the rent stays owing, the box is
            *> marked delinquent from that night, and collection is
            *> tried again every night after until it is paid. The
            *> night's report, stowed as a dated generation, shows
            *> the rents collected, every delinquent box with what
            *> it owes and for how long, and the vacated boxes
            *> waiting to be re-keyed and let again
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL SAFE-DEPOSIT-BOXES
                      ASSIGN TO 'safe_deposit_boxes.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per branch - only the box rents by
                  *> size are used here (see FEEASSES)
                  SELECT FEE-SCHEDULE
                      ASSIGN TO 'fee_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

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

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the night's collections, delinquent boxes and
                  *> re-letting list - stowed as a dated generation
                  *> at end of job (see RPTSTOW)
                  SELECT BOX-REPORT
                      ASSIGN TO 'safe_deposit_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SAFE-DEPOSIT-BOXES.
                COPY SDBOX.

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

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD BOX-REPORT.
                01 REPORT-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-BOXES-EOF PIC X VALUE 'N'.
                    88 END-OF-BOXES VALUE 'Y'.
                  05 WS-SCHEDULE-EOF PIC X VALUE 'N'.
                    88 END-OF-SCHEDULE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> who is running this - 'BATCH' when the
                *> scheduler runs it (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> each branch's box rents by size - a branch with
                *> no row, or a size priced at zero, pays no rent
                01 WS-RENT-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-RENT-TABLE.
                  05 WS-RENT-ENTRY OCCURS 20 TIMES.
                    10 WS-RENT-BRANCH-CODE PIC X(4).
                    10 WS-RENT-SMALL PIC 9(4)V9(2).
                    10 WS-RENT-MEDIUM PIC 9(4)V9(2).
                    10 WS-RENT-LARGE PIC 9(4)V9(2).
                01 WS-RENT-IDX PIC 9(2).
                01 WS-BOX-RENT PIC 9(4)V9(2) VALUE 0.

                *> the register loaded whole and rewritten whole,
                *> OUTCLEAR's idiom
                01 WS-BOX-COUNT PIC 9(4) VALUE 0.
                01 WS-BOX-TABLE.
                  05 WS-BOX-IMAGE PIC X(92) OCCURS 2000 TIMES.
                01 WS-BOX-IDX PIC 9(4).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> rent postings get a UID out of UIDALLOC's FEE
                *> range, as FEEASSES's service charges do
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.
                01 WS-POST-AMOUNT PIC S9(6)V9(2) VALUE 0.
                01 WS-POST-DESC PIC X(30).
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-AGE-DAYS PIC S9(7).

                01 WS-REPORT-DETAIL.
                  05 RD-BRANCH-CODE PIC X(4).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-BOX-NUMBER PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-CUSTOMER-NUMBER PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-CUSTOMER-NAME PIC X(25).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-AMOUNT PIC Z,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-DAYS PIC Z(4)9.

                01 WS-COUNTS.
                  05 WS-BOXES-READ PIC 9(5) VALUE 0.
                  05 WS-RENTS-BILLED PIC 9(5) VALUE 0.
                  05 WS-NO-RENT-COUNT PIC 9(5) VALUE 0.
                  05 WS-RENTS-COLLECTED PIC 9(5) VALUE 0.
                  05 WS-COLLECTED-TOTAL PIC 9(7)V9(2) VALUE 0.
                  05 WS-DELINQUENT-COUNT PIC 9(5) VALUE 0.
                  05 WS-DELINQUENT-TOTAL PIC 9(7)V9(2) VALUE 0.
                  05 WS-VACATED-COUNT PIC 9(5) VALUE 0.
                  05 WS-AVAILABLE-COUNT PIC 9(5) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

                *> end-of-job statistics for RUNSTAT - a box whose
                *> rent stays owing counts as held; the walk takes
                *> no checkpoint, so it never runs as a restart
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-HELD PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-FEE-SCHEDULE
              PERFORM B100-LOAD-BOX-REGISTER

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT BOX-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'SAFE DEPOSIT BOX RENT - ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'RENTS COLLECTED' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                PERFORM C000-BILL-ONE-BOX
                MOVE SAFE-DEPOSIT-BOX-RECORD TO
                    WS-BOX-IMAGE(WS-BOX-IDX)
              END-PERFORM
              PERFORM E000-LIST-DELINQUENT-BOXES
              PERFORM E100-LIST-BOXES-TO-RELET

              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE CUSTOMER-MASTER
              CLOSE BOX-REPORT
              PERFORM F000-REWRITE-BOX-REGISTER
              CALL 'UIDALLOC' USING 'FEE       ', 'SDBBILL ', 'R',
                  WS-NEXT-FEE-UID
              END-CALL
              CALL 'RPTSTOW' USING 'SDBOXRENT   ',
                  'safe_deposit_report.txt                 '
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-BOXES-READ TO WS-STAT-READ
              MOVE WS-RENTS-COLLECTED TO WS-STAT-POSTED
              MOVE WS-DELINQUENT-COUNT TO WS-STAT-HELD
              CALL 'RUNSTAT' USING 'SDBBILL   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-HELD,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'SDBBILL - END OF JOB SUMMARY'
              DISPLAY 'BOXES ON REGISTER : ' WS-BOXES-READ
              DISPLAY 'RENTS BILLED      : ' WS-RENTS-BILLED
              DISPLAY 'NO RENT SCHEDULED : ' WS-NO-RENT-COUNT
              DISPLAY 'RENTS COLLECTED   : ' WS-RENTS-COLLECTED
              DISPLAY 'AMOUNT COLLECTED  : ' WS-COLLECTED-TOTAL
              DISPLAY 'DELINQUENT BOXES  : ' WS-DELINQUENT-COUNT
              DISPLAY 'AMOUNT OWING      : ' WS-DELINQUENT-TOTAL
              DISPLAY 'VACATED, TO RELET : ' WS-VACATED-COUNT
              DISPLAY 'AVAILABLE TO LET  : ' WS-AVAILABLE-COUNT
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-FEE-SCHEDULE.
              OPEN INPUT FEE-SCHEDULE
              PERFORM UNTIL END-OF-SCHEDULE
                READ FEE-SCHEDULE
                  AT END
                    SET END-OF-SCHEDULE TO TRUE
                  NOT AT END
                    IF WS-RENT-BRANCH-COUNT < 20
                      ADD 1 TO WS-RENT-BRANCH-COUNT
                      MOVE FS-FEED-BRANCH-CODE TO
                          WS-RENT-BRANCH-CODE(WS-RENT-BRANCH-COUNT)
                      MOVE 0 TO WS-RENT-SMALL(WS-RENT-BRANCH-COUNT)
                          WS-RENT-MEDIUM(WS-RENT-BRANCH-COUNT)
                          WS-RENT-LARGE(WS-RENT-BRANCH-COUNT)
                      IF FS-FEED-BOX-RENT-SMALL IS NUMERIC
                        MOVE FS-FEED-BOX-RENT-SMALL TO
                            WS-RENT-SMALL(WS-RENT-BRANCH-COUNT)
                      END-IF
                      IF FS-FEED-BOX-RENT-MEDIUM IS NUMERIC
                        MOVE FS-FEED-BOX-RENT-MEDIUM TO
                            WS-RENT-MEDIUM(WS-RENT-BRANCH-COUNT)
                      END-IF
                      IF FS-FEED-BOX-RENT-LARGE IS NUMERIC
                        MOVE FS-FEED-BOX-RENT-LARGE TO
                            WS-RENT-LARGE(WS-RENT-BRANCH-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FEE-SCHEDULE.

              B100-LOAD-BOX-REGISTER.
              OPEN INPUT SAFE-DEPOSIT-BOXES
              PERFORM UNTIL END-OF-BOXES
                READ SAFE-DEPOSIT-BOXES
                  AT END
                    SET END-OF-BOXES TO TRUE
                  NOT AT END
                    IF WS-BOX-COUNT >= 2000
                      DISPLAY 'SDBBILL ABEND - BOX REGISTER '
                          'EXCEEDS 2000 BOXES - NOTHING BILLED'
                      MOVE 'SAFE DEPOSIT BOX REGISTER OVER 2000'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'SDBBILL ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE SAFE-DEPOSIT-BOXES
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-BOX-COUNT
                    ADD 1 TO WS-BOXES-READ
                    MOVE SAFE-DEPOSIT-BOX-RECORD TO
                        WS-BOX-IMAGE(WS-BOX-COUNT)
                END-READ
              END-PERFORM
              CLOSE SAFE-DEPOSIT-BOXES.

              *> the anniversary bills the year's rent onto what
              *> the box owes; whatever is owing is then collected
              *> if the account will bear it
              C000-BILL-ONE-BOX.
              IF NOT BOX-RENTED
                EXIT PARAGRAPH
              END-IF
              IF SB-ANNIVERSARY-DATE > 0
                  AND SB-ANNIVERSARY-DATE <= WS-RUN-DATE
                PERFORM C100-FIND-BOX-RENT
                IF WS-BOX-RENT = 0
                  ADD 1 TO WS-NO-RENT-COUNT
                ELSE
                  ADD WS-BOX-RENT TO SB-RENT-DUE
                  ADD 1 TO WS-RENTS-BILLED
                END-IF
                *> a year on - a 29 February letting falls due on
                *> the 28th in the years between
                ADD 10000 TO SB-ANNIVERSARY-DATE
                IF SB-ANNIVERSARY-DATE(5:4) = '0229'
                  SUBTRACT 1 FROM SB-ANNIVERSARY-DATE
                END-IF
              END-IF
              IF SB-RENT-DUE > 0
                PERFORM C200-COLLECT-RENT
              END-IF.

              C100-FIND-BOX-RENT.
              MOVE 0 TO WS-BOX-RENT
              PERFORM VARYING WS-RENT-IDX FROM 1 BY 1
                  UNTIL WS-RENT-IDX > WS-RENT-BRANCH-COUNT
                IF WS-RENT-BRANCH-CODE(WS-RENT-IDX) = SB-BRANCH-CODE
                  EVALUATE TRUE
                    WHEN BOX-SMALL
                      MOVE WS-RENT-SMALL(WS-RENT-IDX) TO WS-BOX-RENT
                    WHEN BOX-MEDIUM
                      MOVE WS-RENT-MEDIUM(WS-RENT-IDX) TO
                          WS-BOX-RENT
                    WHEN BOX-LARGE
                      MOVE WS-RENT-LARGE(WS-RENT-IDX) TO WS-BOX-RENT
                  END-EVALUATE
                END-IF
              END-PERFORM.

              *> the whole amount owing or nothing - an account
              *> that is not open, is not a deposit account, or
              *> would go past its overdraft line leaves the box
              *> delinquent from tonight
              C200-COLLECT-RENT.
              MOVE SB-DEBIT-ACCOUNT TO AM-ACCOUNT-ID
              PERFORM X100-READ-ACCOUNT
              IF ACCOUNT-ON-MASTER
                  AND ACCOUNT-OPEN
                  AND NOT PRODUCT-LOAN
                  AND NOT PRODUCT-TERM
                  AND AM-BALANCE + AM-OVERDRAFT-LIMIT >= SB-RENT-DUE
                PERFORM D000-POST-RENT
                ADD 1 TO WS-RENTS-COLLECTED
                ADD SB-RENT-DUE TO WS-COLLECTED-TOTAL
                MOVE SB-RENT-DUE TO RD-AMOUNT
                MOVE WS-RUN-DATE TO RD-DATE
                MOVE 0 TO WS-AGE-DAYS
                PERFORM G000-WRITE-DETAIL
                MOVE 0 TO SB-RENT-DUE
                MOVE 0 TO SB-DELINQUENT-SINCE
                MOVE WS-RUN-DATE TO SB-LAST-PAID-DATE
              ELSE
                IF SB-DELINQUENT-SINCE = 0
                  MOVE WS-RUN-DATE TO SB-DELINQUENT-SINCE
                END-IF
              END-IF.

              *> the rent reduces the balance, so AMOUNT carries a
              *> negative sign - FEEASSES's D000 sequence
              D000-POST-RENT.
              COMPUTE WS-POST-AMOUNT = 0 - SB-RENT-DUE
              CALL 'UIDALLOC' USING 'FEE       ', 'SDBBILL ', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              MOVE SPACES TO WS-POST-DESC
              STRING 'SAFE DEPOSIT BOX RENT ' SB-BOX-NUMBER
                  DELIMITED BY SIZE INTO WS-POST-DESC
              END-STRING
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
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
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              *> FEEPOST rather than WRITE, as FEEASSES stamps
              *> its charges - the rent is no feed run's posting
              MOVE 'FEEPOST' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'SDBBILL ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL.

              E000-LIST-DELINQUENT-BOXES.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'DELINQUENT BOXES - RENT OWING SINCE' TO
                  REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                IF SB-RENT-DUE > 0
                  ADD 1 TO WS-DELINQUENT-COUNT
                  ADD SB-RENT-DUE TO WS-DELINQUENT-TOTAL
                  MOVE SB-RENT-DUE TO RD-AMOUNT
                  MOVE SB-DELINQUENT-SINCE TO RD-DATE
                  COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE(SB-DELINQUENT-SINCE)
                  PERFORM G000-WRITE-DETAIL
                END-IF
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              STRING 'DELINQUENT BOXES: ' WS-DELINQUENT-COUNT
                  '  OWING: ' WS-DELINQUENT-TOTAL
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE.

              *> vacated boxes by how long they have stood empty,
              *> then the count ready to let
              E100-LIST-BOXES-TO-RELET.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'VACATED BOXES AWAITING RE-LETTING - VACATED ON'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                IF BOX-AVAILABLE
                  ADD 1 TO WS-AVAILABLE-COUNT
                END-IF
                IF BOX-VACATED
                  ADD 1 TO WS-VACATED-COUNT
                  MOVE 0 TO RD-AMOUNT
                  MOVE SB-VACATED-DATE TO RD-DATE
                  COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE(SB-VACATED-DATE)
                  PERFORM G000-WRITE-DETAIL
                END-IF
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              STRING 'VACATED: ' WS-VACATED-COUNT
                  '  AVAILABLE TO LET: ' WS-AVAILABLE-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE.

              F000-REWRITE-BOX-REGISTER.
              OPEN OUTPUT SAFE-DEPOSIT-BOXES
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                WRITE SAFE-DEPOSIT-BOX-RECORD
              END-PERFORM
              CLOSE SAFE-DEPOSIT-BOXES.

              *> the renter's name off CUSTOMER-MASTER - a vacated
              *> box has none
              G000-WRITE-DETAIL.
              MOVE SB-BRANCH-CODE TO RD-BRANCH-CODE
              MOVE SB-BOX-NUMBER TO RD-BOX-NUMBER
              MOVE SB-CUSTOMER-NUMBER TO RD-CUSTOMER-NUMBER
              MOVE SB-DEBIT-ACCOUNT TO RD-ACCOUNT-ID
              MOVE SPACES TO RD-CUSTOMER-NAME
              IF SB-CUSTOMER-NUMBER > 0
                MOVE SB-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE SPACES TO CM-CUSTOMER-NAME
                END-READ
                MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
              END-IF
              MOVE WS-AGE-DAYS TO RD-DAYS
              WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

              *> ACCOUNT-MASTER is open I-O for the run
              X100-READ-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ.
