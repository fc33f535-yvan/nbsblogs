            IDENTIFICATION DIVISION.
            PROGRAM-ID. LIQLADR.
            *> term-deposit maturity ladder and liquidity gap
            *> report for treasury - the monthly question of how
            *> much term money falls due in the next 7, 30, 90,
            *> 180 and 365 days was being answered by sorting a
            *> spreadsheet export of ACCOUNT-MASTER. This walks
            *> the master and buckets every open term deposit
            *> ('T') by the days left to its AM-MATURITY-DATE -
            *> count, amount and the amount-weighted average
            *> AM-TERM-RATE per bucket - for each branch and
            *> currency, with the open demand balances beside the
            *> buckets as the money already payable on demand.
            *> The scheduled outflows sit in the same buckets:
            *> every debit standing order on standing_orders.txt
            *> stepped forward by its frequency over the year
            *> ahead, and tonight's sweeps on sweep_control.txt
            *> at today's balances (a sweep runs every night, so
            *> only the next one is a figure worth printing). The
            *> branch comes off account_rate_xref.txt; an
            *> account's currency is the currency of its postings
            *> on TRANSACTIONS (USD for an account with none),
            *> and the bank-wide ladder at the foot is converted
            *> to the base currency through FXCONV. The same
            *> figures go to liquidity_extract.txt, one row per
            *> branch, currency and bucket, closed with a
            *> TRAILREC-style trailer so treasury's loader can
            *> prove the file. Both files are stowed in the
            *> report repository. Run parameter is the as-of
            *> date, the business date when none is given. The
            *> liquidity extract goes on the outbound transmission
            *> manifest through XMITREG as it is closed (see
            *> copybooks/XMITMAN), which keeps the generation with
            *> its count and hash total as the proof of sending and
            *> for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> walked in key order, then read by key for
                  *> each sweep rule's child account
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same indexed definition as files.cbl - read
                  *> once for each account's posting currency
                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT OPTIONAL STANDING-ORDERS
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL SWEEP-CONTROL
                      ASSIGN TO 'sweep_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT LADDER-REPORT
                      ASSIGN TO 'liquidity_ladder.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT LIQUIDITY-EXTRACT
                      ASSIGN TO 'liquidity_extract.txt'
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

                *> same field order/size as SWEEPGEN's
                FD SWEEP-CONTROL.
                01 SW-FEED-RECORD.
                  02 SW-FEED-CHILD-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-BALANCE PIC 9(8)V9(2).
                  02 SW-FEED-STATUS PIC X(1).
                    88 SWEEP-RULE-SUSPENDED VALUE 'S'.

                FD LADDER-REPORT.
                01 REPORT-LINE PIC X(132).

                FD LIQUIDITY-EXTRACT.
                01 EXTRACT-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.
                  05 WS-TRANS-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-SWEEP-EOF PIC X VALUE 'N'.
                    88 END-OF-SWEEPS VALUE 'Y'.

                *> run parameter is the as-of date - follows
                *> loops.cbl's run-parameter pattern
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-TODAY-INTEGER PIC 9(9).
                01 WS-HORIZON-DATE PIC 9(8).
                01 WS-DAYS-OUT PIC S9(7).

                *> the six buckets - the upper bound of each in
                *> days from the as-of date, the last one open
                *> ended
                01 WS-BAND-LIMITS.
                  05 FILLER PIC X(18)
                      VALUE '007030090180365999'.
                01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
                  05 WS-BAND-LIMIT PIC 9(3) OCCURS 6 TIMES.
                01 WS-BAND-LABELS.
                  05 FILLER PIC X(8) VALUE '0-7 DAYS'.
                  05 FILLER PIC X(8) VALUE '8-30    '.
                  05 FILLER PIC X(8) VALUE '31-90   '.
                  05 FILLER PIC X(8) VALUE '91-180  '.
                  05 FILLER PIC X(8) VALUE '181-365 '.
                  05 FILLER PIC X(8) VALUE 'OVER 365'.
                01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
                  05 WS-BAND-LABEL PIC X(8) OCCURS 6 TIMES.
                01 WS-BAND-IDX PIC 9(1).
                01 WS-BAND-MATCH PIC 9(1).

                *> account-to-branch cross-reference
                01 WS-XREF-COUNT PIC 9(4) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                    10 WS-XREF-ACCOUNT PIC S9(7).
                    10 WS-XREF-BRANCH PIC X(4).
                01 WS-XREF-IDX PIC 9(4).

                *> accounts that post in a currency other than
                *> the base - everything else is USD
                01 WS-ACCY-COUNT PIC 9(4) VALUE 0.
                01 WS-ACCY-TABLE.
                  05 WS-ACCY-ENTRY OCCURS 1000 TIMES.
                    10 WS-ACCY-ACCOUNT PIC S9(7).
                    10 WS-ACCY-CURRENCY PIC X(3).
                01 WS-ACCY-IDX PIC 9(4).
                01 WS-ACCY-MATCH PIC 9(4).

                *> the account the bucket is being found for, and
                *> its branch and currency
                01 WS-LOOKUP-ACCOUNT PIC S9(7).
                01 WS-LOOKUP-BRANCH PIC X(4).
                01 WS-LOOKUP-CURRENCY PIC X(3).

                *> one ladder per branch and currency
                01 WS-GRP-COUNT PIC 9(3) VALUE 0.
                01 WS-GRP-TABLE.
                  05 WS-GRP-ENTRY OCCURS 100 TIMES.
                    10 WS-GRP-BRANCH PIC X(4).
                    10 WS-GRP-CURRENCY PIC X(3).
                    10 WS-GRP-DEMAND-COUNT PIC 9(5).
                    10 WS-GRP-DEMAND-AMOUNT PIC S9(9)V9(2).
                    10 WS-GRP-BAND OCCURS 6 TIMES.
                      15 WS-GB-TERM-COUNT PIC 9(5).
                      15 WS-GB-TERM-AMOUNT PIC S9(9)V9(2).
                      15 WS-GB-RATE-WEIGHT PIC S9(9)V9(5).
                      15 WS-GB-ORDER-OUT PIC S9(9)V9(2).
                      15 WS-GB-SWEEP-OUT PIC S9(9)V9(2).
                01 WS-GRP-IDX PIC 9(3).
                01 WS-GRP-MATCH PIC 9(3).

                *> the bank-wide ladder in the base currency
                01 WS-BASE-DEMAND-COUNT PIC 9(7) VALUE 0.
                01 WS-BASE-DEMAND-AMOUNT PIC S9(9)V9(2) VALUE 0.
                01 WS-BASE-TABLE.
                  05 WS-BASE-BAND OCCURS 6 TIMES.
                    10 WS-BB-TERM-COUNT PIC 9(7).
                    10 WS-BB-TERM-AMOUNT PIC S9(9)V9(2).
                    10 WS-BB-RATE-WEIGHT PIC S9(9)V9(5).
                    10 WS-BB-ORDER-OUT PIC S9(9)V9(2).
                    10 WS-BB-SWEEP-OUT PIC S9(9)V9(2).

                *> FXCONV's conversion interface, staged
                *> full-width for its linkage
                01 WS-FX-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-BASE-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-STATUS PIC X.
                  88 AMOUNT-CONVERTED VALUE 'Y'.
                  88 AMOUNT-NOT-CONVERTED VALUE 'N'.
                01 WS-GROUP-CONVERTED PIC X VALUE 'Y'.
                  88 GROUP-ALL-CONVERTED VALUE 'Y'.

                01 WS-AVG-RATE PIC 9V9(4) VALUE 0.
                01 WS-TOTAL-OUT PIC S9(9)V9(2) VALUE 0.
                01 WS-CUMULATIVE-OUT PIC S9(9)V9(2) VALUE 0.

                *> standing-order stepping - STORDGEN's
                *> C100-ADVANCE-NEXT-DATE arithmetic
                01 WS-NEXT-DATE PIC 9(8).
                01 WS-NEXT-DATE-SPLIT REDEFINES WS-NEXT-DATE.
                  05 WS-ND-YEAR PIC 9(4).
                  05 WS-ND-MONTH PIC 9(2).
                  05 WS-ND-DAY PIC 9(2).
                01 WS-DATE-INTEGER PIC 9(9).
                01 WS-ORDER-OUT PIC S9(9)V9(2).
                01 WS-SWEEP-EXCESS PIC S9(9)V9(2).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-HEADING-1.
                  05 FILLER PIC X(35)
                      VALUE 'TERM MATURITY LADDER AND LIQUIDITY '.
                  05 FILLER PIC X(15) VALUE 'GAP - AS OF   '.
                  05 HD-DATE PIC 9(8).
                01 WS-GROUP-HEADING.
                  05 FILLER PIC X(8) VALUE 'BRANCH: '.
                  05 GH-BRANCH PIC X(4).
                  05 FILLER PIC X(12) VALUE '  CURRENCY: '.
                  05 GH-CURRENCY PIC X(3).
                  05 FILLER PIC X(20)
                      VALUE '  DEMAND BALANCES:  '.
                  05 GH-DEMAND-COUNT PIC ZZZZZZ9.
                  05 FILLER PIC X(10) VALUE ' ACCOUNTS '.
                  05 GH-DEMAND-AMOUNT PIC -(11)9.99.
                01 WS-COLUMN-HEADING.
                  05 FILLER PIC X(10) VALUE 'BUCKET'.
                  05 FILLER PIC X(8) VALUE '   TERMS'.
                  05 FILLER PIC X(16)
                      VALUE '   TERM MATURING'.
                  05 FILLER PIC X(8) VALUE ' AVG RTE'.
                  05 FILLER PIC X(16)
                      VALUE '   STANDING ORDS'.
                  05 FILLER PIC X(16)
                      VALUE '          SWEEPS'.
                  05 FILLER PIC X(16)
                      VALUE '       TOTAL OUT'.
                  05 FILLER PIC X(16)
                      VALUE '      CUMULATIVE'.

                01 WS-BAND-LINE.
                  05 BL-LABEL PIC X(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BL-TERM-COUNT PIC ZZZZZZZ9.
                  05 BL-TERM-AMOUNT PIC -(12)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BL-AVG-RATE PIC 9.9999.
                  05 BL-ORDER-OUT PIC -(12)9.99.
                  05 BL-SWEEP-OUT PIC -(12)9.99.
                  05 BL-TOTAL-OUT PIC -(12)9.99.
                  05 BL-CUMULATIVE PIC -(12)9.99.

                *> one extract row per branch, currency and
                *> bucket - bucket 0 is the demand balances
                01 WS-EXTRACT-DETAIL.
                  05 LX-RECORD-TYPE PIC X(1) VALUE 'D'.
                  05 LX-AS-OF-DATE PIC 9(8).
                  05 LX-BRANCH PIC X(4).
                  05 LX-CURRENCY PIC X(3).
                  05 LX-BUCKET PIC 9(1).
                  05 LX-BUCKET-DAYS PIC 9(3).
                  05 LX-ACCOUNT-COUNT PIC 9(7).
                  05 LX-AMOUNT PIC S9(9)V9(2).
                  05 LX-AVG-RATE PIC 9V9(4).
                  05 LX-ORDER-OUT PIC S9(9)V9(2).
                  05 LX-SWEEP-OUT PIC S9(9)V9(2).
                  05 LX-BASE-AMOUNT PIC S9(9)V9(2).
                  05 LX-CONVERTED PIC X(1).

                *> the hash total is the straight sum of the
                *> amount column in whole units, TRAILREC's idea
                01 WS-EXTRACT-TRAILER.
                  05 LX-T-RECORD-TYPE PIC X(1) VALUE 'T'.
                  05 LX-T-DATE PIC 9(8).
                  05 LX-T-COUNT PIC 9(7).
                  05 LX-T-HASH PIC 9(12).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                  05 WS-TERM-COUNT PIC 9(7) VALUE 0.
                  05 WS-DEMAND-COUNT PIC 9(7) VALUE 0.
                  05 WS-ORDERS-SPREAD PIC 9(5) VALUE 0.
                  05 WS-SWEEPS-COUNTED PIC 9(5) VALUE 0.
                  05 WS-NOT-CONVERTED PIC 9(5) VALUE 0.
                  05 WS-GROUPS-DROPPED PIC 9(5) VALUE 0.
                  05 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
                  05 WS-HASH-TOTAL PIC 9(12) VALUE 0.
                01 WS-HASH-UNITS PIC 9(12).

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

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
              COMPUTE WS-TODAY-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
              COMPUTE WS-HORIZON-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 365)
              INITIALIZE WS-GRP-TABLE
              INITIALIZE WS-BASE-TABLE

              PERFORM B000-LOAD-BRANCH-XREF
              PERFORM B100-LOAD-ACCOUNT-CURRENCIES

              OPEN INPUT ACCOUNT-MASTER
              PERFORM C000-WALK-THE-MASTER
              PERFORM D000-SPREAD-STANDING-ORDERS
              PERFORM E000-COUNT-TONIGHTS-SWEEPS
              CLOSE ACCOUNT-MASTER

              OPEN OUTPUT LADDER-REPORT
              OPEN OUTPUT LIQUIDITY-EXTRACT
              MOVE WS-REPORT-DATE TO HD-DATE
              WRITE REPORT-LINE FROM WS-HEADING-1
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                  UNTIL WS-GRP-IDX > WS-GRP-COUNT
                PERFORM F000-PRINT-ONE-GROUP
              END-PERFORM
              PERFORM F200-PRINT-BANK-TOTAL
              MOVE WS-REPORT-DATE TO LX-T-DATE
              MOVE WS-RECORDS-WRITTEN TO LX-T-COUNT
              MOVE WS-HASH-TOTAL TO LX-T-HASH
              WRITE EXTRACT-LINE FROM WS-EXTRACT-TRAILER
              CLOSE LADDER-REPORT
              CLOSE LIQUIDITY-EXTRACT
              CALL 'XMITREG' USING 'LIQEXTRACT  ',
                  'liquidity_extract.txt                   '
              END-CALL

              CALL 'RPTSTOW' USING 'LIQLADDER   ',
                  'liquidity_ladder.txt                    '
              END-CALL
              CALL 'RPTSTOW' USING 'LIQEXTRACT  ',
                  'liquidity_extract.txt                   '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'LIQLADR - END OF JOB SUMMARY'
              DISPLAY 'AS-OF DATE        : ' WS-REPORT-DATE
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'TERM DEPOSITS     : ' WS-TERM-COUNT
              DISPLAY 'DEMAND ACCOUNTS   : ' WS-DEMAND-COUNT
              DISPLAY 'ORDERS SPREAD     : ' WS-ORDERS-SPREAD
              DISPLAY 'SWEEPS COUNTED    : ' WS-SWEEPS-COUNTED
              DISPLAY 'LADDERS           : ' WS-GRP-COUNT
              DISPLAY 'NOT CONVERTED     : ' WS-NOT-CONVERTED
              DISPLAY 'EXTRACT RECORDS   : ' WS-RECORDS-WRITTEN
              DISPLAY '=========================================='
              IF WS-GROUPS-DROPPED > 0
                DISPLAY 'LIQLADR - BRANCH/CURRENCY TABLE FULL, '
                    'ACCOUNTS LEFT OFF: ' WS-GROUPS-DROPPED
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              MOVE WS-RECORDS-WRITTEN TO WS-STAT-POSTED
              CALL 'RUNSTAT' USING 'LIQLADR   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-BRANCH-XREF.
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-XREF
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-XREF-COUNT < 2000
                      ADD 1 TO WS-XREF-COUNT
                      MOVE XR-FEED-ACCOUNT-ID TO
                          WS-XREF-ACCOUNT(WS-XREF-COUNT)
                      MOVE XR-FEED-BRANCH-CODE TO
                          WS-XREF-BRANCH(WS-XREF-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> the account's latest posting says its currency;
              *> only accounts that are not plain USD are kept
              B100-LOAD-ACCOUNT-CURRENCIES.
              OPEN INPUT TRANSACTIONS
              PERFORM UNTIL END-OF-TRANS
                READ TRANSACTIONS NEXT RECORD
                  AT END
                    SET END-OF-TRANS TO TRUE
                  NOT AT END
                    MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                        WS-LOOKUP-ACCOUNT
                    PERFORM X100-FIND-ACCOUNT-CURRENCY
                    IF WS-ACCY-MATCH > 0
                      MOVE CURRENCY-CODE OF TRANSACTION-STRUCT
                          TO WS-ACCY-CURRENCY(WS-ACCY-MATCH)
                    ELSE
                      IF CURRENCY-CODE OF TRANSACTION-STRUCT
                              NOT = 'USD'
                          AND CURRENCY-CODE OF TRANSACTION-STRUCT
                              NOT = SPACES
                          AND WS-ACCY-COUNT < 1000
                        ADD 1 TO WS-ACCY-COUNT
                        MOVE WS-LOOKUP-ACCOUNT TO
                            WS-ACCY-ACCOUNT(WS-ACCY-COUNT)
                        MOVE CURRENCY-CODE OF TRANSACTION-STRUCT
                            TO WS-ACCY-CURRENCY(WS-ACCY-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TRANSACTIONS.

              *> open accounts only - a term deposit by the days
              *> left to maturity (one already past it is waiting
              *> on tonight's MATURITY run, so it is due now), a
              *> demand account by its balance in hand
              C000-WALK-THE-MASTER.
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    IF ACCOUNT-OPEN
                      PERFORM C100-BUCKET-ONE-ACCOUNT
                    END-IF
                END-READ
              END-PERFORM.

              C100-BUCKET-ONE-ACCOUNT.
              IF NOT PRODUCT-TERM
                  AND NOT PRODUCT-DEMAND
                EXIT PARAGRAPH
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
              PERFORM X000-FIND-GROUP
              IF WS-GRP-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              IF PRODUCT-DEMAND
                IF AM-BALANCE > 0
                  ADD 1 TO WS-DEMAND-COUNT
                  ADD 1 TO WS-GRP-DEMAND-COUNT(WS-GRP-MATCH)
                  ADD AM-BALANCE TO
                      WS-GRP-DEMAND-AMOUNT(WS-GRP-MATCH)
                END-IF
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TERM-COUNT
              IF AM-MATURITY-DATE <= WS-REPORT-DATE
                MOVE 0 TO WS-DAYS-OUT
              ELSE
                COMPUTE WS-DAYS-OUT =
                    FUNCTION INTEGER-OF-DATE(AM-MATURITY-DATE)
                    - WS-TODAY-INTEGER
              END-IF
              PERFORM X300-FIND-BAND
              ADD 1 TO WS-GB-TERM-COUNT(WS-GRP-MATCH, WS-BAND-MATCH)
              ADD AM-BALANCE TO
                  WS-GB-TERM-AMOUNT(WS-GRP-MATCH, WS-BAND-MATCH)
              COMPUTE WS-GB-RATE-WEIGHT(WS-GRP-MATCH,
                  WS-BAND-MATCH) =
                  WS-GB-RATE-WEIGHT(WS-GRP-MATCH, WS-BAND-MATCH)
                  + AM-BALANCE * AM-TERM-RATE.

              *> every active debit order, each run date inside
              *> the year ahead put in its bucket - a next date
              *> already behind the as-of date runs tonight
              D000-SPREAD-STANDING-ORDERS.
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ STANDING-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF SO-FEED-STATUS NOT = 'S'
                        AND SO-FEED-AMOUNT < 0
                        AND SO-FEED-NEXT-DATE IS NUMERIC
                        AND SO-FEED-NEXT-DATE > 0
                      PERFORM D100-SPREAD-ONE-ORDER
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS.

              D100-SPREAD-ONE-ORDER.
              MOVE SO-FEED-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
              PERFORM X000-FIND-GROUP
              IF WS-GRP-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ORDERS-SPREAD
              COMPUTE WS-ORDER-OUT = 0 - SO-FEED-AMOUNT
              MOVE SO-FEED-NEXT-DATE TO WS-NEXT-DATE
              PERFORM UNTIL WS-NEXT-DATE > WS-HORIZON-DATE
                IF WS-NEXT-DATE <= WS-REPORT-DATE
                  MOVE 0 TO WS-DAYS-OUT
                ELSE
                  COMPUTE WS-DAYS-OUT =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
                      - WS-TODAY-INTEGER
                END-IF
                PERFORM X300-FIND-BAND
                ADD WS-ORDER-OUT TO
                    WS-GB-ORDER-OUT(WS-GRP-MATCH, WS-BAND-MATCH)
                PERFORM D200-STEP-ORDER-DATE
              END-PERFORM.

              *> STORDGEN's C100-ADVANCE-NEXT-DATE - an order of
              *> no known frequency runs once, so it is pushed
              *> past the horizon after its one run
              D200-STEP-ORDER-DATE.
              EVALUATE SO-FEED-FREQUENCY
                WHEN 'D'
                  COMPUTE WS-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
                  COMPUTE WS-NEXT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                WHEN 'W'
                  COMPUTE WS-DATE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 7
                  COMPUTE WS-NEXT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                WHEN 'M'
                  IF WS-ND-MONTH = 12
                    MOVE 1 TO WS-ND-MONTH
                    ADD 1 TO WS-ND-YEAR
                  ELSE
                    ADD 1 TO WS-ND-MONTH
                  END-IF
                  EVALUATE WS-ND-MONTH
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                      IF WS-ND-DAY > 30
                        MOVE 30 TO WS-ND-DAY
                      END-IF
                    WHEN 2
                      IF WS-ND-DAY > 28
                        MOVE 28 TO WS-ND-DAY
                      END-IF
                  END-EVALUATE
                WHEN OTHER
                  MOVE 99991231 TO WS-NEXT-DATE
              END-EVALUATE.

              *> tonight's sweep off each child account is its
              *> balance above the target, SWEEPGEN's own sum -
              *> a shortfall is funding in, not an outflow
              E000-COUNT-TONIGHTS-SWEEPS.
              OPEN INPUT SWEEP-CONTROL
              PERFORM UNTIL END-OF-SWEEPS
                READ SWEEP-CONTROL
                  AT END
                    SET END-OF-SWEEPS TO TRUE
                  NOT AT END
                    IF NOT SWEEP-RULE-SUSPENDED
                      PERFORM E100-COUNT-ONE-SWEEP
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SWEEP-CONTROL.

              E100-COUNT-ONE-SWEEP.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE SW-FEED-CHILD-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                  OR NOT ACCOUNT-OPEN
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-SWEEP-EXCESS =
                  AM-BALANCE - SW-FEED-TARGET-BALANCE
              IF WS-SWEEP-EXCESS NOT > 0
                EXIT PARAGRAPH
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
              PERFORM X000-FIND-GROUP
              IF WS-GRP-MATCH > 0
                ADD 1 TO WS-SWEEPS-COUNTED
                ADD WS-SWEEP-EXCESS TO
                    WS-GB-SWEEP-OUT(WS-GRP-MATCH, 1)
              END-IF.

              *> one ladder per branch and currency, each
              *> bucket's outflows summed and run cumulative
              *> down the page, and every line converted into
              *> the bank-wide base-currency ladder
              F000-PRINT-ONE-GROUP.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-GRP-BRANCH(WS-GRP-IDX) TO GH-BRANCH
              MOVE WS-GRP-CURRENCY(WS-GRP-IDX) TO GH-CURRENCY
              MOVE WS-GRP-DEMAND-COUNT(WS-GRP-IDX) TO
                  GH-DEMAND-COUNT
              MOVE WS-GRP-DEMAND-AMOUNT(WS-GRP-IDX) TO
                  GH-DEMAND-AMOUNT
              WRITE REPORT-LINE FROM WS-GROUP-HEADING
              WRITE REPORT-LINE FROM WS-COLUMN-HEADING

              SET GROUP-ALL-CONVERTED TO TRUE
              MOVE WS-GRP-DEMAND-AMOUNT(WS-GRP-IDX) TO
                  WS-FX-AMOUNT
              PERFORM X400-CONVERT-TO-BASE
              ADD WS-GRP-DEMAND-COUNT(WS-GRP-IDX) TO
                  WS-BASE-DEMAND-COUNT
              ADD WS-FX-BASE-AMOUNT TO WS-BASE-DEMAND-AMOUNT
              MOVE 0 TO WS-BAND-IDX
              MOVE WS-GRP-DEMAND-COUNT(WS-GRP-IDX) TO
                  LX-ACCOUNT-COUNT
              MOVE WS-GRP-DEMAND-AMOUNT(WS-GRP-IDX) TO LX-AMOUNT
              MOVE 0 TO LX-AVG-RATE
              MOVE 0 TO LX-ORDER-OUT
              MOVE 0 TO LX-SWEEP-OUT
              PERFORM F300-WRITE-EXTRACT-ROW

              MOVE 0 TO WS-CUMULATIVE-OUT
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                  UNTIL WS-BAND-IDX > 6
                PERFORM F100-PRINT-ONE-BAND
              END-PERFORM
              IF NOT GROUP-ALL-CONVERTED
                ADD 1 TO WS-NOT-CONVERTED
                MOVE SPACES TO REPORT-LINE
                STRING '  ** NO EXCHANGE RATE FOR '
                    WS-GRP-CURRENCY(WS-GRP-IDX)
                    ' - LEFT OUT OF THE BANK-WIDE LADDER'
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
              END-IF.

              F100-PRINT-ONE-BAND.
              MOVE 0 TO WS-AVG-RATE
              IF WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX) > 0
                COMPUTE WS-AVG-RATE ROUNDED =
                    WS-GB-RATE-WEIGHT(WS-GRP-IDX, WS-BAND-IDX)
                    / WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX)
              END-IF
              COMPUTE WS-TOTAL-OUT =
                  WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX)
                  + WS-GB-ORDER-OUT(WS-GRP-IDX, WS-BAND-IDX)
                  + WS-GB-SWEEP-OUT(WS-GRP-IDX, WS-BAND-IDX)
              ADD WS-TOTAL-OUT TO WS-CUMULATIVE-OUT
              MOVE WS-BAND-LABEL(WS-BAND-IDX) TO BL-LABEL
              MOVE WS-GB-TERM-COUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                  BL-TERM-COUNT
              MOVE WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                  BL-TERM-AMOUNT
              MOVE WS-AVG-RATE TO BL-AVG-RATE
              MOVE WS-GB-ORDER-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  BL-ORDER-OUT
              MOVE WS-GB-SWEEP-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  BL-SWEEP-OUT
              MOVE WS-TOTAL-OUT TO BL-TOTAL-OUT
              MOVE WS-CUMULATIVE-OUT TO BL-CUMULATIVE
              WRITE REPORT-LINE FROM WS-BAND-LINE

              MOVE WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                  WS-FX-AMOUNT
              PERFORM X400-CONVERT-TO-BASE
              IF AMOUNT-CONVERTED
                ADD WS-GB-TERM-COUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                    WS-BB-TERM-COUNT(WS-BAND-IDX)
                ADD WS-FX-BASE-AMOUNT TO
                    WS-BB-TERM-AMOUNT(WS-BAND-IDX)
                COMPUTE WS-BB-RATE-WEIGHT(WS-BAND-IDX) =
                    WS-BB-RATE-WEIGHT(WS-BAND-IDX)
                    + WS-FX-BASE-AMOUNT * WS-AVG-RATE
              END-IF
              MOVE WS-FX-BASE-AMOUNT TO LX-BASE-AMOUNT
              MOVE WS-GB-TERM-COUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                  LX-ACCOUNT-COUNT
              MOVE WS-GB-TERM-AMOUNT(WS-GRP-IDX, WS-BAND-IDX) TO
                  LX-AMOUNT
              MOVE WS-AVG-RATE TO LX-AVG-RATE
              MOVE WS-GB-ORDER-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  LX-ORDER-OUT
              MOVE WS-GB-SWEEP-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  LX-SWEEP-OUT

              MOVE WS-GB-ORDER-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  WS-FX-AMOUNT
              PERFORM X400-CONVERT-TO-BASE
              IF AMOUNT-CONVERTED
                ADD WS-FX-BASE-AMOUNT TO
                    WS-BB-ORDER-OUT(WS-BAND-IDX)
              END-IF
              MOVE WS-GB-SWEEP-OUT(WS-GRP-IDX, WS-BAND-IDX) TO
                  WS-FX-AMOUNT
              PERFORM X400-CONVERT-TO-BASE
              IF AMOUNT-CONVERTED
                ADD WS-FX-BASE-AMOUNT TO
                    WS-BB-SWEEP-OUT(WS-BAND-IDX)
              END-IF
              PERFORM F300-WRITE-EXTRACT-ROW.

              *> the bank-wide ladder in the base currency -
              *> extracted as branch 'ALL ', currency 'USD'
              F200-PRINT-BANK-TOTAL.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'ALL ' TO GH-BRANCH
              MOVE 'USD' TO GH-CURRENCY
              MOVE WS-BASE-DEMAND-COUNT TO GH-DEMAND-COUNT
              MOVE WS-BASE-DEMAND-AMOUNT TO GH-DEMAND-AMOUNT
              WRITE REPORT-LINE FROM WS-GROUP-HEADING
              WRITE REPORT-LINE FROM WS-COLUMN-HEADING
              MOVE 'ALL ' TO LX-BRANCH
              MOVE 'USD' TO LX-CURRENCY
              MOVE 0 TO LX-BUCKET
              MOVE 0 TO LX-BUCKET-DAYS
              MOVE WS-BASE-DEMAND-COUNT TO LX-ACCOUNT-COUNT
              MOVE WS-BASE-DEMAND-AMOUNT TO LX-AMOUNT
              MOVE WS-BASE-DEMAND-AMOUNT TO LX-BASE-AMOUNT
              MOVE 0 TO LX-AVG-RATE
              MOVE 0 TO LX-ORDER-OUT
              MOVE 0 TO LX-SWEEP-OUT
              MOVE 'Y' TO LX-CONVERTED
              PERFORM F400-WRITE-THE-ROW
              MOVE 0 TO WS-CUMULATIVE-OUT
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                  UNTIL WS-BAND-IDX > 6
                MOVE 0 TO WS-AVG-RATE
                IF WS-BB-TERM-AMOUNT(WS-BAND-IDX) > 0
                  COMPUTE WS-AVG-RATE ROUNDED =
                      WS-BB-RATE-WEIGHT(WS-BAND-IDX)
                      / WS-BB-TERM-AMOUNT(WS-BAND-IDX)
                END-IF
                COMPUTE WS-TOTAL-OUT =
                    WS-BB-TERM-AMOUNT(WS-BAND-IDX)
                    + WS-BB-ORDER-OUT(WS-BAND-IDX)
                    + WS-BB-SWEEP-OUT(WS-BAND-IDX)
                ADD WS-TOTAL-OUT TO WS-CUMULATIVE-OUT
                MOVE WS-BAND-LABEL(WS-BAND-IDX) TO BL-LABEL
                MOVE WS-BB-TERM-COUNT(WS-BAND-IDX) TO
                    BL-TERM-COUNT
                MOVE WS-BB-TERM-AMOUNT(WS-BAND-IDX) TO
                    BL-TERM-AMOUNT
                MOVE WS-AVG-RATE TO BL-AVG-RATE
                MOVE WS-BB-ORDER-OUT(WS-BAND-IDX) TO BL-ORDER-OUT
                MOVE WS-BB-SWEEP-OUT(WS-BAND-IDX) TO BL-SWEEP-OUT
                MOVE WS-TOTAL-OUT TO BL-TOTAL-OUT
                MOVE WS-CUMULATIVE-OUT TO BL-CUMULATIVE
                WRITE REPORT-LINE FROM WS-BAND-LINE
                MOVE WS-BAND-IDX TO LX-BUCKET
                MOVE WS-BAND-LIMIT(WS-BAND-IDX) TO LX-BUCKET-DAYS
                MOVE WS-BB-TERM-COUNT(WS-BAND-IDX) TO
                    LX-ACCOUNT-COUNT
                MOVE WS-BB-TERM-AMOUNT(WS-BAND-IDX) TO LX-AMOUNT
                MOVE WS-BB-TERM-AMOUNT(WS-BAND-IDX) TO
                    LX-BASE-AMOUNT
                MOVE WS-AVG-RATE TO LX-AVG-RATE
                MOVE WS-BB-ORDER-OUT(WS-BAND-IDX) TO LX-ORDER-OUT
                MOVE WS-BB-SWEEP-OUT(WS-BAND-IDX) TO LX-SWEEP-OUT
                PERFORM F400-WRITE-THE-ROW
              END-PERFORM.

              *> a group's row - bucket 0 carries the demand
              *> balances, the base amount is whatever the last
              *> conversion answered for the row's amount
              F300-WRITE-EXTRACT-ROW.
              MOVE WS-GRP-BRANCH(WS-GRP-IDX) TO LX-BRANCH
              MOVE WS-GRP-CURRENCY(WS-GRP-IDX) TO LX-CURRENCY
              MOVE WS-BAND-IDX TO LX-BUCKET
              IF WS-BAND-IDX = 0
                MOVE 0 TO LX-BUCKET-DAYS
                MOVE WS-FX-BASE-AMOUNT TO LX-BASE-AMOUNT
              ELSE
                MOVE WS-BAND-LIMIT(WS-BAND-IDX) TO LX-BUCKET-DAYS
              END-IF
              IF GROUP-ALL-CONVERTED
                MOVE 'Y' TO LX-CONVERTED
              ELSE
                MOVE 'N' TO LX-CONVERTED
              END-IF
              PERFORM F400-WRITE-THE-ROW.

              F400-WRITE-THE-ROW.
              MOVE WS-REPORT-DATE TO LX-AS-OF-DATE
              WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL
              ADD 1 TO WS-RECORDS-WRITTEN
              MOVE FUNCTION ABS(LX-AMOUNT) TO WS-HASH-UNITS
              ADD WS-HASH-UNITS TO WS-HASH-TOTAL.

              *> the branch and currency ladder the account
              *> belongs to, added the first time it is met
              X000-FIND-GROUP.
              MOVE 'UNKN' TO WS-LOOKUP-BRANCH
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF WS-XREF-ACCOUNT(WS-XREF-IDX) =
                    WS-LOOKUP-ACCOUNT
                  MOVE WS-XREF-BRANCH(WS-XREF-IDX) TO
                      WS-LOOKUP-BRANCH
                END-IF
              END-PERFORM
              PERFORM X100-FIND-ACCOUNT-CURRENCY
              IF WS-ACCY-MATCH > 0
                MOVE WS-ACCY-CURRENCY(WS-ACCY-MATCH) TO
                    WS-LOOKUP-CURRENCY
              ELSE
                MOVE 'USD' TO WS-LOOKUP-CURRENCY
              END-IF
              MOVE 0 TO WS-GRP-MATCH
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                  UNTIL WS-GRP-IDX > WS-GRP-COUNT
                IF WS-GRP-BRANCH(WS-GRP-IDX) = WS-LOOKUP-BRANCH
                    AND WS-GRP-CURRENCY(WS-GRP-IDX) =
                        WS-LOOKUP-CURRENCY
                  MOVE WS-GRP-IDX TO WS-GRP-MATCH
                END-IF
              END-PERFORM
              IF WS-GRP-MATCH = 0
                IF WS-GRP-COUNT < 100
                  ADD 1 TO WS-GRP-COUNT
                  MOVE WS-GRP-COUNT TO WS-GRP-MATCH
                  MOVE WS-LOOKUP-BRANCH TO
                      WS-GRP-BRANCH(WS-GRP-MATCH)
                  MOVE WS-LOOKUP-CURRENCY TO
                      WS-GRP-CURRENCY(WS-GRP-MATCH)
                ELSE
                  ADD 1 TO WS-GROUPS-DROPPED
                END-IF
              END-IF.

              X100-FIND-ACCOUNT-CURRENCY.
              MOVE 0 TO WS-ACCY-MATCH
              PERFORM VARYING WS-ACCY-IDX FROM 1 BY 1
                  UNTIL WS-ACCY-IDX > WS-ACCY-COUNT
                IF WS-ACCY-ACCOUNT(WS-ACCY-IDX) =
                    WS-LOOKUP-ACCOUNT
                  MOVE WS-ACCY-IDX TO WS-ACCY-MATCH
                END-IF
              END-PERFORM.

              X300-FIND-BAND.
              MOVE 6 TO WS-BAND-MATCH
              PERFORM VARYING WS-BAND-IDX FROM 5 BY -1
                  UNTIL WS-BAND-IDX < 1
                IF WS-DAYS-OUT <= WS-BAND-LIMIT(WS-BAND-IDX)
                  MOVE WS-BAND-IDX TO WS-BAND-MATCH
                END-IF
              END-PERFORM.

              *> an amount in the group's currency into the base
              *> - one the rate table cannot convert marks the
              *> group, and stays out of the bank-wide ladder
              X400-CONVERT-TO-BASE.
              CALL 'FXCONV' USING WS-GRP-CURRENCY(WS-GRP-IDX),
                  WS-FX-AMOUNT, WS-FX-BASE-AMOUNT, WS-FX-STATUS
              END-CALL
              IF AMOUNT-NOT-CONVERTED
                MOVE 'N' TO WS-GROUP-CONVERTED
                MOVE 0 TO WS-FX-BASE-AMOUNT
              END-IF.
