            IDENTIFICATION DIVISION.
            PROGRAM-ID. RISKRATE.
            *> nightly customer AML risk rating - compliance had
            *> the pieces everywhere: WATCHSCN's pending matches,
            *> the compliance cases the velocity, large-activity
            *> and denied-hold screens file, dispute history, what
            *> accounts the customer holds and RISKPROF's posting
            *> statistics. This gathers all of them per customer,
            *> scores each group of factors against the weights
            *> in aml_risk_weights.txt (so compliance retunes the
            *> model without a program change), bands the total
            *> low, medium or high, and keeps the rating and its
            *> breakdown on customer_risk.dat (see copybooks/
            *> CUSTRISK). Every customer whose rating moved is
            *> listed on the change report, and a move to high is
            *> raised to the exception log. Run parameter is the
            *> rating date (CCYYMMDD); no parameter means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> walked whole, in customer-number order - the
                  *> order the customer table is kept in
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> walked for the product mix, then read by key
                  *> to tie an account-keyed match or case to its
                  *> customer
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> each account's posting count and money moved
                  *> (see copybooks/RISKPROF)
                  SELECT OPTIONAL RISK-PROFILE
                      ASSIGN TO 'risk_profile.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  SELECT OPTIONAL WATCH-QUEUE
                      ASSIGN TO 'watch_queue.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISPUTE-CASES
                      ASSIGN TO 'dispute_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per factor - the points an occurrence
                  *> earns, the most the factor may contribute
                  *> (zero for no cap) and, for the activity
                  *> factors, the unit one occurrence stands for.
                  *> The MEDIUM and HIGH rows carry the lowest
                  *> score of their band in the points column
                  SELECT OPTIONAL RISK-WEIGHTS
                      ASSIGN TO 'aml_risk_weights.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CUSTOMER-RISK
                      ASSIGN TO 'customer_risk.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-CUSTOMER-NUMBER.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT CHANGE-REPORT
                      ASSIGN TO 'risk_rating_changes.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD RISK-PROFILE.
                COPY RISKPROF.

                FD WATCH-QUEUE.
                COPY WATCHQ.

                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                FD DISPUTE-CASES.
                COPY DISPCSE.

                FD RISK-WEIGHTS.
                01 RW-FEED-RECORD.
                  02 RW-FEED-FACTOR PIC X(8).
                  02 RW-FEED-POINTS PIC 9(3).
                  02 RW-FEED-CAP PIC 9(3).
                  02 RW-FEED-UNIT PIC 9(9).

                FD CUSTOMER-RISK.
                COPY CUSTRISK.

                FD CHANGE-REPORT.
                01 REPORT-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-WEIGHTS-EOF PIC X VALUE 'N'.
                    88 END-OF-WEIGHTS VALUE 'Y'.
                  05 WS-CUST-EOF PIC X VALUE 'N'.
                    88 END-OF-CUSTOMERS VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-WATCH-EOF PIC X VALUE 'N'.
                    88 END-OF-WATCH VALUE 'Y'.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-DISPUTES-EOF PIC X VALUE 'N'.
                    88 END-OF-DISPUTES VALUE 'Y'.

                *> the rating date - ACCEPT FROM COMMAND-LINE
                *> follows CASHPROOF's run-parameter pattern
                01 WS-RATING-PARM PIC X(8) VALUE SPACES.
                01 WS-RATING-DATE PIC 9(8).

                *> one row per factor, seeded with the house
                *> weights, then overridden by whatever
                *> aml_risk_weights.txt carries
                01 WS-WEIGHT-COUNT PIC 9(2) VALUE 12.
                01 WS-WEIGHT-TABLE.
                  05 WS-WEIGHT-ENTRY OCCURS 12 TIMES.
                    10 WS-W-FACTOR PIC X(8).
                    10 WS-W-POINTS PIC 9(3).
                    10 WS-W-CAP PIC 9(3).
                    10 WS-W-UNIT PIC 9(9).
                01 WS-W-IDX PIC 9(2).
                01 WS-THIS-WEIGHT PIC 9(2).

                *> one row per customer, loaded in customer-number
                *> order so SEARCH ALL finds the owner of an
                *> account, a match or a case
                01 WS-CX-COUNT PIC 9(4) VALUE 0.
                01 WS-CUSTOMER-TABLE.
                  05 WS-CX-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-CX-COUNT
                      ASCENDING KEY IS WS-CX-CUSTOMER
                      INDEXED BY CUST-IDX.
                    10 WS-CX-CUSTOMER PIC 9(7).
                    10 WS-CX-NAME PIC X(30).
                    10 WS-CX-WATCH PIC 9(3).
                    10 WS-CX-CASE-OPEN PIC 9(3).
                    10 WS-CX-CASE-REPORTED PIC 9(3).
                    10 WS-CX-CASE-CLEARED PIC 9(3).
                    10 WS-CX-DISPUTES PIC 9(3).
                    10 WS-CX-DEMAND PIC 9(3).
                    10 WS-CX-TERM PIC 9(3).
                    10 WS-CX-LOAN PIC 9(3).
                    10 WS-CX-POSTINGS PIC 9(9).
                    10 WS-CX-MOVED PIC 9(11)V9(2).

                01 WS-CURRENT-CUSTOMER PIC 9(7).
                01 WS-CURRENT-ACCOUNT PIC S9(7).
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-IN-TABLE VALUE 'Y'.

                *> one factor's contribution - occurrences times
                *> the factor's points, held to its cap
                01 WS-FACTOR-OCCURS PIC 9(9).
                01 WS-FACTOR-POINTS PIC 9(9).
                01 WS-GROUP-POINTS PIC 9(9).
                01 WS-TOTAL-SCORE PIC 9(9).

                01 WS-NEW-RATING PIC X(1).
                01 WS-OLD-RATING PIC X(1).
                01 WS-RISK-ON-FILE PIC X VALUE 'N'.
                  88 RATING-ON-FILE VALUE 'Y'.

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-CHANGE-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CL-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CL-NAME PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CL-OLD-RATING PIC X(6).
                  05 FILLER PIC X(4) VALUE ' TO '.
                  05 CL-NEW-RATING PIC X(6).
                  05 FILLER PIC X(7) VALUE ' SCORE '.
                  05 CL-SCORE PIC ZZZ9.
                  05 FILLER PIC X(3) VALUE ' W '.
                  05 CL-WATCH PIC ZZ9.
                  05 FILLER PIC X(3) VALUE ' C '.
                  05 CL-CASE PIC ZZ9.
                  05 FILLER PIC X(3) VALUE ' D '.
                  05 CL-DISPUTE PIC ZZ9.
                  05 FILLER PIC X(3) VALUE ' P '.
                  05 CL-PRODUCT PIC ZZ9.
                  05 FILLER PIC X(3) VALUE ' A '.
                  05 CL-ACTIVITY PIC ZZ9.
                01 WS-NAME-THIS-RATING PIC X(1).
                01 WS-RATING-NAME PIC X(6).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-CUSTOMERS-READ PIC 9(7) VALUE 0.
                  05 WS-CUSTOMERS-RATED PIC 9(7) VALUE 0.
                  05 WS-CUSTOMERS-SKIPPED PIC 9(7) VALUE 0.
                  05 WS-RATED-LOW PIC 9(7) VALUE 0.
                  05 WS-RATED-MEDIUM PIC 9(7) VALUE 0.
                  05 WS-RATED-HIGH PIC 9(7) VALUE 0.
                  05 WS-RATINGS-MOVED PIC 9(7) VALUE 0.
                  05 WS-FIRST-RATINGS PIC 9(7) VALUE 0.
                  05 WS-ITEMS-UNMATCHED PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-RATING-PARM FROM COMMAND-LINE
              IF WS-RATING-PARM IS NUMERIC
                MOVE WS-RATING-PARM TO WS-RATING-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-RATING-DATE
                END-CALL
              END-IF

              PERFORM A050-SEED-WEIGHT-TABLE
              PERFORM A100-LOAD-RISK-WEIGHTS
              PERFORM B000-LOAD-CUSTOMERS
              OPEN INPUT ACCOUNT-MASTER
              PERFORM B100-GATHER-PRODUCT-MIX
              PERFORM B200-GATHER-WATCH-MATCHES
              PERFORM B300-GATHER-COMPLIANCE-CASES
              PERFORM B400-GATHER-DISPUTES
              CLOSE ACCOUNT-MASTER

              OPEN OUTPUT CHANGE-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'CUSTOMER RISK RATING CHANGES - '
                  WS-RATING-DATE '  MEDIUM FROM '
                  WS-W-POINTS(11) '  HIGH FROM ' WS-W-POINTS(12)
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN I-O CUSTOMER-RISK
              PERFORM VARYING CUST-IDX FROM 1 BY 1
                  UNTIL CUST-IDX > WS-CX-COUNT
                PERFORM C000-RATE-ONE-CUSTOMER
              END-PERFORM
              CLOSE CUSTOMER-RISK
              IF WS-RATINGS-MOVED = 0
                  AND WS-FIRST-RATINGS = 0
                MOVE '    NO RATING MOVED' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'RATED ' WS-CUSTOMERS-RATED
                  '  LOW ' WS-RATED-LOW
                  '  MEDIUM ' WS-RATED-MEDIUM
                  '  HIGH ' WS-RATED-HIGH
                  '  MOVED ' WS-RATINGS-MOVED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE CHANGE-REPORT
              CALL 'RPTSTOW' USING 'RISKRATE    ',
                  'risk_rating_changes.txt                 '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'RISKRATE - END OF JOB SUMMARY'
              DISPLAY 'RATING DATE        : ' WS-RATING-DATE
              DISPLAY 'CUSTOMERS READ     : ' WS-CUSTOMERS-READ
              DISPLAY 'CUSTOMERS RATED    : ' WS-CUSTOMERS-RATED
              DISPLAY '  LOW              : ' WS-RATED-LOW
              DISPLAY '  MEDIUM           : ' WS-RATED-MEDIUM
              DISPLAY '  HIGH             : ' WS-RATED-HIGH
              DISPLAY 'RATINGS MOVED      : ' WS-RATINGS-MOVED
              DISPLAY 'FIRST RATINGS      : ' WS-FIRST-RATINGS
              DISPLAY 'NOT RATED, TABLE   : ' WS-CUSTOMERS-SKIPPED
              DISPLAY 'ITEMS NO CUSTOMER  : ' WS-ITEMS-UNMATCHED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'RISKRATE  ',
                  WS-CUSTOMERS-READ, WS-CUSTOMERS-RATED,
                  WS-RATINGS-MOVED, WS-CUSTOMERS-SKIPPED,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the house weights - what each factor is worth
              *> when aml_risk_weights.txt says nothing about it
              A050-SEED-WEIGHT-TABLE.
              MOVE 'WATCH   ' TO WS-W-FACTOR(1)
              MOVE 40 TO WS-W-POINTS(1)
              MOVE 40 TO WS-W-CAP(1)
              MOVE 1 TO WS-W-UNIT(1)
              MOVE 'CASEOPEN' TO WS-W-FACTOR(2)
              MOVE 20 TO WS-W-POINTS(2)
              MOVE 40 TO WS-W-CAP(2)
              MOVE 1 TO WS-W-UNIT(2)
              MOVE 'CASERPTD' TO WS-W-FACTOR(3)
              MOVE 30 TO WS-W-POINTS(3)
              MOVE 60 TO WS-W-CAP(3)
              MOVE 1 TO WS-W-UNIT(3)
              MOVE 'CASECLRD' TO WS-W-FACTOR(4)
              MOVE 5 TO WS-W-POINTS(4)
              MOVE 15 TO WS-W-CAP(4)
              MOVE 1 TO WS-W-UNIT(4)
              MOVE 'DISPUTE ' TO WS-W-FACTOR(5)
              MOVE 5 TO WS-W-POINTS(5)
              MOVE 15 TO WS-W-CAP(5)
              MOVE 1 TO WS-W-UNIT(5)
              MOVE 'DEMAND  ' TO WS-W-FACTOR(6)
              MOVE 5 TO WS-W-POINTS(6)
              MOVE 15 TO WS-W-CAP(6)
              MOVE 1 TO WS-W-UNIT(6)
              MOVE 'TERM    ' TO WS-W-FACTOR(7)
              MOVE 0 TO WS-W-POINTS(7)
              MOVE 0 TO WS-W-CAP(7)
              MOVE 1 TO WS-W-UNIT(7)
              MOVE 'LOAN    ' TO WS-W-FACTOR(8)
              MOVE 0 TO WS-W-POINTS(8)
              MOVE 0 TO WS-W-CAP(8)
              MOVE 1 TO WS-W-UNIT(8)
              MOVE 'VOLUME  ' TO WS-W-FACTOR(9)
              MOVE 5 TO WS-W-POINTS(9)
              MOVE 20 TO WS-W-CAP(9)
              MOVE 50000 TO WS-W-UNIT(9)
              MOVE 'POSTINGS' TO WS-W-FACTOR(10)
              MOVE 5 TO WS-W-POINTS(10)
              MOVE 10 TO WS-W-CAP(10)
              MOVE 500 TO WS-W-UNIT(10)
              MOVE 'MEDIUM  ' TO WS-W-FACTOR(11)
              MOVE 30 TO WS-W-POINTS(11)
              MOVE 0 TO WS-W-CAP(11)
              MOVE 1 TO WS-W-UNIT(11)
              MOVE 'HIGH    ' TO WS-W-FACTOR(12)
              MOVE 60 TO WS-W-POINTS(12)
              MOVE 0 TO WS-W-CAP(12)
              MOVE 1 TO WS-W-UNIT(12).

              A100-LOAD-RISK-WEIGHTS.
              OPEN INPUT RISK-WEIGHTS
              PERFORM UNTIL END-OF-WEIGHTS
                READ RISK-WEIGHTS
                  AT END
                    SET END-OF-WEIGHTS TO TRUE
                  NOT AT END
                    PERFORM A150-APPLY-WEIGHT-ROW
                END-READ
              END-PERFORM
              CLOSE RISK-WEIGHTS.

              A150-APPLY-WEIGHT-ROW.
              MOVE 0 TO WS-THIS-WEIGHT
              PERFORM VARYING WS-W-IDX FROM 1 BY 1
                  UNTIL WS-W-IDX > WS-WEIGHT-COUNT
                IF WS-W-FACTOR(WS-W-IDX) = RW-FEED-FACTOR
                  MOVE WS-W-IDX TO WS-THIS-WEIGHT
                END-IF
              END-PERFORM
              IF WS-THIS-WEIGHT = 0
                DISPLAY 'RISKRATE - WEIGHT ROW FOR UNKNOWN FACTOR '
                    RW-FEED-FACTOR ' IGNORED'
                EXIT PARAGRAPH
              END-IF
              IF RW-FEED-POINTS IS NUMERIC
                MOVE RW-FEED-POINTS TO WS-W-POINTS(WS-THIS-WEIGHT)
              END-IF
              IF RW-FEED-CAP IS NUMERIC
                MOVE RW-FEED-CAP TO WS-W-CAP(WS-THIS-WEIGHT)
              END-IF
              IF RW-FEED-UNIT IS NUMERIC
                  AND RW-FEED-UNIT > 0
                MOVE RW-FEED-UNIT TO WS-W-UNIT(WS-THIS-WEIGHT)
              END-IF.

              B000-LOAD-CUSTOMERS.
              OPEN INPUT CUSTOMER-MASTER
              PERFORM UNTIL END-OF-CUSTOMERS
                READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                    SET END-OF-CUSTOMERS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CUSTOMERS-READ
                    IF WS-CX-COUNT < 5000
                      ADD 1 TO WS-CX-COUNT
                      PERFORM B050-START-CUSTOMER-ROW
                    ELSE
                      ADD 1 TO WS-CUSTOMERS-SKIPPED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
              IF WS-CUSTOMERS-SKIPPED > 0
                MOVE 'CUSTOMER TABLE FULL AT 5000 - SOME NOT RATED'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'RISKRATE', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              B050-START-CUSTOMER-ROW.
              MOVE CM-CUSTOMER-NUMBER TO WS-CX-CUSTOMER(WS-CX-COUNT)
              MOVE CM-CUSTOMER-NAME TO WS-CX-NAME(WS-CX-COUNT)
              MOVE 0 TO WS-CX-WATCH(WS-CX-COUNT)
              MOVE 0 TO WS-CX-CASE-OPEN(WS-CX-COUNT)
              MOVE 0 TO WS-CX-CASE-REPORTED(WS-CX-COUNT)
              MOVE 0 TO WS-CX-CASE-CLEARED(WS-CX-COUNT)
              MOVE 0 TO WS-CX-DISPUTES(WS-CX-COUNT)
              MOVE 0 TO WS-CX-DEMAND(WS-CX-COUNT)
              MOVE 0 TO WS-CX-TERM(WS-CX-COUNT)
              MOVE 0 TO WS-CX-LOAN(WS-CX-COUNT)
              MOVE 0 TO WS-CX-POSTINGS(WS-CX-COUNT)
              MOVE 0 TO WS-CX-MOVED(WS-CX-COUNT).

              *> every live account counts toward its customer's
              *> product mix and brings its posting statistics
              *> with it - closed, escheated and charged-off
              *> accounts are history
              B100-GATHER-PRODUCT-MIX.
              OPEN INPUT RISK-PROFILE
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    IF AM-CUSTOMER-NUMBER > 0
                        AND NOT ACCOUNT-CLOSED
                        AND NOT ACCOUNT-ESCHEATED
                        AND NOT ACCOUNT-CHARGED-OFF
                      MOVE AM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
                      PERFORM X000-FIND-CUSTOMER
                      IF CUSTOMER-IN-TABLE
                        PERFORM B150-ADD-ONE-ACCOUNT
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RISK-PROFILE.

              B150-ADD-ONE-ACCOUNT.
              EVALUATE TRUE
                WHEN PRODUCT-TERM
                  ADD 1 TO WS-CX-TERM(CUST-IDX)
                WHEN PRODUCT-LOAN
                  ADD 1 TO WS-CX-LOAN(CUST-IDX)
                WHEN OTHER
                  ADD 1 TO WS-CX-DEMAND(CUST-IDX)
              END-EVALUATE
              MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
              READ RISK-PROFILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  ADD RP-POSTING-COUNT TO WS-CX-POSTINGS(CUST-IDX)
                  ADD RP-AMOUNT-TOTAL TO WS-CX-MOVED(CUST-IDX)
              END-READ.

              *> every match still on the queue is one nobody has
              *> cleared yet - a customer match names the customer,
              *> an account match goes through the account's tie
              B200-GATHER-WATCH-MATCHES.
              OPEN INPUT WATCH-QUEUE
              PERFORM UNTIL END-OF-WATCH
                READ WATCH-QUEUE
                  AT END
                    SET END-OF-WATCH TO TRUE
                  NOT AT END
                    IF MATCH-ON-CUSTOMER
                      MOVE WQ-KEY TO WS-CURRENT-CUSTOMER
                      PERFORM X000-FIND-CUSTOMER
                    ELSE
                      MOVE WQ-KEY TO WS-CURRENT-ACCOUNT
                      PERFORM X100-FIND-ACCOUNT-CUSTOMER
                    END-IF
                    IF CUSTOMER-IN-TABLE
                      ADD 1 TO WS-CX-WATCH(CUST-IDX)
                    ELSE
                      ADD 1 TO WS-ITEMS-UNMATCHED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WATCH-QUEUE.

              *> the fraud screens' cases only - a non-accrual
              *> case is a credit matter, not a money-laundering
              *> one
              B300-GATHER-COMPLIANCE-CASES.
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-CASES
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    IF NOT CASE-FROM-NON-ACCRUAL
                      MOVE CP-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                      PERFORM X100-FIND-ACCOUNT-CUSTOMER
                      IF CUSTOMER-IN-TABLE
                        PERFORM B350-ADD-ONE-CASE
                      ELSE
                        ADD 1 TO WS-ITEMS-UNMATCHED
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              B350-ADD-ONE-CASE.
              EVALUATE TRUE
                WHEN COMP-CASE-OPEN
                  ADD 1 TO WS-CX-CASE-OPEN(CUST-IDX)
                WHEN COMP-CASE-REPORTED
                  ADD 1 TO WS-CX-CASE-REPORTED(CUST-IDX)
                WHEN OTHER
                  ADD 1 TO WS-CX-CASE-CLEARED(CUST-IDX)
              END-EVALUATE.

              B400-GATHER-DISPUTES.
              OPEN INPUT DISPUTE-CASES
              PERFORM UNTIL END-OF-DISPUTES
                READ DISPUTE-CASES
                  AT END
                    SET END-OF-DISPUTES TO TRUE
                  NOT AT END
                    MOVE DC-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                    PERFORM X100-FIND-ACCOUNT-CUSTOMER
                    IF CUSTOMER-IN-TABLE
                      ADD 1 TO WS-CX-DISPUTES(CUST-IDX)
                    ELSE
                      ADD 1 TO WS-ITEMS-UNMATCHED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISPUTE-CASES.

              *> score the customer in hand, band it, and file the
              *> rating - a rating that moved goes on the change
              *> report with its breakdown
              C000-RATE-ONE-CUSTOMER.
              MOVE WS-CX-CUSTOMER(CUST-IDX) TO CR-CUSTOMER-NUMBER
              MOVE 'N' TO WS-RISK-ON-FILE
              READ CUSTOMER-RISK
                INVALID KEY
                  MOVE SPACE TO WS-OLD-RATING
                  MOVE SPACE TO CR-PREVIOUS-RATING
                  MOVE 0 TO CR-CHANGED-DATE
                NOT INVALID KEY
                  SET RATING-ON-FILE TO TRUE
                  MOVE CR-RATING TO WS-OLD-RATING
              END-READ

              PERFORM C100-SCORE-FACTORS
              MOVE WS-TOTAL-SCORE TO CR-SCORE
              EVALUATE TRUE
                WHEN WS-TOTAL-SCORE >= WS-W-POINTS(12)
                  MOVE 'H' TO WS-NEW-RATING
                  ADD 1 TO WS-RATED-HIGH
                WHEN WS-TOTAL-SCORE >= WS-W-POINTS(11)
                  MOVE 'M' TO WS-NEW-RATING
                  ADD 1 TO WS-RATED-MEDIUM
                WHEN OTHER
                  MOVE 'L' TO WS-NEW-RATING
                  ADD 1 TO WS-RATED-LOW
              END-EVALUATE
              ADD 1 TO WS-CUSTOMERS-RATED

              IF RATING-ON-FILE
                  AND WS-NEW-RATING NOT = WS-OLD-RATING
                ADD 1 TO WS-RATINGS-MOVED
                MOVE WS-OLD-RATING TO CR-PREVIOUS-RATING
                MOVE WS-RATING-DATE TO CR-CHANGED-DATE
              END-IF
              MOVE WS-NEW-RATING TO CR-RATING
              MOVE WS-RATING-DATE TO CR-RATED-DATE
              IF RATING-ON-FILE
                REWRITE CUSTOMER-RISK-RECORD
              ELSE
                ADD 1 TO WS-FIRST-RATINGS
                WRITE CUSTOMER-RISK-RECORD
              END-IF

              *> a first rating is only news above low
              IF (RATING-ON-FILE
                  AND WS-NEW-RATING NOT = WS-OLD-RATING)
                  OR (NOT RATING-ON-FILE
                  AND WS-NEW-RATING NOT = 'L')
                PERFORM C200-LIST-RATING-CHANGE
              END-IF.

              *> each group of factors scored and held to its
              *> caps, then summed
              C100-SCORE-FACTORS.
              MOVE 0 TO WS-TOTAL-SCORE

              MOVE WS-CX-WATCH(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 1 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              MOVE WS-FACTOR-POINTS TO WS-GROUP-POINTS
              PERFORM C180-FILE-GROUP-POINTS
              MOVE WS-GROUP-POINTS TO CR-WATCH-POINTS

              MOVE WS-CX-CASE-OPEN(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 2 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              MOVE WS-FACTOR-POINTS TO WS-GROUP-POINTS
              MOVE WS-CX-CASE-REPORTED(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 3 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              ADD WS-FACTOR-POINTS TO WS-GROUP-POINTS
              MOVE WS-CX-CASE-CLEARED(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 4 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              ADD WS-FACTOR-POINTS TO WS-GROUP-POINTS
              PERFORM C180-FILE-GROUP-POINTS
              MOVE WS-GROUP-POINTS TO CR-CASE-POINTS

              MOVE WS-CX-DISPUTES(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 5 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              MOVE WS-FACTOR-POINTS TO WS-GROUP-POINTS
              PERFORM C180-FILE-GROUP-POINTS
              MOVE WS-GROUP-POINTS TO CR-DISPUTE-POINTS

              MOVE WS-CX-DEMAND(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 6 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              MOVE WS-FACTOR-POINTS TO WS-GROUP-POINTS
              MOVE WS-CX-TERM(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 7 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              ADD WS-FACTOR-POINTS TO WS-GROUP-POINTS
              MOVE WS-CX-LOAN(CUST-IDX) TO WS-FACTOR-OCCURS
              MOVE 8 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              ADD WS-FACTOR-POINTS TO WS-GROUP-POINTS
              PERFORM C180-FILE-GROUP-POINTS
              MOVE WS-GROUP-POINTS TO CR-PRODUCT-POINTS

              *> the activity factors count whole units - every
              *> 50,000.00 moved, every 500 postings by default
              COMPUTE WS-FACTOR-OCCURS =
                  WS-CX-MOVED(CUST-IDX) / WS-W-UNIT(9)
              MOVE 9 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              MOVE WS-FACTOR-POINTS TO WS-GROUP-POINTS
              COMPUTE WS-FACTOR-OCCURS =
                  WS-CX-POSTINGS(CUST-IDX) / WS-W-UNIT(10)
              MOVE 10 TO WS-W-IDX
              PERFORM C150-FACTOR-POINTS
              ADD WS-FACTOR-POINTS TO WS-GROUP-POINTS
              PERFORM C180-FILE-GROUP-POINTS
              MOVE WS-GROUP-POINTS TO CR-ACTIVITY-POINTS

              IF WS-TOTAL-SCORE > 9999
                MOVE 9999 TO WS-TOTAL-SCORE
              END-IF.

              C150-FACTOR-POINTS.
              IF WS-FACTOR-OCCURS > 999
                MOVE 999 TO WS-FACTOR-OCCURS
              END-IF
              COMPUTE WS-FACTOR-POINTS =
                  WS-FACTOR-OCCURS * WS-W-POINTS(WS-W-IDX)
              IF WS-W-CAP(WS-W-IDX) > 0
                  AND WS-FACTOR-POINTS > WS-W-CAP(WS-W-IDX)
                MOVE WS-W-CAP(WS-W-IDX) TO WS-FACTOR-POINTS
              END-IF.

              *> a group's points must fit the three-digit
              *> breakdown field on the rating row
              C180-FILE-GROUP-POINTS.
              IF WS-GROUP-POINTS > 999
                MOVE 999 TO WS-GROUP-POINTS
              END-IF
              ADD WS-GROUP-POINTS TO WS-TOTAL-SCORE.

              C200-LIST-RATING-CHANGE.
              MOVE CR-CUSTOMER-NUMBER TO CL-CUSTOMER
              MOVE WS-CX-NAME(CUST-IDX) TO CL-NAME
              IF RATING-ON-FILE
                MOVE WS-OLD-RATING TO WS-NAME-THIS-RATING
                PERFORM X200-NAME-THE-RATING
                MOVE WS-RATING-NAME TO CL-OLD-RATING
              ELSE
                MOVE 'NEW' TO CL-OLD-RATING
              END-IF
              MOVE CR-RATING TO WS-NAME-THIS-RATING
              PERFORM X200-NAME-THE-RATING
              MOVE WS-RATING-NAME TO CL-NEW-RATING
              MOVE CR-SCORE TO CL-SCORE
              MOVE CR-WATCH-POINTS TO CL-WATCH
              MOVE CR-CASE-POINTS TO CL-CASE
              MOVE CR-DISPUTE-POINTS TO CL-DISPUTE
              MOVE CR-PRODUCT-POINTS TO CL-PRODUCT
              MOVE CR-ACTIVITY-POINTS TO CL-ACTIVITY
              WRITE REPORT-LINE FROM WS-CHANGE-LINE
              IF RISK-HIGH
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'CUSTOMER ' CR-CUSTOMER-NUMBER
                    ' NOW RATED HIGH AML RISK, SCORE ' CR-SCORE
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'RISKRATE', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              X000-FIND-CUSTOMER.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              IF WS-CX-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              SEARCH ALL WS-CX-ENTRY
                AT END
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                WHEN WS-CX-CUSTOMER(CUST-IDX) = WS-CURRENT-CUSTOMER
                  SET CUSTOMER-IN-TABLE TO TRUE
              END-SEARCH.

              X100-FIND-ACCOUNT-CUSTOMER.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-CURRENT-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF AM-CUSTOMER-NUMBER > 0
                    MOVE AM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
                    PERFORM X000-FIND-CUSTOMER
                  END-IF
              END-READ.

              X200-NAME-THE-RATING.
              EVALUATE WS-NAME-THIS-RATING
                WHEN 'H'
                  MOVE 'HIGH' TO WS-RATING-NAME
                WHEN 'M'
                  MOVE 'MEDIUM' TO WS-RATING-NAME
                WHEN OTHER
                  MOVE 'LOW' TO WS-RATING-NAME
              END-EVALUATE.
