            IDENTIFICATION DIVISION.
            PROGRAM-ID. LOANOPEN.
            *> installment-loan booking workstation - every
            *> personal and auto loan used to live on a
            *> spreadsheet beside the system because the master
            *> only knew demand and term deposits. This books a
            *> loan the way ACCTOPEN opens a deposit account:
            *> the same branch proof, the same sequence-and-
            *> check-digit account number, the same customer
            *> link-or-create and branch cross-reference append.
            *> On top of that it writes the loan terms row (see
            *> copybooks/LOANTRM), works out the level monthly
            *> payment, generates the whole amortization schedule
            *> (see copybooks/LOANSCH), advances the principal
            *> onto the new account through the normal journaled
            *> write path so the outstanding principal is the
            *> account balance from day one, and prints the
            *> schedule the customer signs. Run parameter is
            *> "<branch> <customer-or-0> <principal> <annual-
            *> rate> <months> <first-due-yyyymmdd> <holder
            *> name>"; customer 0 creates a fresh customer row
            *> under the holder's name. Advance UIDs come from
            *> UIDALLOC's LOAN range (91001-91999). The signed
            *> schedule is recorded on the correspondence
            *> history through DOCLOG against its report
            *> repository generation, as handed over at the
            *> counter
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT OPTIONAL TRANSACTIONS
                      ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the signed contract terms, one row per loan
                  SELECT OPTIONAL LOAN-TERMS
                      ASSIGN TO 'loan_terms.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-ACCOUNT-ID.

                  *> one row per installment, keyed loan plus
                  *> installment number
                  SELECT OPTIONAL LOAN-SCHEDULE
                      ASSIGN TO 'loan_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-KEY.

                  *> the branch/tier cross-reference BRVALID and
                  *> RATELKUP load - the new loan's row is
                  *> appended here so TRANLOAD will take its
                  *> payments
                  SELECT OPTIONAL ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> shared with ACCTOPEN - loans and deposit
                  *> accounts draw from one number sequence
                  SELECT OPTIONAL ACCOUNT-SEQ-CONTROL
                      ASSIGN TO 'account_seq_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT BRANCH-RATE-TABLE
                      ASSIGN TO 'branch_rate_table.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the schedule printout the customer signs
                  SELECT LOAN-SCHEDULE-PRINT
                      ASSIGN TO 'loan_schedule_print.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD LOAN-TERMS.
                COPY LOANTRM.

                FD LOAN-SCHEDULE.
                COPY LOANSCH.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD ACCOUNT-SEQ-CONTROL.
                01 ACCOUNT-SEQ-CONTROL-RECORD.
                  02 ASC-LAST-BASE PIC 9(6).

                *> same feed shape as ratelkup.cbl/BRVALID
                FD BRANCH-RATE-TABLE.
                01 BR-FEED-RECORD.
                  02 BR-FEED-CODE PIC X(4).
                  02 BR-FEED-RATE-GROUP.
                    03 BR-FEED-RATE PIC 9V999 OCCURS 5 TIMES.

                FD LOAN-SCHEDULE-PRINT.
                01 PRINT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(120) VALUE SPACES.
                01 WS-BRANCH-TEXT PIC X(4).
                01 WS-CUST-TEXT PIC X(7).
                01 WS-PRINCIPAL-TEXT PIC X(10).
                01 WS-RATE-TEXT PIC X(6).
                01 WS-MONTHS-TEXT PIC X(3).
                01 WS-DUE-TEXT PIC X(8).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-OPEN-BRANCH PIC X(4) VALUE SPACES.
                01 WS-OPEN-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-OPEN-HOLDER PIC X(50) VALUE SPACES.
                01 WS-LOAN-PRINCIPAL PIC 9(6)V9(2) VALUE 0.
                01 WS-LOAN-RATE PIC 9V999 VALUE 0.
                01 WS-LOAN-MONTHS PIC 9(3) VALUE 0.
                01 WS-FIRST-DUE-DATE PIC 9(8) VALUE 0.

                *> every loan books on tier 1 of its branch - the
                *> tier only prices deposits, but BRVALID and
                *> RATELKUP expect a row to carry one
                01 WS-LOAN-TIER PIC 9(1) VALUE 1.

                01 WS-PARM-OK PIC X VALUE 'Y'.
                  88 PARAMETERS-VALID VALUE 'Y'.

                *> booking a loan is supervisor work, the same
                *> level ACCTOPEN asks for (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-SEQ-EOF PIC X VALUE 'N'.
                    88 END-OF-SEQ-CONTROL VALUE 'Y'.
                  05 WS-CUST-EOF PIC X VALUE 'N'.
                    88 END-OF-CUSTOMERS VALUE 'Y'.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.

                01 WS-BRANCH-RATEABLE PIC X VALUE 'N'.
                  88 BRANCH-ON-RATE-TABLE VALUE 'Y'.

                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-TODAY-DATE PIC 9(8).

                *> the number under construction - same Luhn-
                *> style check digit ACCTOPEN builds and CHKDGT
                *> verifies
                01 WS-NEXT-BASE PIC 9(6) VALUE 100000.
                01 WS-NEW-ACCOUNT-ID PIC 9(7).
                01 WS-DIGITS-SPLIT REDEFINES WS-NEW-ACCOUNT-ID.
                  05 WS-DIGIT PIC 9(1) OCCURS 7 TIMES.
                01 WS-SIGNED-ACCOUNT PIC S9(7).
                01 WS-DIGIT-IDX PIC 9(1).
                01 WS-PRODUCT PIC 9(2).
                01 WS-WEIGHTED-SUM PIC 9(3).

                01 WS-ID-TAKEN PIC X VALUE 'N'.
                  88 ACCOUNT-ID-TAKEN VALUE 'Y'.

                01 WS-CHKDGT-STATUS PIC X.
                  88 CHECK-DIGIT-VALID VALUE 'V'.
                  88 CHECK-DIGIT-INVALID VALUE 'I'.
                  88 CHECK-DIGIT-NOT-ENFORCED VALUE 'N'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                01 WS-NEXT-CUSTOMER-NUMBER PIC 9(7)
                    VALUE 1000000.

                *> loan-advance postings get a UID out of
                *> UIDALLOC's LOAN range, clear of the feed's UIDs
                *> and above CORRPOST's corrections
                01 WS-NEXT-LOAN-UID PIC 9(5) VALUE 0.

                *> the level payment - principal times the
                *> monthly rate over one less the discount factor
                *> (1 + monthly rate) to the minus term; a zero-
                *> rate loan simply splits the principal evenly
                01 WS-MONTHLY-RATE PIC 9V9(9).
                01 WS-DISCOUNT-FACTOR PIC 9V9(9).
                01 WS-PAYMENT-AMOUNT PIC 9(6)V9(2).

                *> the schedule being generated
                01 WS-INSTALLMENT-NUM PIC 9(3).
                01 WS-REMAINING-PRINCIPAL PIC 9(6)V9(2).
                01 WS-INTEREST-PART PIC 9(6)V9(2).
                01 WS-PRINCIPAL-PART PIC 9(6)V9(2).
                01 WS-TOTAL-INTEREST PIC 9(7)V9(2) VALUE 0.
                01 WS-TOTAL-REPAID PIC 9(7)V9(2) VALUE 0.

                *> due-date stepping - the first due date's day
                *> of month carries through every installment,
                *> pulled back to month end in a shorter month
                01 WS-DUE-DATE PIC 9(8).
                01 WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
                  05 WS-DUE-YEAR PIC 9(4).
                  05 WS-DUE-MONTH PIC 9(2).
                  05 WS-DUE-DAY PIC 9(2).
                01 WS-FIRST-DUE-SPLIT.
                  05 WS-FIRST-YEAR PIC 9(4).
                  05 WS-FIRST-MONTH PIC 9(2).
                  05 WS-FIRST-DAY PIC 9(2).
                01 WS-MONTH-OFFSET PIC 9(5).
                01 WS-MONTH-LENGTHS.
                  05 FILLER PIC X(24)
                      VALUE '312831303130313130313031'.
                01 WS-MONTH-LENGTH-TABLE
                    REDEFINES WS-MONTH-LENGTHS.
                  05 WS-MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.
                01 WS-DAYS-IN-MONTH PIC 9(2).

                01 WS-HEADING-1.
                  05 FILLER PIC X(36)
                      VALUE 'INSTALLMENT LOAN - AMORTIZATION SCHE'.
                  05 FILLER PIC X(4) VALUE 'DULE'.
                  05 FILLER PIC X(10) VALUE SPACES.
                  05 FILLER PIC X(8) VALUE 'BOOKED: '.
                  05 PH-BOOKED-DATE PIC 9(8).
                01 WS-HEADING-2.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 PH-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(10) VALUE '  BRANCH: '.
                  05 PH-BRANCH-CODE PIC X(4).
                  05 FILLER PIC X(12) VALUE '  CUSTOMER: '.
                  05 PH-CUSTOMER-NUMBER PIC 9(7).
                01 WS-HEADING-3.
                  05 FILLER PIC X(9) VALUE 'BORROWER '.
                  05 PH-HOLDER PIC X(50).
                01 WS-HEADING-4.
                  05 FILLER PIC X(11) VALUE 'PRINCIPAL: '.
                  05 PH-PRINCIPAL PIC Z(5)9.99.
                  05 FILLER PIC X(15) VALUE '  ANNUAL RATE: '.
                  05 PH-RATE PIC 9.999.
                  05 FILLER PIC X(9) VALUE '  MONTHS '.
                  05 PH-MONTHS PIC ZZ9.
                  05 FILLER PIC X(11) VALUE '  PAYMENT: '.
                  05 PH-PAYMENT PIC Z(5)9.99.
                01 WS-HEADING-5.
                  05 FILLER PIC X(5) VALUE ' NO. '.
                  05 FILLER PIC X(11) VALUE 'DUE DATE   '.
                  05 FILLER PIC X(12) VALUE '     PAYMENT'.
                  05 FILLER PIC X(12) VALUE '    INTEREST'.
                  05 FILLER PIC X(12) VALUE '   PRINCIPAL'.
                  05 FILLER PIC X(12) VALUE '     BALANCE'.
                01 WS-DETAIL-LINE.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PD-INSTALLMENT PIC ZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PD-DUE-DATE PIC 9(8).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 PD-PAYMENT PIC Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 PD-INTEREST PIC Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 PD-PRINCIPAL PIC Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 PD-BALANCE PIC Z(6)9.99.
                01 WS-TOTAL-LINE.
                  05 FILLER PIC X(16) VALUE ' TOTALS         '.
                  05 PT-REPAID PIC Z(6)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 PT-INTEREST PIC Z(6)9.99.
                01 WS-SIGNATURE-LINE.
                  05 FILLER PIC X(40)
                      VALUE 'BORROWER SIGNATURE: __________________ '.
                  05 FILLER PIC X(28)
                      VALUE '  DATE: ____________________'.

                01 WS-CJ-BEFORE PIC X(142).
                01 WS-MJ-BEFORE PIC X(111).

                *> the schedule just printed, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the loan's account number on
                *> its heading
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'LOANOPEN - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT PARAMETERS-VALID
                DISPLAY 'LOANOPEN - USE <BRANCH> <CUSTOMER-OR-0> '
                    '<PRINCIPAL> <ANNUAL-RATE> <MONTHS> '
                    '<FIRST-DUE-YYYYMMDD> <HOLDER NAME>'
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF

              PERFORM B100-VALIDATE-THE-BRANCH
              PERFORM B200-COMPUTE-LEVEL-PAYMENT
              PERFORM C000-ASSIGN-ACCOUNT-NUMBER
              PERFORM D000-LINK-OR-CREATE-CUSTOMER
              PERFORM E000-BOOK-THE-LOAN
              CALL 'UIDALLOC' USING 'LOAN      ', 'LOANOPEN', 'R',
                  WS-NEXT-LOAN-UID
              END-CALL
              PERFORM F000-APPEND-BRANCH-XREF
              PERFORM G000-BUILD-THE-SCHEDULE

              CALL 'RPTSTOW' USING 'LOANSCHED   ',
                  'loan_schedule_print.txt                 '
              END-CALL
              MOVE WS-OPEN-CUSTOMER TO WS-DOC-CUSTOMER
              MOVE WS-NEW-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE WS-NEW-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'LOANOPEN', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'LS', 'C', 'LOANSCHED   ',
                  WS-DOC-KEY
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'LOANOPEN - LOAN BOOKED'
              DISPLAY 'ACCOUNT NUMBER    : ' WS-NEW-ACCOUNT-ID
              DISPLAY 'BORROWER          : ' WS-OPEN-HOLDER
              DISPLAY 'CUSTOMER NUMBER   : ' WS-OPEN-CUSTOMER
              DISPLAY 'BRANCH            : ' WS-OPEN-BRANCH
              DISPLAY 'PRINCIPAL         : ' WS-LOAN-PRINCIPAL
              DISPLAY 'INSTALLMENTS      : ' WS-LOAN-MONTHS
              DISPLAY 'LEVEL PAYMENT     : ' WS-PAYMENT-AMOUNT
              DISPLAY 'TOTAL INTEREST    : ' WS-TOTAL-INTEREST
              DISPLAY 'FINAL DUE DATE    : ' AM-MATURITY-DATE
              DISPLAY '=========================================='
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-BRANCH-TEXT, WS-CUST-TEXT,
                      WS-PRINCIPAL-TEXT, WS-RATE-TEXT,
                      WS-MONTHS-TEXT, WS-DUE-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              MOVE WS-BRANCH-TEXT TO WS-OPEN-BRANCH
              IF WS-CUST-TEXT IS NUMERIC
                MOVE WS-CUST-TEXT TO WS-OPEN-CUSTOMER
              ELSE
                MOVE 'N' TO WS-PARM-OK
              END-IF
              COMPUTE WS-LOAN-PRINCIPAL =
                  FUNCTION NUMVAL(WS-PRINCIPAL-TEXT)
              COMPUTE WS-LOAN-RATE =
                  FUNCTION NUMVAL(WS-RATE-TEXT)
              COMPUTE WS-LOAN-MONTHS =
                  FUNCTION NUMVAL(WS-MONTHS-TEXT)
              IF WS-DUE-TEXT IS NUMERIC
                MOVE WS-DUE-TEXT TO WS-FIRST-DUE-DATE
              ELSE
                MOVE 'N' TO WS-PARM-OK
              END-IF
              MOVE WS-CMD-LINE(WS-POINTER:) TO WS-OPEN-HOLDER
              IF WS-OPEN-BRANCH = SPACES
                  OR WS-OPEN-HOLDER = SPACES
                  OR WS-LOAN-PRINCIPAL = 0
                  OR WS-LOAN-MONTHS = 0
                MOVE 'N' TO WS-PARM-OK
              END-IF
              *> the first installment cannot fall due on or
              *> before the day the money goes out
              IF PARAMETERS-VALID
                  AND WS-FIRST-DUE-DATE <= WS-TODAY-DATE
                MOVE 'N' TO WS-PARM-OK
              END-IF.

              *> same two checks as ACCTOPEN's B100 - on the
              *> rate table and not marked closed - made before
              *> a single row is created anywhere
              B100-VALIDATE-THE-BRANCH.
              MOVE 'N' TO WS-BRANCH-RATEABLE
              OPEN INPUT BRANCH-RATE-TABLE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ BRANCH-RATE-TABLE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    IF BR-FEED-CODE = WS-OPEN-BRANCH
                      SET BRANCH-ON-RATE-TABLE TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BRANCH-RATE-TABLE
              IF NOT BRANCH-ON-RATE-TABLE
                DISPLAY 'LOANOPEN REFUSED - BRANCH NOT ON THE '
                    'RATE TABLE: ' WS-OPEN-BRANCH
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'BRNAME' USING WS-OPEN-BRANCH,
                  WS-BRANCH-NAME, WS-BRNAME-STATUS
              END-CALL
              IF BRANCH-MASTER-CLOSED
                DISPLAY 'LOANOPEN REFUSED - BRANCH IS MARKED '
                    'CLOSED: ' WS-OPEN-BRANCH
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF.

              *> the standard annuity payment, rounded to the
              *> cent - the final installment absorbs whatever
              *> the rounding leaves over
              B200-COMPUTE-LEVEL-PAYMENT.
              COMPUTE WS-MONTHLY-RATE ROUNDED =
                  WS-LOAN-RATE / 12
              IF WS-MONTHLY-RATE = 0
                COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                    WS-LOAN-PRINCIPAL / WS-LOAN-MONTHS
              ELSE
                COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
                    (1 + WS-MONTHLY-RATE) ** (0 - WS-LOAN-MONTHS)
                COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
                    WS-LOAN-PRINCIPAL * WS-MONTHLY-RATE
                    / (1 - WS-DISCOUNT-FACTOR)
              END-IF.

              *> ACCTOPEN's C000 - next base off the shared
              *> sequence, check digit computed, and the result
              *> probed against the master so the assignment can
              *> never collide
              C000-ASSIGN-ACCOUNT-NUMBER.
              PERFORM C100-LOAD-SEQUENCE
              OPEN I-O ACCOUNT-MASTER
              SET ACCOUNT-ID-TAKEN TO TRUE
              PERFORM UNTIL NOT ACCOUNT-ID-TAKEN
                ADD 1 TO WS-NEXT-BASE
                PERFORM C200-BUILD-NUMBER-WITH-CHECK
                MOVE 'N' TO WS-ID-TAKEN
                MOVE WS-NEW-ACCOUNT-ID TO AM-ACCOUNT-ID
                READ ACCOUNT-MASTER
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    SET ACCOUNT-ID-TAKEN TO TRUE
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              PERFORM C300-SAVE-SEQUENCE

              MOVE WS-NEW-ACCOUNT-ID TO WS-SIGNED-ACCOUNT
              CALL 'CHKDGT' USING WS-SIGNED-ACCOUNT,
                  WS-CHKDGT-STATUS
              END-CALL
              IF CHECK-DIGIT-INVALID
                DISPLAY 'LOANOPEN ABEND - BUILT NUMBER FAILS '
                    'CHKDGT: ' WS-NEW-ACCOUNT-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
              END-IF.

              C100-LOAD-SEQUENCE.
              OPEN INPUT ACCOUNT-SEQ-CONTROL
              READ ACCOUNT-SEQ-CONTROL
                AT END
                  SET END-OF-SEQ-CONTROL TO TRUE
                NOT AT END
                  MOVE ASC-LAST-BASE TO WS-NEXT-BASE
              END-READ
              CLOSE ACCOUNT-SEQ-CONTROL.

              C300-SAVE-SEQUENCE.
              OPEN OUTPUT ACCOUNT-SEQ-CONTROL
              MOVE WS-NEXT-BASE TO ASC-LAST-BASE
              WRITE ACCOUNT-SEQ-CONTROL-RECORD
              CLOSE ACCOUNT-SEQ-CONTROL.

              *> the same arithmetic CHKDGT's C000 verifies
              C200-BUILD-NUMBER-WITH-CHECK.
              COMPUTE WS-NEW-ACCOUNT-ID = WS-NEXT-BASE * 10
              MOVE 0 TO WS-WEIGHTED-SUM
              PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                  UNTIL WS-DIGIT-IDX > 6
                IF FUNCTION MOD(WS-DIGIT-IDX, 2) = 1
                  COMPUTE WS-PRODUCT =
                      WS-DIGIT(WS-DIGIT-IDX) * 2
                  IF WS-PRODUCT > 9
                    SUBTRACT 9 FROM WS-PRODUCT
                  END-IF
                  ADD WS-PRODUCT TO WS-WEIGHTED-SUM
                ELSE
                  ADD WS-DIGIT(WS-DIGIT-IDX) TO WS-WEIGHTED-SUM
                END-IF
              END-PERFORM
              COMPUTE WS-DIGIT(7) =
                  FUNCTION MOD(10 - FUNCTION MOD(
                      WS-WEIGHTED-SUM, 10), 10).

              *> ACCTOPEN's D000 - an existing customer number
              *> links the loan, zero creates a fresh customer
              *> row journaled through CUSTJRNL
              D000-LINK-OR-CREATE-CUSTOMER.
              OPEN I-O CUSTOMER-MASTER
              IF WS-OPEN-CUSTOMER > 0
                MOVE 'N' TO WS-CUSTOMER-FOUND
                MOVE WS-OPEN-CUSTOMER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                END-READ
                IF NOT CUSTOMER-ON-FILE
                  DISPLAY 'LOANOPEN ABEND - CUSTOMER NOT ON '
                      'FILE: ' WS-OPEN-CUSTOMER
                  CLOSE CUSTOMER-MASTER
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
                END-IF
              ELSE
                PERFORM D100-FIND-HIGHEST-CUSTOMER
                ADD 1 TO WS-NEXT-CUSTOMER-NUMBER
                MOVE WS-NEXT-CUSTOMER-NUMBER TO
                    WS-OPEN-CUSTOMER
                MOVE WS-OPEN-CUSTOMER TO CM-CUSTOMER-NUMBER
                MOVE WS-OPEN-HOLDER TO CM-CUSTOMER-NAME
                MOVE SPACES TO CM-CONTACT-DETAILS
                SET DELIVERY-BY-MAIL TO TRUE
                MOVE 0 TO CM-ALERT-THRESHOLD
                MOVE 'N' TO CM-ALERT-LARGE-FLAG
                MOVE 'N' TO CM-WITHHOLDING-FLAG
                MOVE 0 TO CM-DECEASED-DATE
                MOVE 0 TO CM-MAIL-RETURNED-DATE
                MOVE 0 TO CM-DATE-OF-BIRTH
                MOVE SPACES TO WS-CJ-BEFORE
                WRITE CUSTOMER-MASTER-RECORD
                CALL 'CUSTJRNL' USING 'LOANOPEN',
                    WS-OPERATOR-ID, WS-CJ-BEFORE,
                    CUSTOMER-MASTER-RECORD
                END-CALL
              END-IF
              CLOSE CUSTOMER-MASTER.

              D100-FIND-HIGHEST-CUSTOMER.
              MOVE 'N' TO WS-CUST-EOF
              PERFORM UNTIL END-OF-CUSTOMERS
                READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                    SET END-OF-CUSTOMERS TO TRUE
                  NOT AT END
                    IF CM-CUSTOMER-NUMBER >
                        WS-NEXT-CUSTOMER-NUMBER
                      MOVE CM-CUSTOMER-NUMBER TO
                          WS-NEXT-CUSTOMER-NUMBER
                    END-IF
                END-READ
              END-PERFORM.

              *> the master row opens as a loan with the whole
              *> principal outstanding, and the advance posts as
              *> an ordinary journaled transaction so the books
              *> see the money go out - the same WRITE/journal
              *> sequence as INTACCR's C000. The create is
              *> journaled with a blank before-image, as
              *> ACCTOPEN's is
              E000-BOOK-THE-LOAN.
              PERFORM E100-LAST-DUE-DATE
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O LOAN-TERMS

              MOVE WS-NEW-ACCOUNT-ID TO AM-ACCOUNT-ID
              MOVE WS-OPEN-HOLDER TO AM-ACCOUNT-HOLDER
              MOVE WS-LOAN-PRINCIPAL TO AM-BALANCE
              SET ACCOUNT-OPEN TO TRUE
              MOVE WS-TODAY-DATE TO AM-STATUS-DATE
              MOVE 0 TO AM-OVERDRAFT-LIMIT
              SET NSF-REJECT-ITEM TO TRUE
              MOVE WS-OPEN-CUSTOMER TO AM-CUSTOMER-NUMBER
              SET PRODUCT-LOAN TO TRUE
              MOVE WS-DUE-DATE TO AM-MATURITY-DATE
              MOVE WS-LOAN-RATE TO AM-TERM-RATE
              COMPUTE AM-CYCLE-CODE =
                  FUNCTION MOD(AM-ACCOUNT-ID, 4) + 1
              MOVE 0 TO AM-OVERDRAWN-DAYS
              MOVE SPACES TO WS-MJ-BEFORE
              WRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'LOANOPEN',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL

              CALL 'UIDALLOC' USING 'LOAN      ', 'LOANOPEN', 'N',
                  WS-NEXT-LOAN-UID
              END-CALL
              MOVE WS-NEXT-LOAN-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'LOAN PRINCIPAL ADVANCED' TO
                  DESC OF TRANSACTION-STRUCT
              MOVE WS-LOAN-PRINCIPAL TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE 0 TO START-BALANCE OF TRANSACTION-STRUCT
              MOVE WS-LOAN-PRINCIPAL TO
                  END-BALANCE OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET LOAN-ADVANCE OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-TODAY-DATE TO POST-DATE OF TRANSACTION-STRUCT
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

              MOVE WS-NEW-ACCOUNT-ID TO LT-ACCOUNT-ID
              MOVE WS-LOAN-PRINCIPAL TO LT-PRINCIPAL
              MOVE WS-LOAN-RATE TO LT-ANNUAL-RATE
              MOVE WS-LOAN-MONTHS TO LT-TERM-MONTHS
              MOVE WS-FIRST-DUE-DATE TO LT-FIRST-DUE-DATE
              MOVE WS-PAYMENT-AMOUNT TO LT-PAYMENT-AMOUNT
              MOVE WS-TODAY-DATE TO LT-BOOKED-DATE
              MOVE WS-OPEN-BRANCH TO LT-BRANCH-CODE
              SET LOAN-ACCRUING TO TRUE
              MOVE 0 TO LT-NON-ACCRUAL-DATE
              WRITE LOAN-TERMS-RECORD
                INVALID KEY
                  DISPLAY 'LOANOPEN ABEND - TERMS ROW ALREADY ON '
                      'FILE: ' WS-NEW-ACCOUNT-ID
                  MOVE 16 TO RETURN-CODE
              END-WRITE

              CLOSE ACCOUNT-MASTER
              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE LOAN-TERMS.

              *> the final installment's due date goes on the
              *> master as the loan's maturity date
              E100-LAST-DUE-DATE.
              MOVE WS-LOAN-MONTHS TO WS-INSTALLMENT-NUM
              PERFORM G200-STEP-DUE-DATE.

              F000-APPEND-BRANCH-XREF.
              OPEN EXTEND ACCOUNT-RATE-XREF
              MOVE WS-NEW-ACCOUNT-ID TO XR-FEED-ACCOUNT-ID
              MOVE WS-OPEN-BRANCH TO XR-FEED-BRANCH-CODE
              MOVE WS-LOAN-TIER TO XR-FEED-TIER-NUM
              WRITE XR-FEED-RECORD
              CLOSE ACCOUNT-RATE-XREF.

              *> one schedule row per installment - a month's
              *> interest on the principal still outstanding,
              *> the rest of the level payment retires
              *> principal, and the last installment takes
              *> whatever principal is left so the loan closes
              *> on exactly zero. Each row prints as it is
              *> written
              G000-BUILD-THE-SCHEDULE.
              OPEN I-O LOAN-SCHEDULE
              OPEN OUTPUT LOAN-SCHEDULE-PRINT
              PERFORM G100-PRINT-HEADINGS
              MOVE WS-LOAN-PRINCIPAL TO WS-REMAINING-PRINCIPAL
              PERFORM VARYING WS-INSTALLMENT-NUM FROM 1 BY 1
                  UNTIL WS-INSTALLMENT-NUM > WS-LOAN-MONTHS
                COMPUTE WS-INTEREST-PART ROUNDED =
                    WS-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                IF WS-INSTALLMENT-NUM = WS-LOAN-MONTHS
                    OR WS-PAYMENT-AMOUNT - WS-INTEREST-PART >
                        WS-REMAINING-PRINCIPAL
                  MOVE WS-REMAINING-PRINCIPAL TO
                      WS-PRINCIPAL-PART
                ELSE
                  COMPUTE WS-PRINCIPAL-PART =
                      WS-PAYMENT-AMOUNT - WS-INTEREST-PART
                END-IF
                SUBTRACT WS-PRINCIPAL-PART FROM
                    WS-REMAINING-PRINCIPAL
                PERFORM G200-STEP-DUE-DATE
                MOVE WS-NEW-ACCOUNT-ID TO LA-ACCOUNT-ID
                MOVE WS-INSTALLMENT-NUM TO LA-INSTALLMENT-NUM
                MOVE WS-DUE-DATE TO LA-DUE-DATE
                COMPUTE LA-PAYMENT-DUE =
                    WS-INTEREST-PART + WS-PRINCIPAL-PART
                MOVE WS-INTEREST-PART TO LA-INTEREST-DUE
                MOVE WS-PRINCIPAL-PART TO LA-PRINCIPAL-DUE
                MOVE WS-REMAINING-PRINCIPAL TO
                    LA-CLOSING-PRINCIPAL
                SET INSTALLMENT-UNPAID TO TRUE
                MOVE 0 TO LA-AMOUNT-PAID
                MOVE 0 TO LA-PAID-DATE
                MOVE 0 TO LA-LATE-CHARGE
                WRITE LOAN-SCHEDULE-RECORD
                  INVALID KEY
                    DISPLAY 'LOANOPEN - SCHEDULE ROW ALREADY ON '
                        'FILE: ' LA-KEY
                END-WRITE
                ADD LA-PAYMENT-DUE TO WS-TOTAL-REPAID
                ADD WS-INTEREST-PART TO WS-TOTAL-INTEREST
                MOVE WS-INSTALLMENT-NUM TO PD-INSTALLMENT
                MOVE LA-DUE-DATE TO PD-DUE-DATE
                MOVE LA-PAYMENT-DUE TO PD-PAYMENT
                MOVE LA-INTEREST-DUE TO PD-INTEREST
                MOVE LA-PRINCIPAL-DUE TO PD-PRINCIPAL
                MOVE LA-CLOSING-PRINCIPAL TO PD-BALANCE
                WRITE PRINT-LINE FROM WS-DETAIL-LINE
              END-PERFORM
              MOVE WS-TOTAL-REPAID TO PT-REPAID
              MOVE WS-TOTAL-INTEREST TO PT-INTEREST
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE FROM WS-TOTAL-LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE FROM WS-SIGNATURE-LINE
              CLOSE LOAN-SCHEDULE
              CLOSE LOAN-SCHEDULE-PRINT.

              G100-PRINT-HEADINGS.
              MOVE WS-TODAY-DATE TO PH-BOOKED-DATE
              MOVE WS-NEW-ACCOUNT-ID TO PH-ACCOUNT-ID
              MOVE WS-OPEN-BRANCH TO PH-BRANCH-CODE
              MOVE WS-OPEN-CUSTOMER TO PH-CUSTOMER-NUMBER
              MOVE WS-OPEN-HOLDER TO PH-HOLDER
              MOVE WS-LOAN-PRINCIPAL TO PH-PRINCIPAL
              MOVE WS-LOAN-RATE TO PH-RATE
              MOVE WS-LOAN-MONTHS TO PH-MONTHS
              MOVE WS-PAYMENT-AMOUNT TO PH-PAYMENT
              WRITE PRINT-LINE FROM WS-HEADING-1
              WRITE PRINT-LINE FROM WS-HEADING-2
              WRITE PRINT-LINE FROM WS-HEADING-3
              WRITE PRINT-LINE FROM WS-HEADING-4
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE FROM WS-HEADING-5.

              *> installment n falls due n-1 months after the
              *> first due date, on the same day of the month
              *> or the month's last day when that month is
              *> shorter
              G200-STEP-DUE-DATE.
              MOVE WS-FIRST-DUE-DATE TO WS-FIRST-DUE-SPLIT
              COMPUTE WS-MONTH-OFFSET =
                  WS-FIRST-YEAR * 12 + WS-FIRST-MONTH - 1
                  + WS-INSTALLMENT-NUM - 1
              COMPUTE WS-DUE-YEAR = WS-MONTH-OFFSET / 12
              COMPUTE WS-DUE-MONTH =
                  FUNCTION MOD(WS-MONTH-OFFSET, 12) + 1
              MOVE WS-MONTH-LENGTH(WS-DUE-MONTH) TO
                  WS-DAYS-IN-MONTH
              IF WS-DUE-MONTH = 2
                  AND FUNCTION MOD(WS-DUE-YEAR, 4) = 0
                  AND (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0
                      OR FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
              END-IF
              IF WS-FIRST-DAY > WS-DAYS-IN-MONTH
                MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
              ELSE
                MOVE WS-FIRST-DAY TO WS-DUE-DAY
              END-IF.
