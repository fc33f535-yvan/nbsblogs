            IDENTIFICATION DIVISION.
            PROGRAM-ID. HLDRCENS.
            *> holder-name consistency census - the same person's
            *> name lives in three places: the 50-byte
            *> ACCOUNT-HOLDER every TRANSACTIONS record copies at
            *> post time, AM-ACCOUNT-HOLDER (ACCTMAIN) and
            *> CM-CUSTOMER-NAME (CUSTMNT). After a name change
            *> they drift apart and nothing showed it. This
            *> periodic run walks ACCOUNT-MASTER, takes the name
            *> off the account's most recent posting and off the
            *> owning customer's row, scrubs all three the way
            *> DUPHOLDR does (punctuation out, upper case, runs
            *> of spaces closed up) and lists every account where
            *> they still disagree. Each disagreement carries the
            *> date the master name and the customer name last
            *> changed, off the MSTJRNL and CUSTJRNL change
            *> journals, and says which side moved last - so the
            *> record that fell behind is the one corrected.
            *> Closed and escheated accounts are left out. The
            *> census is stowed in the report repository
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL CUSTOMER-MASTER
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

                  *> the two change journals - read once each, up
                  *> front, for the last date a name moved
                  SELECT OPTIONAL MASTER-JOURNAL
                      ASSIGN TO 'master_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CUSTOMER-JOURNAL
                      ASSIGN TO 'customer_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT CENSUS-REPORT
                      ASSIGN TO 'holder_census.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD MASTER-JOURNAL.
                COPY MSTJRNL.

                FD CUSTOMER-JOURNAL.
                COPY CUSTJRNL.

                FD CENSUS-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.
                  05 WS-TRANS-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.
                  05 WS-START-OK PIC X VALUE 'N'.
                    88 START-SUCCEEDED VALUE 'Y'.
                  05 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                    88 CUSTOMER-ON-FILE VALUE 'Y'.
                  05 WS-POSTING-FOUND PIC X VALUE 'N'.
                    88 POSTING-ON-FILE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the journaled images viewed through the
                *> masters' own leading fields (see
                *> copybooks/ACCTMST and copybooks/CUSTMST)
                01 WS-MJ-VIEW.
                  02 MV-ACCOUNT-ID PIC S9(7).
                  02 MV-ACCOUNT-HOLDER PIC A(50).
                01 WS-MJ-BEFORE-VIEW.
                  02 MB-ACCOUNT-ID PIC S9(7).
                  02 MB-ACCOUNT-HOLDER PIC A(50).
                01 WS-CJ-VIEW.
                  02 CV-CUSTOMER-NUMBER PIC 9(7).
                  02 CV-CUSTOMER-NAME PIC A(50).
                01 WS-CJ-BEFORE-VIEW.
                  02 CB-CUSTOMER-NUMBER PIC 9(7).
                  02 CB-CUSTOMER-NAME PIC A(50).

                *> last date each account's holder name and each
                *> customer's name was changed, one row per key
                *> that ever changed
                01 WS-AM-CHANGE-COUNT PIC 9(4) VALUE 0.
                01 WS-AM-CHANGE-TABLE.
                  05 WS-AM-CHANGE-ENTRY OCCURS 2000 TIMES.
                    10 WS-AMC-ACCOUNT-ID PIC S9(7).
                    10 WS-AMC-DATE PIC 9(8).
                01 WS-CM-CHANGE-COUNT PIC 9(4) VALUE 0.
                01 WS-CM-CHANGE-TABLE.
                  05 WS-CM-CHANGE-ENTRY OCCURS 2000 TIMES.
                    10 WS-CMC-CUSTOMER PIC 9(7).
                    10 WS-CMC-DATE PIC 9(8).
                01 WS-CHANGE-IDX PIC 9(4).
                01 WS-CHANGE-MATCH PIC 9(4).

                *> the three names for the account in hand, raw
                *> and scrubbed, with the dates behind them
                01 WS-POSTING-NAME PIC X(50).
                01 WS-POSTING-DATE PIC 9(8).
                01 WS-POSTING-UID PIC 9(5).
                01 WS-NORM-POSTING PIC X(50).
                01 WS-NORM-MASTER PIC X(50).
                01 WS-NORM-CUSTOMER PIC X(50).
                01 WS-MASTER-CHANGED PIC 9(8).
                01 WS-CUSTOMER-CHANGED PIC 9(8).

                *> the scrub - DUPHOLDR's INSPECT, then the words
                *> set back together one space apart
                01 WS-SCRUBBED-NAME PIC X(50).
                01 WS-NORMAL-NAME PIC X(50).
                01 WS-NAME-WORDS.
                  05 WS-NAME-WORD PIC X(25) OCCURS 6 TIMES.
                01 WS-WORD-IDX PIC 9(1).
                01 WS-NAME-PTR PIC 9(3).

                01 WS-DISAGREES PIC X VALUE 'N'.
                  88 NAMES-DISAGREE VALUE 'Y'.
                01 WS-VERDICT PIC X(50).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-CHECKED PIC 9(7) VALUE 0.
                  05 WS-DISAGREEMENTS PIC 9(7) VALUE 0.
                  05 WS-FIX-CUSTOMER PIC 9(7) VALUE 0.
                  05 WS-FIX-MASTER PIC 9(7) VALUE 0.
                  05 WS-FIX-UNKNOWN PIC 9(7) VALUE 0.
                  05 WS-POSTINGS-STALE PIC 9(7) VALUE 0.

                *> the printed lines
                01 WS-ACCOUNT-LINE.
                  05 FILLER PIC X(8) VALUE 'ACCOUNT '.
                  05 RA-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(10) VALUE ' CUSTOMER '.
                  05 RA-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(3) VALUE ' - '.
                  05 RA-VERDICT PIC X(50).
                01 WS-NAME-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RN-SOURCE PIC X(10).
                  05 RN-NAME PIC X(50).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RN-DATE-LABEL PIC X(14).
                  05 RN-DATE PIC X(8).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              PERFORM B000-LOAD-MASTER-NAME-CHANGES
              PERFORM B100-LOAD-CUSTOMER-NAME-CHANGES

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT TRANSACTIONS
              OPEN OUTPUT CENSUS-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'HOLDER-NAME CONSISTENCY CENSUS - '
                  WS-RUN-DATE DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    IF NOT ACCOUNT-CLOSED
                        AND NOT ACCOUNT-ESCHEATED
                      PERFORM C000-CENSUS-ONE-ACCOUNT
                    END-IF
                END-READ
              END-PERFORM

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'ACCOUNTS CHECKED ' WS-ACCOUNTS-CHECKED
                  '  DISAGREEING ' WS-DISAGREEMENTS
                  '  FIX CUSTOMER ' WS-FIX-CUSTOMER
                  '  FIX MASTER ' WS-FIX-MASTER
                  '  UNEXPLAINED ' WS-FIX-UNKNOWN
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE TRANSACTIONS
              CLOSE CENSUS-REPORT
              CALL 'RPTSTOW' USING 'HLDRCENSUS  ',
                  'holder_census.txt                       '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'HLDRCENS - END OF JOB SUMMARY'
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'ACCOUNTS CHECKED  : ' WS-ACCOUNTS-CHECKED
              DISPLAY 'DISAGREEMENTS     : ' WS-DISAGREEMENTS
              DISPLAY 'CORRECT CUSTOMER  : ' WS-FIX-CUSTOMER
              DISPLAY 'CORRECT MASTER    : ' WS-FIX-MASTER
              DISPLAY 'NO JOURNAL ANSWER : ' WS-FIX-UNKNOWN
              DISPLAY 'POSTINGS ONLY     : ' WS-POSTINGS-STALE
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'HLDRCENS  ',
                  WS-ACCOUNTS-READ, WS-ACCOUNTS-CHECKED,
                  WS-DISAGREEMENTS, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> every journal row whose holder name differs
              *> before and after is a name change; the latest
              *> one per account is kept
              B000-LOAD-MASTER-NAME-CHANGES.
              MOVE 'N' TO WS-JOURNAL-EOF
              OPEN INPUT MASTER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ MASTER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    MOVE MJ-BEFORE-IMAGE TO WS-MJ-BEFORE-VIEW
                    MOVE MJ-AFTER-IMAGE TO WS-MJ-VIEW
                    IF MB-ACCOUNT-HOLDER NOT = MV-ACCOUNT-HOLDER
                      PERFORM B050-NOTE-MASTER-CHANGE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MASTER-JOURNAL.

              B050-NOTE-MASTER-CHANGE.
              MOVE 0 TO WS-CHANGE-MATCH
              PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                  UNTIL WS-CHANGE-IDX > WS-AM-CHANGE-COUNT
                IF WS-AMC-ACCOUNT-ID(WS-CHANGE-IDX) =
                    MV-ACCOUNT-ID
                  MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                END-IF
              END-PERFORM
              IF WS-CHANGE-MATCH = 0
                  AND WS-AM-CHANGE-COUNT < 2000
                ADD 1 TO WS-AM-CHANGE-COUNT
                MOVE WS-AM-CHANGE-COUNT TO WS-CHANGE-MATCH
                MOVE MV-ACCOUNT-ID TO
                    WS-AMC-ACCOUNT-ID(WS-CHANGE-MATCH)
                MOVE 0 TO WS-AMC-DATE(WS-CHANGE-MATCH)
              END-IF
              IF WS-CHANGE-MATCH > 0
                  AND MJ-TIMESTAMP > WS-AMC-DATE(WS-CHANGE-MATCH)
                MOVE MJ-TIMESTAMP TO WS-AMC-DATE(WS-CHANGE-MATCH)
              END-IF.

              *> same for the customer file - a newly written
              *> customer row counts as its name being set
              B100-LOAD-CUSTOMER-NAME-CHANGES.
              MOVE 'N' TO WS-JOURNAL-EOF
              OPEN INPUT CUSTOMER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ CUSTOMER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    MOVE CJ-BEFORE-IMAGE TO WS-CJ-BEFORE-VIEW
                    MOVE CJ-AFTER-IMAGE TO WS-CJ-VIEW
                    IF CB-CUSTOMER-NAME NOT = CV-CUSTOMER-NAME
                      PERFORM B150-NOTE-CUSTOMER-CHANGE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-JOURNAL.

              B150-NOTE-CUSTOMER-CHANGE.
              MOVE 0 TO WS-CHANGE-MATCH
              PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                  UNTIL WS-CHANGE-IDX > WS-CM-CHANGE-COUNT
                IF WS-CMC-CUSTOMER(WS-CHANGE-IDX) =
                    CV-CUSTOMER-NUMBER
                  MOVE WS-CHANGE-IDX TO WS-CHANGE-MATCH
                END-IF
              END-PERFORM
              IF WS-CHANGE-MATCH = 0
                  AND WS-CM-CHANGE-COUNT < 2000
                ADD 1 TO WS-CM-CHANGE-COUNT
                MOVE WS-CM-CHANGE-COUNT TO WS-CHANGE-MATCH
                MOVE CV-CUSTOMER-NUMBER TO
                    WS-CMC-CUSTOMER(WS-CHANGE-MATCH)
                MOVE 0 TO WS-CMC-DATE(WS-CHANGE-MATCH)
              END-IF
              IF WS-CHANGE-MATCH > 0
                  AND CJ-TIMESTAMP > WS-CMC-DATE(WS-CHANGE-MATCH)
                MOVE CJ-TIMESTAMP TO WS-CMC-DATE(WS-CHANGE-MATCH)
              END-IF.

              *> gather the three names, scrub them, and report
              *> the account if any two that are on file differ
              C000-CENSUS-ONE-ACCOUNT.
              ADD 1 TO WS-ACCOUNTS-CHECKED
              PERFORM C100-FIND-LATEST-POSTING
              MOVE 'N' TO WS-CUSTOMER-FOUND
              IF AM-CUSTOMER-NUMBER > 0
                MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                END-READ
              END-IF

              MOVE AM-ACCOUNT-HOLDER TO WS-SCRUBBED-NAME
              PERFORM X000-NORMALIZE-NAME
              MOVE WS-NORMAL-NAME TO WS-NORM-MASTER
              MOVE SPACES TO WS-NORM-POSTING
              IF POSTING-ON-FILE
                MOVE WS-POSTING-NAME TO WS-SCRUBBED-NAME
                PERFORM X000-NORMALIZE-NAME
                MOVE WS-NORMAL-NAME TO WS-NORM-POSTING
              END-IF
              MOVE SPACES TO WS-NORM-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NAME TO WS-SCRUBBED-NAME
                PERFORM X000-NORMALIZE-NAME
                MOVE WS-NORMAL-NAME TO WS-NORM-CUSTOMER
              END-IF

              MOVE 'N' TO WS-DISAGREES
              IF POSTING-ON-FILE
                  AND WS-NORM-POSTING NOT = WS-NORM-MASTER
                SET NAMES-DISAGREE TO TRUE
              END-IF
              IF CUSTOMER-ON-FILE
                  AND WS-NORM-CUSTOMER NOT = WS-NORM-MASTER
                SET NAMES-DISAGREE TO TRUE
              END-IF
              IF NAMES-DISAGREE
                ADD 1 TO WS-DISAGREEMENTS
                PERFORM D000-DECIDE-WHO-MOVED-LAST
                PERFORM E000-REPORT-DISAGREEMENT
              END-IF.

              *> the account's postings come back in key order,
              *> not date order - the latest POST-DATE (UID
              *> breaking a tie) is the most recent name stamped
              C100-FIND-LATEST-POSTING.
              MOVE 'N' TO WS-POSTING-FOUND
              MOVE 'N' TO WS-TRANS-EOF
              MOVE 'N' TO WS-START-OK
              MOVE 0 TO WS-POSTING-DATE
              MOVE 0 TO WS-POSTING-UID
              MOVE SPACES TO WS-POSTING-NAME
              MOVE AM-ACCOUNT-ID TO ACCOUNT-ID OF TRANSACTION-STRUCT
              START TRANSACTIONS KEY IS >=
                  ACCOUNT-ID OF TRANSACTION-STRUCT
                INVALID KEY
                  MOVE 'N' TO WS-START-OK
                NOT INVALID KEY
                  SET START-SUCCEEDED TO TRUE
              END-START
              IF START-SUCCEEDED
                PERFORM UNTIL END-OF-TRANS
                  READ TRANSACTIONS NEXT RECORD
                    AT END
                      SET END-OF-TRANS TO TRUE
                    NOT AT END
                      IF ACCOUNT-ID OF TRANSACTION-STRUCT =
                          AM-ACCOUNT-ID
                        PERFORM C110-KEEP-IF-LATER
                      ELSE
                        SET END-OF-TRANS TO TRUE
                      END-IF
                  END-READ
                END-PERFORM
              END-IF.

              C110-KEEP-IF-LATER.
              IF POST-DATE OF TRANSACTION-STRUCT > WS-POSTING-DATE
                  OR (POST-DATE OF TRANSACTION-STRUCT =
                      WS-POSTING-DATE
                      AND UID OF TRANSACTION-STRUCT >
                          WS-POSTING-UID)
                SET POSTING-ON-FILE TO TRUE
                MOVE POST-DATE OF TRANSACTION-STRUCT TO
                    WS-POSTING-DATE
                MOVE UID OF TRANSACTION-STRUCT TO WS-POSTING-UID
                MOVE ACCOUNT-HOLDER OF TRANSACTION-STRUCT TO
                    WS-POSTING-NAME
              END-IF.

              *> master and customer agreeing leaves only the
              *> postings behind - they are history and simply
              *> predate the last change. Otherwise whichever of
              *> the two journals shows the later name change is
              *> the side that is right, and the other is the one
              *> to correct; no change on either journal means
              *> the drift came in some other way
              D000-DECIDE-WHO-MOVED-LAST.
              MOVE 0 TO WS-MASTER-CHANGED
              PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                  UNTIL WS-CHANGE-IDX > WS-AM-CHANGE-COUNT
                IF WS-AMC-ACCOUNT-ID(WS-CHANGE-IDX) = AM-ACCOUNT-ID
                  MOVE WS-AMC-DATE(WS-CHANGE-IDX) TO
                      WS-MASTER-CHANGED
                END-IF
              END-PERFORM
              MOVE 0 TO WS-CUSTOMER-CHANGED
              IF CUSTOMER-ON-FILE
                PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                    UNTIL WS-CHANGE-IDX > WS-CM-CHANGE-COUNT
                  IF WS-CMC-CUSTOMER(WS-CHANGE-IDX) =
                      AM-CUSTOMER-NUMBER
                    MOVE WS-CMC-DATE(WS-CHANGE-IDX) TO
                        WS-CUSTOMER-CHANGED
                  END-IF
                END-PERFORM
              END-IF

              EVALUATE TRUE
                WHEN NOT CUSTOMER-ON-FILE
                  ADD 1 TO WS-POSTINGS-STALE
                  MOVE 'POSTINGS DIFFER FROM MASTER - NO CUSTOMER ROW'
                      TO WS-VERDICT
                WHEN WS-NORM-CUSTOMER = WS-NORM-MASTER
                  ADD 1 TO WS-POSTINGS-STALE
                  MOVE 'POSTINGS PREDATE THE LAST NAME CHANGE'
                      TO WS-VERDICT
                WHEN WS-MASTER-CHANGED > WS-CUSTOMER-CHANGED
                  ADD 1 TO WS-FIX-CUSTOMER
                  MOVE
                  'MASTER CHANGED LAST - CORRECT CUSTOMER (CUSTMNT)'
                      TO WS-VERDICT
                WHEN WS-CUSTOMER-CHANGED > WS-MASTER-CHANGED
                  ADD 1 TO WS-FIX-MASTER
                  MOVE
                  'CUSTOMER CHANGED LAST - CORRECT MASTER (ACCTMAIN)'
                      TO WS-VERDICT
                WHEN OTHER
                  ADD 1 TO WS-FIX-UNKNOWN
                  MOVE 'NO NAME CHANGE ON EITHER JOURNAL - INVESTIGATE'
                      TO WS-VERDICT
              END-EVALUATE.

              *> one block per account - the verdict, then each
              *> name as it stands on file with its date
              E000-REPORT-DISAGREEMENT.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE AM-ACCOUNT-ID TO RA-ACCOUNT
              MOVE AM-CUSTOMER-NUMBER TO RA-CUSTOMER
              MOVE WS-VERDICT TO RA-VERDICT
              WRITE REPORT-LINE FROM WS-ACCOUNT-LINE

              MOVE 'POSTINGS' TO RN-SOURCE
              IF POSTING-ON-FILE
                MOVE WS-POSTING-NAME TO RN-NAME
                MOVE 'LAST POSTED ' TO RN-DATE-LABEL
                MOVE WS-POSTING-DATE TO RN-DATE
              ELSE
                MOVE '(NO POSTINGS ON FILE)' TO RN-NAME
                MOVE SPACES TO RN-DATE-LABEL
                MOVE SPACES TO RN-DATE
              END-IF
              WRITE REPORT-LINE FROM WS-NAME-LINE

              MOVE 'MASTER' TO RN-SOURCE
              MOVE AM-ACCOUNT-HOLDER TO RN-NAME
              MOVE 'LAST CHANGED ' TO RN-DATE-LABEL
              IF WS-MASTER-CHANGED > 0
                MOVE WS-MASTER-CHANGED TO RN-DATE
              ELSE
                MOVE 'NONE' TO RN-DATE
              END-IF
              WRITE REPORT-LINE FROM WS-NAME-LINE

              MOVE 'CUSTOMER' TO RN-SOURCE
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NAME TO RN-NAME
                MOVE 'LAST CHANGED ' TO RN-DATE-LABEL
                IF WS-CUSTOMER-CHANGED > 0
                  MOVE WS-CUSTOMER-CHANGED TO RN-DATE
                ELSE
                  MOVE 'NONE' TO RN-DATE
                END-IF
              ELSE
                MOVE '(NO CUSTOMER ROW)' TO RN-NAME
                MOVE SPACES TO RN-DATE-LABEL
                MOVE SPACES TO RN-DATE
              END-IF
              WRITE REPORT-LINE FROM WS-NAME-LINE.

              *> DUPHOLDR's B100 scrub, then the words laid back
              *> down one space apart, so 'SMITH,  JOHN' and
              *> 'Smith John' come out the same
              X000-NORMALIZE-NAME.
              INSPECT WS-SCRUBBED-NAME REPLACING
                  ALL '.' BY SPACE
                  ALL ',' BY SPACE
                  ALL '-' BY SPACE
              INSPECT WS-SCRUBBED-NAME CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE SPACES TO WS-NAME-WORDS
              UNSTRING WS-SCRUBBED-NAME DELIMITED BY ALL SPACE
                  INTO WS-NAME-WORD(1), WS-NAME-WORD(2),
                      WS-NAME-WORD(3), WS-NAME-WORD(4),
                      WS-NAME-WORD(5), WS-NAME-WORD(6)
              END-UNSTRING
              MOVE SPACES TO WS-NORMAL-NAME
              MOVE 1 TO WS-NAME-PTR
              PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                  UNTIL WS-WORD-IDX > 6
                IF WS-NAME-WORD(WS-WORD-IDX) NOT = SPACES
                  IF WS-NAME-PTR > 1
                    STRING ' ' DELIMITED BY SIZE
                        INTO WS-NORMAL-NAME
                        WITH POINTER WS-NAME-PTR
                    END-STRING
                  END-IF
                  STRING WS-NAME-WORD(WS-WORD-IDX)
                      DELIMITED BY SPACE
                      INTO WS-NORMAL-NAME
                      WITH POINTER WS-NAME-PTR
                  END-STRING
                END-IF
              END-PERFORM.
