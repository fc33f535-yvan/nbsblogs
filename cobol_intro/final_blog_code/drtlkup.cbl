            IDENTIFICATION DIVISION.
            PROGRAM-ID. DRTLKUP.
            *> debit-interest rate lookup - an overdrawn balance
            *> is charged at a rate of its own, not the branch/
            *> tier rate RATELKUP pays on credit balances. The
            *> rates live on debit_rate_table.txt: a row keyed by
            *> a branch code is that branch's overdraft rate, and
            *> a row keyed '*' plus a product type ('*D') is the
            *> product's default for an account whose branch has
            *> no row of its own. The account's branch comes off
            *> account_rate_xref.txt, the same cross-reference
            *> RATELKUP reads. Same LINKAGE SECTION/lazy-load
            *> shape as RATELKUP and BRVALID; an account neither
            *> row covers answers not-found and is charged
            *> nothing (see DLYACCR)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row per branch or product - a missing
                  *> file means no debit interest is charged
                  SELECT OPTIONAL DEBIT-RATE-TABLE
                      ASSIGN TO 'debit_rate_table.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> cross-reference of which branch each
                  *> account belongs to (see RATELKUP)
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                *> a 4-char branch code, or '*' and a product
                *> type, followed by the period rate charged on
                *> an overdrawn balance
                FD DEBIT-RATE-TABLE.
                01 DR-FEED-RECORD.
                  02 DR-FEED-CODE PIC X(4).
                  02 DR-FEED-RATE PIC 9V999.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-TABLES-LOADED PIC X VALUE 'N'.
                    88 TABLES-ALREADY-LOADED VALUE 'Y'.

                *> the debit-rate rows in file order - a plain
                *> scan at lookup time, the table is small
                01 WS-DEBIT-COUNT PIC 9(2) VALUE 0.
                01 WS-DEBIT-TABLE.
                  05 WS-DEBIT-ENTRY OCCURS 40 TIMES.
                    10 WS-DEBIT-CODE PIC X(4).
                    10 WS-DEBIT-RATE PIC 9V999.
                01 WS-DEBIT-IDX PIC 9(2).

                *> account-to-branch cross-reference, kept in
                *> ascending ACCOUNT-ID order for SEARCH ALL, the
                *> same table RATELKUP builds
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).

                01 WS-BRANCH-CODE PIC X(4).
                01 WS-PRODUCT-CODE PIC X(4).

              LINKAGE SECTION.
                01 LS-ACCOUNT-ID PIC S9(7).
                01 LS-PRODUCT-TYPE PIC X(1).
                01 LS-RATE PIC 9V999.
                01 LS-RATE-STATUS PIC X.
                  88 DEBIT-RATE-FOUND VALUE 'Y'.
                  88 DEBIT-RATE-NOT-FOUND VALUE 'N'.

            PROCEDURE DIVISION USING LS-ACCOUNT-ID,
                LS-PRODUCT-TYPE, LS-RATE, LS-RATE-STATUS.
              A000-MAIN-PARA.
              *> loaded once and kept across calls, the same as
              *> RATELKUP's tables
              IF NOT TABLES-ALREADY-LOADED
                PERFORM B000-LOAD-DEBIT-RATES
                PERFORM B100-LOAD-ACCOUNT-XREF
                SET TABLES-ALREADY-LOADED TO TRUE
              END-IF

              PERFORM C000-LOOKUP-DEBIT-RATE
              GOBACK.

              B000-LOAD-DEBIT-RATES.
              OPEN INPUT DEBIT-RATE-TABLE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ DEBIT-RATE-TABLE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    IF WS-DEBIT-COUNT < 40
                      ADD 1 TO WS-DEBIT-COUNT
                      MOVE DR-FEED-CODE TO
                          WS-DEBIT-CODE(WS-DEBIT-COUNT)
                      MOVE DR-FEED-RATE TO
                          WS-DEBIT-RATE(WS-DEBIT-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DEBIT-RATE-TABLE.

              B100-LOAD-ACCOUNT-XREF.
              MOVE 'N' TO WS-TABLE-EOF
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
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> the branch's own row wins; failing that the
              *> product's default row
              C000-LOOKUP-DEBIT-RATE.
              SET DEBIT-RATE-NOT-FOUND TO TRUE
              MOVE SPACES TO WS-BRANCH-CODE
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  MOVE SPACES TO WS-BRANCH-CODE
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = LS-ACCOUNT-ID
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-BRANCH-CODE
              END-SEARCH
              IF WS-BRANCH-CODE NOT = SPACES
                PERFORM VARYING WS-DEBIT-IDX FROM 1 BY 1
                    UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                    OR DEBIT-RATE-FOUND
                  IF WS-DEBIT-CODE(WS-DEBIT-IDX) = WS-BRANCH-CODE
                    MOVE WS-DEBIT-RATE(WS-DEBIT-IDX) TO LS-RATE
                    SET DEBIT-RATE-FOUND TO TRUE
                  END-IF
                END-PERFORM
              END-IF
              IF DEBIT-RATE-FOUND
                EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-PRODUCT-CODE
              STRING '*' LS-PRODUCT-TYPE DELIMITED BY SIZE
                  INTO WS-PRODUCT-CODE
              END-STRING
              PERFORM VARYING WS-DEBIT-IDX FROM 1 BY 1
                  UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                  OR DEBIT-RATE-FOUND
                IF WS-DEBIT-CODE(WS-DEBIT-IDX) = WS-PRODUCT-CODE
                  MOVE WS-DEBIT-RATE(WS-DEBIT-IDX) TO LS-RATE
                  SET DEBIT-RATE-FOUND TO TRUE
                END-IF
              END-PERFORM.
