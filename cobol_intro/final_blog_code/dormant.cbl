            *> MSTJRNL like every master rewrite), and prints a
            *> dormancy report by branch for the compliance team.
            *> The posting guards in TRANLOAD and CORRPOST block
            *> dormant accounts the way they block frozen ones.
            *> Loan accounts are left out - a performing loan is
            *> paid and accrues through LOAN-PAYMENT and
            *> LOAN-INTEREST postings, and LOANDLQ is what ages a
            *> loan that has stopped paying
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  88 ACCOUNT-IS-CROSS-REFERENCED VALUE 'Y'.

                *> before-image for the MSTJRNL change journal
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-CHECKED PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              COMPUTE WS-TODAY-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              PERFORM B100-LOAD-ACCOUNT-XREF

              *> only an open account can fall dormant - frozen
              *> and closed accounts are already out of reach,
              *> and an already-dormant one is just counted. A
              *> loan is never assessed - its idle time is
              *> LOANDLQ's delinquency, not dormancy
              C000-ASSESS-ONE-ACCOUNT.
              IF ACCOUNT-DORMANT
                ADD 1 TO WS-ALREADY-DORMANT
              ELSE
                IF ACCOUNT-OPEN AND NOT PRODUCT-LOAN
                  PERFORM C100-FIND-LAST-CUSTOMER-ACTIVITY
                  PERFORM C200-JUDGE-DORMANCY
                END-IF
