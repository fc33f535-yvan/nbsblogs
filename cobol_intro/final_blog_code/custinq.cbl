            *> ACCOUNT-MASTER account carried under it with
            *> balances and the total relationship, so a
            *> customer's three accounts finally read as one
            *> customer instead of three unrelated holder strings.
            *> A customer KYCCHK says is due for identification
            *> review is flashed under the customer line, with
            *> the customer's AML risk rating and its breakdown.
            *> An address the post office has sent mail back
            *> from (see MAILRTN) is flashed the same way, so
            *> whoever has the customer on the phone asks for
            *> the new one. The date of birth shows where it is
            *> on file, and a guardian's link to a minor's
            *> account lists with the other linked accounts
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> RISKRATE's nightly rating (see copybooks/
                  *> CUSTRISK)
                  SELECT OPTIONAL CUSTOMER-RISK
                      ASSIGN TO 'customer_risk.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD CUSTOMER-MASTER.
                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD CUSTOMER-RISK.
                COPY CUSTRISK.

              WORKING-STORAGE SECTION.
                *> customer the inquiry is for - ACCEPT FROM
                *> COMMAND-LINE follows loops.cbl's run-parameter

                01 WS-NOTES-SHOWN PIC 9(3) VALUE 0.

                *> KYCCHK's answer for the customer, as at today
                01 WS-TODAY-DATE PIC 9(8).
                01 WS-KYC-STATUS PIC X.
                  88 KYC-CURRENT VALUE 'C'.
                  88 KYC-NO-DOCUMENTS VALUE 'N'.
                  88 KYC-DOCUMENT-EXPIRED VALUE 'X'.
                  88 KYC-REVIEW-OVERDUE VALUE 'O'.
                01 WS-LAST-REVIEW-DATE PIC 9(8).
                01 WS-NEXT-REVIEW-DATE PIC 9(8).

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                END-CALL
                PERFORM B000-SHOW-CUSTOMER
                IF CUSTOMER-ON-FILE
                  PERFORM B100-FLASH-KYC-DUE
                  PERFORM B200-SHOW-RISK-RATING
                  PERFORM C000-SHOW-ACCOUNTS
                  PERFORM C500-SHOW-LINKED-ACCOUNTS
                  PERFORM D000-SHOW-ACTIVE-NOTES
                  SET CUSTOMER-ON-FILE TO TRUE
                  DISPLAY 'CUSTOMER ' CM-CUSTOMER-NUMBER
                      ' - ' CM-CUSTOMER-NAME
                  IF NOT ADDRESS-GOOD
                    DISPLAY '*** MAIL RETURNED ' CM-MAIL-RETURNED-DATE
                        ' - MAIL HELD UNTIL CONTACT UPDATED'
                  END-IF
                  IF NOT BIRTH-DATE-UNKNOWN
                    DISPLAY 'DATE OF BIRTH ' CM-DATE-OF-BIRTH
                  END-IF
              END-READ
              CLOSE CUSTOMER-MASTER.

              *> the same warning TELLSCRN flashes at the counter
              B100-FLASH-KYC-DUE.
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              CALL 'KYCCHK' USING WS-INQUIRY-CUSTOMER, WS-TODAY-DATE,
                  WS-KYC-STATUS, WS-LAST-REVIEW-DATE,
                  WS-NEXT-REVIEW-DATE
              END-CALL
              EVALUATE TRUE
                WHEN KYC-CURRENT
                  DISPLAY 'KYC REVIEWED ' WS-LAST-REVIEW-DATE
                      ' - NEXT DUE ' WS-NEXT-REVIEW-DATE
                WHEN KYC-NO-DOCUMENTS
                  DISPLAY '*** KYC REVIEW DUE: NO ID DOCUMENT ON '
                      'FILE'
                WHEN KYC-DOCUMENT-EXPIRED
                  DISPLAY '*** KYC REVIEW DUE: ID DOCUMENT EXPIRED'
                WHEN KYC-REVIEW-OVERDUE
                  DISPLAY '*** KYC REVIEW DUE: LAST REVIEWED '
                      WS-LAST-REVIEW-DATE
              END-EVALUATE.

              B200-SHOW-RISK-RATING.
              OPEN INPUT CUSTOMER-RISK
              MOVE WS-INQUIRY-CUSTOMER TO CR-CUSTOMER-NUMBER
              READ CUSTOMER-RISK
                INVALID KEY
                  DISPLAY 'AML RISK NOT YET RATED'
                NOT INVALID KEY
                  EVALUATE TRUE
                    WHEN RISK-HIGH
                      DISPLAY '*** AML RISK HIGH - SCORE ' CR-SCORE
                          ' RATED ' CR-RATED-DATE
                    WHEN RISK-MEDIUM
                      DISPLAY 'AML RISK MEDIUM - SCORE ' CR-SCORE
                          ' RATED ' CR-RATED-DATE
                    WHEN OTHER
                      DISPLAY 'AML RISK LOW - SCORE ' CR-SCORE
                          ' RATED ' CR-RATED-DATE
                  END-EVALUATE
                  DISPLAY '  WATCH ' CR-WATCH-POINTS
                      '  CASES ' CR-CASE-POINTS
                      '  DISPUTES ' CR-DISPUTE-POINTS
                      '  PRODUCTS ' CR-PRODUCT-POINTS
                      '  ACTIVITY ' CR-ACTIVITY-POINTS
                  IF CR-CHANGED-DATE > 0
                    DISPLAY '  WAS ' CR-PREVIOUS-RATING
                        ' UNTIL ' CR-CHANGED-DATE
                  END-IF
              END-READ
              CLOSE CUSTOMER-RISK.

              C000-SHOW-ACCOUNTS.
              DISPLAY '========================================='
              OPEN INPUT ACCOUNT-MASTER
