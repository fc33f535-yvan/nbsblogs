            IDENTIFICATION DIVISION.
            PROGRAM-ID. KYCCHK.
            *> KYC review gate - a CALLed subprogram in CYCLCHK's
            *> shape. Given a customer and a date it answers
            *> whether the customer's identification is in order:
            *> no active document on file, an active document past
            *> its expiry, or a last verification older than the
            *> review interval all make the customer due for
            *> review. TELLSCRN and CUSTINQ flash the answer,
            *> KYCRPT lists it monthly. The interval comes from
            *> kyc_policy.txt, loaded once per process; the
            *> document file is read fresh on every call so a
            *> document IDOCMNT records shows at once. The
            *> interval follows the customer's AML risk rating
            *> (see copybooks/CUSTRISK) - a medium- or high-risk
            *> customer is reviewed more often, a customer not yet
            *> rated on the low interval
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the customers' identification documents (see
                  *> copybooks/CUSTIDOC)
                  SELECT OPTIONAL ID-DOCUMENTS
                      ASSIGN TO 'customer_id_docs.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> a single row - how many days a verification
                  *> stands before the customer is due for review,
                  *> for a low-, medium- and high-risk customer
                  SELECT OPTIONAL KYC-POLICY
                      ASSIGN TO 'kyc_policy.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> RISKRATE's nightly rating, read by key
                  SELECT OPTIONAL CUSTOMER-RISK
                      ASSIGN TO 'customer_risk.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD ID-DOCUMENTS.
                COPY CUSTIDOC.

                FD KYC-POLICY.
                01 KP-FEED-RECORD.
                  02 KP-FEED-REVIEW-DAYS PIC 9(4).
                  02 KP-FEED-MEDIUM-DAYS PIC 9(4).
                  02 KP-FEED-HIGH-DAYS PIC 9(4).

                FD CUSTOMER-RISK.
                COPY CUSTRISK.

              WORKING-STORAGE SECTION.
                01 WS-POLICY-LOADED PIC X VALUE 'N'.
                  88 POLICY-ALREADY-LOADED VALUE 'Y'.

                01 WS-FLAGS.
                  05 WS-DOCS-EOF PIC X VALUE 'N'.
                    88 END-OF-DOCUMENTS VALUE 'Y'.

                *> house defaults when no policy row is on file -
                *> re-verify every three years, every two for a
                *> medium-risk customer, yearly for a high-risk one
                01 WS-REVIEW-DAYS PIC 9(4) VALUE 1095.
                01 WS-MEDIUM-REVIEW-DAYS PIC 9(4) VALUE 730.
                01 WS-HIGH-REVIEW-DAYS PIC 9(4) VALUE 365.
                01 WS-INTERVAL-DAYS PIC 9(4).

                01 WS-ACTIVE-COUNT PIC 9(3) VALUE 0.
                01 WS-EXPIRED-COUNT PIC 9(3) VALUE 0.

            LINKAGE SECTION.
              01 LS-CUSTOMER-NUMBER PIC 9(7).
              01 LS-RUN-DATE PIC 9(8).
              *> 'C' current, 'N' no active document, 'X' an
              *> active document expired, 'O' last review older
              *> than the interval - N, X and O are all review due
              01 LS-KYC-STATUS PIC X.
                88 KYC-CURRENT VALUE 'C'.
                88 KYC-NO-DOCUMENTS VALUE 'N'.
                88 KYC-DOCUMENT-EXPIRED VALUE 'X'.
                88 KYC-REVIEW-OVERDUE VALUE 'O'.
              *> latest verification on an active document, and
              *> the date the next review falls due - both zero
              *> when there is no active document
              01 LS-LAST-REVIEW-DATE PIC 9(8).
              01 LS-NEXT-REVIEW-DATE PIC 9(8).

            PROCEDURE DIVISION USING LS-CUSTOMER-NUMBER,
                LS-RUN-DATE, LS-KYC-STATUS, LS-LAST-REVIEW-DATE,
                LS-NEXT-REVIEW-DATE.
              A000-MAIN-PARA.
              IF NOT POLICY-ALREADY-LOADED
                PERFORM B000-LOAD-KYC-POLICY
                SET POLICY-ALREADY-LOADED TO TRUE
              END-IF
              PERFORM C000-SCAN-DOCUMENTS
              PERFORM C100-FIND-REVIEW-INTERVAL
              PERFORM D000-DECIDE-STATUS
              GOBACK.

              B000-LOAD-KYC-POLICY.
              OPEN INPUT KYC-POLICY
              READ KYC-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  IF KP-FEED-REVIEW-DAYS IS NUMERIC
                      AND KP-FEED-REVIEW-DAYS > 0
                    MOVE KP-FEED-REVIEW-DAYS TO WS-REVIEW-DAYS
                  END-IF
                  IF KP-FEED-MEDIUM-DAYS IS NUMERIC
                      AND KP-FEED-MEDIUM-DAYS > 0
                    MOVE KP-FEED-MEDIUM-DAYS TO
                        WS-MEDIUM-REVIEW-DAYS
                  END-IF
                  IF KP-FEED-HIGH-DAYS IS NUMERIC
                      AND KP-FEED-HIGH-DAYS > 0
                    MOVE KP-FEED-HIGH-DAYS TO WS-HIGH-REVIEW-DAYS
                  END-IF
              END-READ
              CLOSE KYC-POLICY.

              *> withdrawn documents are history - only active ones
              *> count toward the review
              C000-SCAN-DOCUMENTS.
              MOVE 0 TO WS-ACTIVE-COUNT
              MOVE 0 TO WS-EXPIRED-COUNT
              MOVE 0 TO LS-LAST-REVIEW-DATE
              MOVE 0 TO LS-NEXT-REVIEW-DATE
              MOVE 'N' TO WS-DOCS-EOF
              OPEN INPUT ID-DOCUMENTS
              PERFORM UNTIL END-OF-DOCUMENTS
                READ ID-DOCUMENTS
                  AT END
                    SET END-OF-DOCUMENTS TO TRUE
                  NOT AT END
                    IF ID-CUSTOMER-NUMBER = LS-CUSTOMER-NUMBER
                        AND DOC-ACTIVE
                      ADD 1 TO WS-ACTIVE-COUNT
                      IF ID-VERIFIED-DATE > LS-LAST-REVIEW-DATE
                        MOVE ID-VERIFIED-DATE TO
                            LS-LAST-REVIEW-DATE
                      END-IF
                      IF ID-EXPIRY-DATE > 0
                          AND ID-EXPIRY-DATE < LS-RUN-DATE
                        ADD 1 TO WS-EXPIRED-COUNT
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ID-DOCUMENTS.

              C100-FIND-REVIEW-INTERVAL.
              MOVE WS-REVIEW-DAYS TO WS-INTERVAL-DAYS
              OPEN INPUT CUSTOMER-RISK
              MOVE LS-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER
              READ CUSTOMER-RISK
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF RISK-HIGH
                    MOVE WS-HIGH-REVIEW-DAYS TO WS-INTERVAL-DAYS
                  END-IF
                  IF RISK-MEDIUM
                    MOVE WS-MEDIUM-REVIEW-DAYS TO WS-INTERVAL-DAYS
                  END-IF
              END-READ
              CLOSE CUSTOMER-RISK.

              D000-DECIDE-STATUS.
              IF WS-ACTIVE-COUNT = 0
                SET KYC-NO-DOCUMENTS TO TRUE
                EXIT PARAGRAPH
              END-IF
              COMPUTE LS-NEXT-REVIEW-DATE =
                  FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(LS-LAST-REVIEW-DATE)
                  + WS-INTERVAL-DAYS)
              IF WS-EXPIRED-COUNT > 0
                SET KYC-DOCUMENT-EXPIRED TO TRUE
              ELSE
                IF LS-NEXT-REVIEW-DATE < LS-RUN-DATE
                  SET KYC-REVIEW-OVERDUE TO TRUE
                ELSE
                  SET KYC-CURRENT TO TRUE
                END-IF
              END-IF.
