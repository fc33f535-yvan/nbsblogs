            *> the distinct 'E' escheated status so a returning
            *> customer's claim traces to the remittance instead
            *> of a bare closed account. Escheat UIDs come from
            *> UIDALLOC's ESCHEAT range (87001-87999). An owner
            *> whose mail has already come back
            *> (CM-MAIL-RETURNED-DATE) gets no notice printed -
            *> it is held on the
            *> held-mail list through MAILHOLD. The notice file
            *> is stowed in the report repository and each
            *> notice recorded on the correspondence history
            *> through DOCLOG. The remittance file goes on the
            *> outbound transmission manifest through XMITREG as it
            *> is closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the
            *> proof of sending and for any resend. A loan
            *> account never escheats - its balance is principal
            *> owed to the bank, not customer funds, so the
            *> selection skips PRODUCT-LOAN the way LGLORD and
            *> WIREOUT do
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'escheat_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the per-account risk-profile store - every
                  *> customer-moving posting folds in (see
                  *> copybooks/RISKPROF)
                FD ESCHEAT-NOTICES.
                01 NOTICE-LINE PIC X(132).

                FD RISK-PROFILE.
                COPY RISKPROF.

                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
                01 WS-STATUS-INTEGER PIC 9(9).
                01 WS-DORMANT-DAYS PIC S9(6).

                01 WS-NEXT-ESCHEAT-UID PIC 9(5) VALUE 0.

                01 WS-REMIT-AMOUNT PIC S9(8)V9(2) VALUE 0.

                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NT-CONTACT PIC X(49).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the number the document carries
                *> on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
                  05 WS-ESCHEATED-COUNT PIC 9(5) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-NO-CONTACT-COUNT PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-REMITTED PIC S9(9)V9(2) VALUE 0.

                *> before-image for the MSTJRNL change journal
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-EXC-MESSAGE PIC X(60).

              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              COMPUTE WS-TODAY-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              CLOSE RISK-PROFILE
              CLOSE ESCHEAT-REMITTANCE
              CLOSE ESCHEAT-NOTICES
              CALL 'XMITREG' USING 'ESCHEAT     ',
                  'escheat_remittance.txt                  '
              END-CALL

              CALL 'RPTSTOW' USING 'ESCHEATNTCE ',
                  'escheat_notices.txt                     '
              END-CALL

              CALL 'UIDALLOC' USING 'ESCHEAT   ', 'ESCHEAT ', 'R',
                  WS-NEXT-ESCHEAT-UID
              END-CALL

              IF WS-ESCHEATED-COUNT > 0
                MOVE 'ESCHEATMENT RUN REMITTED DORMANT BALANCES'
              DISPLAY 'ESCHEATED         : ' WS-ESCHEATED-COUNT
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'NO CONTACT ON FILE: ' WS-NO-CONTACT-COUNT
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY 'TOTAL REMITTED    : ' WS-TOTAL-REMITTED
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> MAINMENU
              GOBACK.

              *> only a dormant account whose status date has
              *> aged past the statutory period escheats - the
              *> days-idle arithmetic follows DORMANT's
              *> INTEGER-OF-DATE comparison. A loan's balance is
              *> owed to the bank, so it is never remitted
              B000-CHECK-ONE-ACCOUNT.
              IF ACCOUNT-DORMANT AND NOT PRODUCT-LOAN
                COMPUTE WS-STATUS-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AM-STATUS-DATE)
                COMPUTE WS-DORMANT-DAYS =
              MOVE AM-BALANCE TO WS-REMIT-AMOUNT
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              IF WS-REMIT-AMOUNT > 0
                CALL 'UIDALLOC' USING 'ESCHEAT   ', 'ESCHEAT ', 'N',
                    WS-NEXT-ESCHEAT-UID
                END-CALL
                MOVE WS-NEXT-ESCHEAT-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'ESCHEATED TO STATE' TO
                MOVE WS-RUN-DATE TO
                    POST-DATE OF TRANSACTION-STRUCT
                WRITE TRANSACTION-STRUCT
                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'WRITE' TO JN-OPERATION
                MOVE TRANSACTION-AUDIT-LOG TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                PERFORM G100-FOLD-RISK-PROFILE
              END-IF
                    MOVE CM-CONTACT-DETAILS TO NT-CONTACT
                END-READ
              END-IF
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'ESCHEAT ',
                    CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                    'ESCHEAT NTCE', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF
              MOVE AM-ACCOUNT-ID TO NT-ACCOUNT-ID
              MOVE AM-ACCOUNT-HOLDER TO NT-NAME
              IF NT-CONTACT = SPACES
                    NT-CONTACT
              END-IF
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'ESCHEAT ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'ES', 'M', 'ESCHEATNTCE ',
                  WS-DOC-KEY
              END-CALL.

              *> the posting is customer-moving (D/W/Z/T), so
              *> it folds into the risk-profile store the same
