            *> customer notice per event using CUSTOMER-MASTER
            *> contact details, prints the register of notices
            *> produced, and clears the worked events so
            *> tomorrow's run starts clean. A customer whose mail
            *> has come back (CM-MAIL-RETURNED-DATE) gets no
            *> notice printed - it goes on the held-mail list
            *> through MAILHOLD instead. Each notice printed is
            *> recorded on the correspondence history through
            *> DOCLOG. Each register line opens with the
            *> account's branch (the account_rate_xref.txt load
            *> OVRDRRPT uses) so RPTDIST can burst the register
            *> into a page per branch. RTNITEM leaves an event
            *> too when a cheque a customer deposited comes back
            *> unpaid and is charged back to them
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT NSF-NOTICES
                      ASSIGN TO 'nsf_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
                  02 NE-DECISION PIC X(1).
                    88 NSF-ITEM-REJECTED VALUE 'R'.
                    88 NSF-ITEM-PAID-WITH-FEE VALUE 'P'.
                    88 NSF-DEPOSIT-RETURNED VALUE 'D'.
                  02 NE-ITEM-DESC PIC X(25).
                  02 NE-ITEM-AMOUNT PIC S9(6)V9(2).
                  02 NE-RESULT-BALANCE PIC S9(8)V9(2).
                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD NSF-NOTICES.
                01 NOTICE-LINE PIC X(152).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-EVENTS-EOF PIC X VALUE 'N'.
                    88 END-OF-EVENTS VALUE 'Y'.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> account-to-branch cross-reference, same shape
                *> and load as ovrdrrpt.cbl
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).

                01 WS-NOTICE-DETAIL.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 NL-BRANCH PIC X(4).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 FILLER PIC X(8) VALUE 'NOTICE: '.
                  05 NL-EVENT-DATE PIC 9(8).
                  05 FILLER PIC X(6) VALUE ' ACCT '.
                  05 FILLER PIC X(4) VALUE ' TO '.
                  05 NL-CONTACT PIC X(35).

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
                  05 WS-EVENTS-READ PIC 9(5) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-NO-CONTACT-COUNT PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B100-LOAD-ACCOUNT-XREF
              OPEN INPUT NSF-EVENTS
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              DISPLAY 'NOTICES PRODUCED  : ' WS-NOTICES-WRITTEN
              DISPLAY 'NO CONTACT ON FILE: '
                  WS-NO-CONTACT-COUNT
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
                    MOVE CM-CONTACT-DETAILS(1:35) TO NL-CONTACT
                END-READ
              END-IF
              *> the address is known bad - hold, don't mail
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'NSFNTCE ',
                    CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                    'NSF NOTICE  ', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF
              IF NL-CONTACT = SPACES
                ADD 1 TO WS-NO-CONTACT-COUNT
                MOVE '** NO CONTACT - BRANCH COPY **' TO
                    NL-CONTACT
              END-IF

              MOVE '????' TO NL-BRANCH
              SEARCH ALL WS-ACCOUNT-ENTRY
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = NE-ACCOUNT-ID
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO NL-BRANCH
              END-SEARCH
              MOVE NE-EVENT-DATE TO NL-EVENT-DATE
              MOVE NE-ACCOUNT-ID TO NL-ACCOUNT-ID
              EVALUATE TRUE
                WHEN NSF-ITEM-REJECTED
                  MOVE 'ITEM RETURNED ' TO NL-DECISION-TEXT
                WHEN NSF-DEPOSIT-RETURNED
                  MOVE 'DEPOSIT RETURN' TO NL-DECISION-TEXT
                WHEN OTHER
                  MOVE 'PAID WITH FEE ' TO NL-DECISION-TEXT
              END-EVALUATE
              MOVE NE-ITEM-DESC TO NL-ITEM-DESC
              MOVE NE-ITEM-AMOUNT TO NL-AMOUNT
              MOVE NE-RESULT-BALANCE TO NL-BALANCE
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE NE-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE NE-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'NSFNTCE ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'NS', 'M', 'NSFNOTICE   ',
                  WS-DOC-KEY
              END-CALL
              DISPLAY 'NSFNTCE NOTICE - ACCT ' NE-ACCOUNT-ID
                  ' ' NL-DECISION-TEXT.

              *> same load as ovrdrrpt.cbl's B100
              B100-LOAD-ACCOUNT-XREF.
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
                    MOVE XR-FEED-TIER-NUM TO
                        WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.
