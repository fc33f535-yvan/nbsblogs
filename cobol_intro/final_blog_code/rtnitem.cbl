            IDENTIFICATION DIVISION.
            PROGRAM-ID. RTNITEM.
            *> returned deposited item intake - when a cheque we
            *> presented through OUTCLEAR bounces, the clearing
            *> house sends it back on returned_deposits.txt in the
            *> return format INCLEAR writes for the items we bounce
            *> (the sequence is our item reference, the deposit
            *> posting's UID). The branch used to work out the re-
            *> debit by hand. This matches each return to its item
            *> on the deposited cheque register (see copybooks/
            *> DEPITEM) and charges the item back to the depositing
            *> account through the normal journaled write path (a
            *> withdrawal, in LGLREMIT's shape), with the branch's
            *> returned-item fee off fee_schedule.txt charged as an
            *> 'F' fee, FEEASSES's way, while the account is open.
            *> The availability hold the item itself still carries
            *> converts into the chargeback - the row comes off the
            *> uncollected-funds ledger as the debit takes the
            *> money - and every other deposit still on hold on the
            *> account is held the extension days longer
            *> (returned_item_control.txt, 5 business days if not
            *> set), since the depositor's cheques are no longer to
            *> be trusted to clear. The customer hears through
            *> NSFNTCE: a 'D' event goes on nsf_events.txt. A
            *> return that matches no presented item, disagrees with
            *> it, or was already charged back posts nothing and
            *> goes on the night's report for a person to chase.
            *> Chargebacks take their UIDs from UIDALLOC's RETURN
            *> range (86001-86999) alongside STORDRET's returned
            *> payments, the fees from the FEE range
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the clearing house's returns of the items we
                  *> presented - fixed format, one record per item
                  SELECT OPTIONAL RETURNED-DEPOSITS
                      ASSIGN TO 'returned_deposits.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DEPOSITED-ITEMS
                      ASSIGN TO 'deposited_items.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the uncollected-funds ledger TRANLOAD's C710
                  *> feeds and AVAILREL drains
                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> hold extension days, then DSHRPT's report
                  *> window and referral count
                  SELECT OPTIONAL RETURN-ITEM-CONTROL
                      ASSIGN TO 'returned_item_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per branch - only the returned-item
                  *> fee is used here (see FEEASSES)
                  SELECT FEE-SCHEDULE
                      ASSIGN TO 'fee_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> account-to-branch mapping, same file and load
                  *> as feeasses.cbl
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the per-account risk-profile store - every
                  *> customer-moving posting folds in (see
                  *> copybooks/RISKPROF)
                  SELECT OPTIONAL RISK-PROFILE
                      ASSIGN TO 'risk_profile.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  *> a chargeback is told to the customer like an
                  *> NSF decision - the same NSFNTCE notice run
                  SELECT OPTIONAL NSF-EVENTS
                      ASSIGN TO 'nsf_events.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the night's chargebacks and unmatched returns
                  *> - stowed as a dated generation at end of job
                  *> (see RPTSTOW)
                  SELECT RETURN-REPORT
                      ASSIGN TO 'returned_deposit_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                *> same record shape as INCLEAR's RETURN-ITEM
                FD RETURNED-DEPOSITS.
                01 RETURN-ITEM.
                  02 RT-SEQUENCE PIC 9(6).
                  02 RT-ACCOUNT-ID PIC 9(7).
                  02 RT-AMOUNT PIC 9(6)V9(2).
                  02 RT-REASON-CODE PIC X(2).
                  02 RT-REASON-TEXT PIC X(30).
                  02 RT-RETURN-DEADLINE PIC 9(8).

                FD DEPOSITED-ITEMS.
                COPY DEPITEM.

                *> same row shape as FUNDS-HOLD-RECORD in
                *> tranload.cbl
                FD FUNDS-HOLDS.
                01 FUNDS-HOLD-RECORD.
                  02 FH-ACCOUNT-ID PIC S9(7).
                  02 FH-UID PIC 9(5).
                  02 FH-AMOUNT PIC 9(6)V9(2).
                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

                FD RETURN-ITEM-CONTROL.
                01 RETURN-ITEM-CONTROL-RECORD.
                  02 RC-HOLD-EXTEND-DAYS PIC 9(2).
                  02 RC-REPORT-WINDOW-DAYS PIC 9(3).
                  02 RC-REFER-COUNT PIC 9(2).

                FD FEE-SCHEDULE.
                01 FS-FEED-RECORD.
                  02 FS-FEED-BRANCH-CODE PIC X(4).
                  02 FS-FEED-FEE-AMOUNT PIC 9(4)V9(2).
                  02 FS-FEED-WAIVER-BALANCE PIC 9(8)V9(2).
                  02 FS-FEED-LATE-GRACE-DAYS PIC 9(3).
                  02 FS-FEED-LATE-CHARGE PIC 9(4)V9(2).
                  02 FS-FEED-LEGAL-ORDER-FEE PIC 9(4)V9(2).
                  02 FS-FEED-RETURN-ITEM-FEE PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-SMALL PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-MEDIUM PIC 9(4)V9(2).
                  02 FS-FEED-BOX-RENT-LARGE PIC 9(4)V9(2).

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD RISK-PROFILE.
                COPY RISKPROF.

                *> same record shape TRANLOAD writes and
                *> NSFNTCE reads
                FD NSF-EVENTS.
                01 NSF-EVENT-RECORD.
                  02 NE-EVENT-DATE PIC 9(8).
                  02 NE-ACCOUNT-ID PIC S9(7).
                  02 NE-DECISION PIC X(1).
                    88 NSF-DEPOSIT-RETURNED VALUE 'D'.
                  02 NE-ITEM-DESC PIC X(25).
                  02 NE-ITEM-AMOUNT PIC S9(6)V9(2).
                  02 NE-RESULT-BALANCE PIC S9(8)V9(2).

                FD RETURN-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-RETURNS-EOF PIC X VALUE 'N'.
                    88 END-OF-RETURNS VALUE 'Y'.
                  05 WS-ITEMS-EOF PIC X VALUE 'N'.
                    88 END-OF-ITEMS VALUE 'Y'.
                  05 WS-HOLDS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDS VALUE 'Y'.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> how many business days the depositor's other
                *> holds are extended - overridden by the control
                *> file
                01 WS-HOLD-EXTEND-DAYS PIC 9(2) VALUE 5.

                *> HOLCHK's date service (see holchk.cbl), stepped
                *> a business day at a time as TRANLOAD's C715
                *> steps a new hold's release date
                01 WS-HOLIDAY-STATUS PIC X.
                  88 IS-HOLIDAY VALUE 'H'.
                  88 IS-BUSINESS-DAY VALUE 'B'.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1) VALUE SPACE.
                  02 WS-SECOND-DATE PIC 9(8) VALUE 0.
                  02 WS-RESULT-DATE PIC 9(8) VALUE 0.
                  02 WS-DAY-COUNT PIC S9(5) VALUE 0.
                01 WS-HOLD-RELEASE-DATE PIC 9(8).

                *> the register loaded whole and rewritten whole,
                *> OUTCLEAR's idiom and bound
                01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
                01 WS-ITEM-TABLE.
                  05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
                    10 WS-ITEM-IMAGE PIC X(89).
                01 WS-ITEM-IDX PIC 9(4).
                01 WS-ITEM-MATCH PIC 9(4).

                *> the hold ledger loaded whole and rewritten
                *> minus the rows converted (AVAILREL's idiom and
                *> bound)
                01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
                01 WS-HOLD-TABLE.
                  05 WS-HOLD-ENTRY OCCURS 200 TIMES.
                    10 WS-HOLD-IMAGE PIC X(29).
                    10 WS-HOLD-CONVERTED PIC X(1).
                01 WS-HOLD-IDX PIC 9(3).

                *> fee schedule and account cross-reference, same
                *> shapes as feeasses.cbl's tables
                01 WS-FEE-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-FEE-TABLE.
                  05 WS-FEE-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-FEE-BRANCH-COUNT
                      ASCENDING KEY IS WS-FEE-BRANCH-CODE
                      INDEXED BY FEE-IDX.
                    10 WS-FEE-BRANCH-CODE PIC X(4).
                    10 WS-FEE-RETURN-ITEM PIC 9(4)V9(2).
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).
                01 WS-CURRENT-BRANCH-CODE PIC X(4).
                01 WS-ITEM-FEE PIC 9(4)V9(2) VALUE 0.

                01 WS-NEXT-RETURN-UID PIC 9(5) VALUE 0.
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.
                01 WS-POST-AMOUNT PIC S9(6)V9(2) VALUE 0.
                01 WS-POST-DESC PIC X(25).
                01 WS-RISK-AMOUNT PIC 9(6)V9(2).
                01 WS-HOLDS-EXTENDED PIC 9(3).
                01 WS-HOLDS-CONVERTED PIC 9(3).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> why a return posts nothing - blank when it
                *> charged back
                01 WS-EXCEPTION-TEXT PIC X(40).

                *> before-image for the MSTJRNL change journal
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-REPORT-HEADING-1.
                  05 FILLER PIC X(40) VALUE
                      'RETURNED DEPOSITED ITEMS - CHARGEBACKS'.
                  05 FILLER PIC X(10) VALUE ' RUN DATE '.
                  05 RH-RUN-DATE PIC 9(8).
                01 WS-REPORT-HEADING-2.
                  05 FILLER PIC X(35) VALUE
                      'ITEM     ACCOUNT      AMOUNT  RC   '.
                  05 FILLER PIC X(32) VALUE
                      'CHGBK       FEE  CNV EXT  RESULT'.
                01 WS-REPORT-DETAIL.
                  05 RD-ITEM-REF PIC 9(6).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 RD-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-AMOUNT PIC ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-REASON-CODE PIC X(2).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 RD-CHARGEBACK-UID PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-FEE PIC Z,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-HOLDS-CONVERTED PIC ZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-HOLDS-EXTENDED PIC ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-RESULT PIC X(40).
                01 WS-REPORT-TOTAL.
                  05 FILLER PIC X(14) VALUE 'CHARGED BACK: '.
                  05 RT-T-CHARGED PIC ZZZZ9.
                  05 FILLER PIC X(10) VALUE '  AMOUNT: '.
                  05 RT-T-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(8) VALUE '  FEES: '.
                  05 RT-T-FEES PIC ZZZ,ZZ9.99.
                  05 FILLER PIC X(14) VALUE '  EXCEPTIONS: '.
                  05 RT-T-EXCEPTIONS PIC ZZZZ9.

                01 WS-COUNTS.
                  05 WS-RETURNS-READ PIC 9(5) VALUE 0.
                  05 WS-CHARGED-BACK PIC 9(5) VALUE 0.
                  05 WS-EXCEPTIONS PIC 9(5) VALUE 0.
                  05 WS-FEES-CHARGED PIC 9(5) VALUE 0.
                  05 WS-TOTAL-EXTENDED PIC 9(5) VALUE 0.
                  05 WS-TOTAL-CHARGED PIC 9(9)V9(2) VALUE 0.
                  05 WS-TOTAL-FEES PIC 9(7)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              PERFORM B000-LOAD-CONTROL
              PERFORM B100-LOAD-DEPOSITED-ITEMS
              PERFORM B200-LOAD-FUNDS-HOLDS
              PERFORM B300-LOAD-FEE-SCHEDULE
              PERFORM B400-LOAD-ACCOUNT-XREF

              OPEN INPUT RETURNED-DEPOSITS
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O RISK-PROFILE
              OPEN EXTEND NSF-EVENTS
              OPEN OUTPUT RETURN-REPORT
              MOVE WS-RUN-DATE TO RH-RUN-DATE
              WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
              WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
              PERFORM UNTIL END-OF-RETURNS
                READ RETURNED-DEPOSITS
                  AT END
                    SET END-OF-RETURNS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RETURNS-READ
                    PERFORM C000-WORK-ONE-RETURN
                END-READ
              END-PERFORM
              MOVE WS-CHARGED-BACK TO RT-T-CHARGED
              MOVE WS-TOTAL-CHARGED TO RT-T-AMOUNT
              MOVE WS-TOTAL-FEES TO RT-T-FEES
              MOVE WS-EXCEPTIONS TO RT-T-EXCEPTIONS
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-REPORT-TOTAL
              CLOSE RETURN-REPORT
              CLOSE NSF-EVENTS
              CLOSE RISK-PROFILE
              CLOSE JOURNAL
              CLOSE TRANSACTIONS
              CLOSE ACCOUNT-MASTER
              CLOSE RETURNED-DEPOSITS

              IF WS-CHARGED-BACK > 0
                PERFORM F000-REWRITE-DEPOSITED-ITEMS
                PERFORM F100-REWRITE-FUNDS-HOLDS
              END-IF
              CALL 'UIDALLOC' USING 'RETURN    ', 'RTNITEM ', 'R',
                  WS-NEXT-RETURN-UID
              END-CALL
              CALL 'UIDALLOC' USING 'FEE       ', 'RTNITEM ', 'R',
                  WS-NEXT-FEE-UID
              END-CALL
              CALL 'RPTSTOW' USING 'RTNDEPOSIT  ',
                  'returned_deposit_report.txt             '
              END-CALL
              IF WS-EXCEPTIONS > 0
                MOVE 'RETURNED DEPOSITS NOT MATCHED - SEE REPORT'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'RTNITEM ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'RTNITEM - END OF JOB SUMMARY'
              DISPLAY 'RETURNS READ      : ' WS-RETURNS-READ
              DISPLAY 'CHARGED BACK      : ' WS-CHARGED-BACK
              DISPLAY 'TOTAL CHARGED BACK: ' WS-TOTAL-CHARGED
              DISPLAY 'FEES CHARGED      : ' WS-FEES-CHARGED
              DISPLAY 'TOTAL FEES        : ' WS-TOTAL-FEES
              DISPLAY 'HOLDS EXTENDED    : ' WS-TOTAL-EXTENDED
              DISPLAY 'EXCEPTIONS        : ' WS-EXCEPTIONS
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> zero or missing keeps the default
              B000-LOAD-CONTROL.
              OPEN INPUT RETURN-ITEM-CONTROL
              READ RETURN-ITEM-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  IF RC-HOLD-EXTEND-DAYS IS NUMERIC
                      AND RC-HOLD-EXTEND-DAYS > 0
                    MOVE RC-HOLD-EXTEND-DAYS TO WS-HOLD-EXTEND-DAYS
                  END-IF
              END-READ
              CLOSE RETURN-ITEM-CONTROL.

              B100-LOAD-DEPOSITED-ITEMS.
              OPEN INPUT DEPOSITED-ITEMS
              PERFORM UNTIL END-OF-ITEMS
                READ DEPOSITED-ITEMS
                  AT END
                    SET END-OF-ITEMS TO TRUE
                  NOT AT END
                    IF WS-ITEM-COUNT >= 2000
                      DISPLAY 'RTNITEM ABEND - DEPOSITED ITEM '
                          'REGISTER EXCEEDS 2000 ITEMS - NOTHING '
                          'CHARGED BACK'
                      MOVE 'DEPOSITED ITEM REGISTER OVER 2000 ITEMS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'RTNITEM ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE DEPOSITED-ITEMS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE DEPOSITED-ITEM-RECORD TO
                        WS-ITEM-IMAGE(WS-ITEM-COUNT)
                END-READ
              END-PERFORM
              CLOSE DEPOSITED-ITEMS.

              B200-LOAD-FUNDS-HOLDS.
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-HOLDS
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-HOLDS TO TRUE
                  NOT AT END
                    IF WS-HOLD-COUNT >= 200
                      DISPLAY 'RTNITEM ABEND - FUNDS-HOLD '
                          'LEDGER EXCEEDS 200 SLOTS - NOTHING '
                          'CHARGED BACK, NOTHING REWRITTEN'
                      MOVE 'FUNDS-HOLD LEDGER OVER 200 SLOTS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'RTNITEM ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE FUNDS-HOLDS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE FUNDS-HOLD-RECORD TO
                        WS-HOLD-IMAGE(WS-HOLD-COUNT)
                    MOVE 'N' TO WS-HOLD-CONVERTED(WS-HOLD-COUNT)
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              *> same read-the-control-file-once load as
              *> FEEASSES's B000-LOAD-FEE-SCHEDULE
              B300-LOAD-FEE-SCHEDULE.
              MOVE 'N' TO WS-TABLE-EOF
              OPEN INPUT FEE-SCHEDULE
              PERFORM UNTIL END-OF-TABLE-FILE
                READ FEE-SCHEDULE
                  AT END
                    SET END-OF-TABLE-FILE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-FEE-BRANCH-COUNT
                    MOVE FS-FEED-BRANCH-CODE TO
                        WS-FEE-BRANCH-CODE(WS-FEE-BRANCH-COUNT)
                    IF FS-FEED-RETURN-ITEM-FEE IS NUMERIC
                      MOVE FS-FEED-RETURN-ITEM-FEE TO
                          WS-FEE-RETURN-ITEM(WS-FEE-BRANCH-COUNT)
                    ELSE
                      MOVE 0 TO
                          WS-FEE-RETURN-ITEM(WS-FEE-BRANCH-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FEE-SCHEDULE.

              *> same load as feeasses.cbl's B100
              B400-LOAD-ACCOUNT-XREF.
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
                    MOVE XR-FEED-TIER-NUM TO
                        WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> a return must name an item we presented, for the
              *> amount we presented it for, not yet charged back
              C000-WORK-ONE-RETURN.
              MOVE SPACES TO WS-EXCEPTION-TEXT
              MOVE 0 TO WS-ITEM-FEE
              MOVE 0 TO WS-HOLDS-CONVERTED
              MOVE 0 TO WS-HOLDS-EXTENDED
              MOVE 0 TO WS-ITEM-MATCH
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                  OR WS-ITEM-MATCH > 0
                MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO
                    DEPOSITED-ITEM-RECORD
                IF DI-UID = RT-SEQUENCE
                    AND DI-ACCOUNT-ID = RT-ACCOUNT-ID
                  MOVE WS-ITEM-IDX TO WS-ITEM-MATCH
                END-IF
              END-PERFORM
              EVALUATE TRUE
                WHEN WS-ITEM-MATCH = 0
                  MOVE 'NO SUCH ITEM ON THE DEPOSIT REGISTER' TO
                      WS-EXCEPTION-TEXT
                WHEN ITEM-RETURNED
                  MOVE 'ITEM ALREADY CHARGED BACK' TO
                      WS-EXCEPTION-TEXT
                WHEN NOT ITEM-PRESENTED
                  MOVE 'ITEM NOT YET PRESENTED' TO WS-EXCEPTION-TEXT
                WHEN DI-AMOUNT NOT = RT-AMOUNT
                  MOVE 'AMOUNT DIFFERS FROM THE ITEM PRESENTED' TO
                      WS-EXCEPTION-TEXT
              END-EVALUATE
              IF WS-EXCEPTION-TEXT = SPACES
                MOVE DI-ACCOUNT-ID TO AM-ACCOUNT-ID
                PERFORM X100-READ-ACCOUNT
                IF NOT ACCOUNT-ON-MASTER
                  MOVE 'DEPOSITING ACCOUNT NOT ON FILE' TO
                      WS-EXCEPTION-TEXT
                END-IF
              END-IF

              MOVE RT-SEQUENCE TO RD-ITEM-REF
              MOVE RT-ACCOUNT-ID TO RD-ACCOUNT-ID
              MOVE RT-AMOUNT TO RD-AMOUNT
              MOVE RT-REASON-CODE TO RD-REASON-CODE
              IF WS-EXCEPTION-TEXT NOT = SPACES
                ADD 1 TO WS-EXCEPTIONS
                MOVE 0 TO RD-CHARGEBACK-UID
                MOVE 0 TO RD-FEE
                MOVE 0 TO RD-HOLDS-CONVERTED
                MOVE 0 TO RD-HOLDS-EXTENDED
                MOVE WS-EXCEPTION-TEXT TO RD-RESULT
                WRITE REPORT-LINE FROM WS-REPORT-DETAIL
                DISPLAY 'RTNITEM EXCEPTION - ITEM ' RT-SEQUENCE
                    ' ' WS-EXCEPTION-TEXT
                EXIT PARAGRAPH
              END-IF

              PERFORM C100-POST-CHARGEBACK
              PERFORM C200-CHARGE-ITEM-FEE
              PERFORM C300-WORK-ACCOUNT-HOLDS
              PERFORM C400-WRITE-NOTICE-EVENT

              SET ITEM-RETURNED TO TRUE
              MOVE WS-RUN-DATE TO DI-RETURN-DATE
              MOVE RT-REASON-CODE TO DI-RETURN-REASON-CODE
              MOVE RT-REASON-TEXT TO DI-RETURN-REASON-TEXT
              MOVE WS-NEXT-RETURN-UID TO DI-CHARGEBACK-UID
              MOVE WS-ITEM-FEE TO DI-FEE-AMOUNT
              MOVE DEPOSITED-ITEM-RECORD TO
                  WS-ITEM-IMAGE(WS-ITEM-MATCH)
              ADD 1 TO WS-CHARGED-BACK
              ADD DI-AMOUNT TO WS-TOTAL-CHARGED

              MOVE WS-NEXT-RETURN-UID TO RD-CHARGEBACK-UID
              MOVE WS-ITEM-FEE TO RD-FEE
              MOVE WS-HOLDS-CONVERTED TO RD-HOLDS-CONVERTED
              MOVE WS-HOLDS-EXTENDED TO RD-HOLDS-EXTENDED
              MOVE SPACES TO RD-RESULT
              STRING 'CHARGED BACK - ' RT-REASON-TEXT
                  DELIMITED BY SIZE INTO RD-RESULT
              END-STRING
              WRITE REPORT-LINE FROM WS-REPORT-DETAIL
              DISPLAY 'RTNITEM CHARGED BACK ITEM: ' DI-UID
                  ' ACCOUNT: ' DI-ACCOUNT-ID ' AMOUNT: ' DI-AMOUNT.

              *> the dishonoured amount leaves the account through
              *> the ordinary journaled path so TRANRPT, GLEXTR and
              *> RECONRPT all see it like any other posting - it
              *> posts whatever the balance, the money was never
              *> the depositor's
              C100-POST-CHARGEBACK.
              CALL 'UIDALLOC' USING 'RETURN    ', 'RTNITEM ', 'N',
                  WS-NEXT-RETURN-UID
              END-CALL
              COMPUTE WS-POST-AMOUNT = 0 - DI-AMOUNT
              MOVE SPACES TO WS-POST-DESC
              STRING 'RETURNED DEPOSIT ' DI-UID
                  DELIMITED BY SIZE INTO WS-POST-DESC
              END-STRING
              MOVE WS-NEXT-RETURN-UID TO UID OF TRANSACTION-STRUCT
              SET WITHDRAWAL OF TRANSACTION-STRUCT TO TRUE
              PERFORM D000-WRITE-POSTING
              MOVE 'WRITE' TO JN-OPERATION
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD
              PERFORM D100-ROLL-MASTER-FORWARD
              MOVE DI-AMOUNT TO WS-RISK-AMOUNT
              PERFORM G100-FOLD-RISK-PROFILE.

              *> the branch's returned-item fee - an account with
              *> no branch, a branch with no fee, or an account no
              *> longer open pays nothing
              C200-CHARGE-ITEM-FEE.
              IF NOT ACCOUNT-OPEN
                EXIT PARAGRAPH
              END-IF
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
                  EXIT PARAGRAPH
                WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = DI-ACCOUNT-ID
                  MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                      WS-CURRENT-BRANCH-CODE
              END-SEARCH
              SEARCH ALL WS-FEE-ENTRY
                AT END
                  EXIT PARAGRAPH
                WHEN WS-FEE-BRANCH-CODE(FEE-IDX) =
                    WS-CURRENT-BRANCH-CODE
                  MOVE WS-FEE-RETURN-ITEM(FEE-IDX) TO WS-ITEM-FEE
              END-SEARCH
              IF WS-ITEM-FEE = 0
                EXIT PARAGRAPH
              END-IF
              CALL 'UIDALLOC' USING 'FEE       ', 'RTNITEM ', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              COMPUTE WS-POST-AMOUNT = 0 - WS-ITEM-FEE
              MOVE SPACES TO WS-POST-DESC
              STRING 'RETURNED ITEM FEE ' DI-UID
                  DELIMITED BY SIZE INTO WS-POST-DESC
              END-STRING
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              PERFORM D000-WRITE-POSTING
              *> FEEPOST rather than WRITE, as FEEASSES stamps
              *> its charges - the fee is no feed run's posting
              MOVE 'FEEPOST' TO JN-OPERATION
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD
              PERFORM D100-ROLL-MASTER-FORWARD
              ADD 1 TO WS-FEES-CHARGED
              ADD WS-ITEM-FEE TO WS-TOTAL-FEES.

              *> the item's own hold converts into the chargeback;
              *> the depositor's other live deposit holds are held
              *> the extension days longer. Legal-order holds
              *> (source 'L') are not deposits and are left alone
              C300-WORK-ACCOUNT-HOLDS.
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO
                    FUNDS-HOLD-RECORD
                IF FH-ACCOUNT-ID = DI-ACCOUNT-ID
                    AND FH-SOURCE NOT = 'L'
                    AND WS-HOLD-CONVERTED(WS-HOLD-IDX) = 'N'
                  IF FH-UID = DI-UID
                    MOVE 'Y' TO WS-HOLD-CONVERTED(WS-HOLD-IDX)
                    ADD 1 TO WS-HOLDS-CONVERTED
                  ELSE
                    IF FH-RELEASE-DATE > WS-RUN-DATE
                      MOVE FH-RELEASE-DATE TO WS-HOLD-RELEASE-DATE
                      PERFORM C310-STEP-ONE-BUSINESS-DAY
                          WS-HOLD-EXTEND-DAYS TIMES
                      MOVE WS-HOLD-RELEASE-DATE TO FH-RELEASE-DATE
                      MOVE FUNDS-HOLD-RECORD TO
                          WS-HOLD-IMAGE(WS-HOLD-IDX)
                      ADD 1 TO WS-HOLDS-EXTENDED
                      ADD 1 TO WS-TOTAL-EXTENDED
                    END-IF
                  END-IF
                END-IF
              END-PERFORM.

              C310-STEP-ONE-BUSINESS-DAY.
              MOVE 'N' TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING WS-HOLD-RELEASE-DATE,
                  WS-HOLIDAY-STATUS, WS-DATE-SERVICE
              END-CALL
              MOVE WS-RESULT-DATE TO WS-HOLD-RELEASE-DATE.

              *> the customer's notice rides NSFNTCE's run
              C400-WRITE-NOTICE-EVENT.
              MOVE WS-RUN-DATE TO NE-EVENT-DATE
              MOVE DI-ACCOUNT-ID TO NE-ACCOUNT-ID
              SET NSF-DEPOSIT-RETURNED TO TRUE
              MOVE SPACES TO NE-ITEM-DESC
              STRING 'RETURNED DEPOSIT ' DI-UID ' ' RT-REASON-CODE
                  DELIMITED BY SIZE INTO NE-ITEM-DESC
              END-STRING
              COMPUTE NE-ITEM-AMOUNT = 0 - DI-AMOUNT
              MOVE AM-BALANCE TO NE-RESULT-BALANCE
              WRITE NSF-EVENT-RECORD.

              *> the caller has set the UID and type code - the
              *> posting and its journal entry are built here,
              *> the caller stamps the journal operation
              D000-WRITE-POSTING.
              MOVE WS-POST-DESC TO DESC OF TRANSACTION-STRUCT
              MOVE WS-POST-AMOUNT TO AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + WS-POST-AMOUNT
              MOVE AM-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE.

              D100-ROLL-MASTER-FORWARD.
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              COMPUTE AM-BALANCE = AM-BALANCE + WS-POST-AMOUNT
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'RTNITEM ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL.

              F000-REWRITE-DEPOSITED-ITEMS.
              OPEN OUTPUT DEPOSITED-ITEMS
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO
                    DEPOSITED-ITEM-RECORD
                WRITE DEPOSITED-ITEM-RECORD
              END-PERFORM
              CLOSE DEPOSITED-ITEMS.

              F100-REWRITE-FUNDS-HOLDS.
              OPEN OUTPUT FUNDS-HOLDS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                IF WS-HOLD-CONVERTED(WS-HOLD-IDX) = 'N'
                  MOVE WS-HOLD-IMAGE(WS-HOLD-IDX) TO
                      FUNDS-HOLD-RECORD
                  WRITE FUNDS-HOLD-RECORD
                END-IF
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              *> ACCOUNT-MASTER is open I-O for the run
              X100-READ-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ.

              *> the posting is customer-moving (D/W/Z/T), so
              *> it folds into the risk-profile store the same
              *> way LGLREMIT's G100 folds its remittance (see
              *> copybooks/RISKPROF)
              G100-FOLD-RISK-PROFILE.
              MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
              READ RISK-PROFILE
                INVALID KEY
                  MOVE AM-ACCOUNT-ID TO RP-ACCOUNT-ID
                  MOVE 1 TO RP-POSTING-COUNT
                  MOVE WS-RISK-AMOUNT TO RP-AMOUNT-TOTAL
                  WRITE RISK-PROFILE-RECORD
                    INVALID KEY
                      CONTINUE
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO RP-POSTING-COUNT
                  ADD WS-RISK-AMOUNT TO RP-AMOUNT-TOTAL
                  REWRITE RISK-PROFILE-RECORD
              END-READ.
