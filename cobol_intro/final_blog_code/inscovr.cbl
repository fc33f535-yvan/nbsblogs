            IDENTIFICATION DIVISION.
            PROGRAM-ID. INSCOVR.
            *> deposit insurance coverage run - the regulator
            *> asks how much of each depositor's money is insured
            *> and how much sits over the limit. Coverage is
            *> counted per depositor per ownership category: an
            *> account with only its primary owner is a single
            *> account ('S'); one with joint holders on
            *> account_holders.txt (see copybooks/HOLDXREF) is a
            *> joint account ('J') and its deposit is split in
            *> equal shares across the primary and each joint
            *> holder - a signatory owns nothing and takes no
            *> share. Every deposit account still holding
            *> customer money (open, frozen or dormant - not
            *> closed, escheated to the state or charged off)
            *> is staged once per owner with its share of the
            *> balance and of the interest accrued but not yet
            *> posted on the accrual ledger (see copybooks/
            *> ACCRLDG), PEREXTR's stage-and-sort idiom puts the
            *> shares in depositor and category order, and each
            *> depositor's category total is held against the
            *> insured limit for that category on
            *> insurance_control.txt. An overdrawn balance is no
            *> deposit and counts as zero. An account with no
            *> customer tie is its own depositor under the
            *> master's holder name. Two outputs: the coverage
            *> report, listing insured and uninsured per
            *> depositor and category with the uninsured total
            *> by branch at its foot (a depositor's uninsured
            *> amount is spread over their accounts' branches in
            *> proportion to the money each account holds); and
            *> the regulator's file - a header, one 'D' row per
            *> depositor and category followed by an 'A' row per
            *> account share under it, and a trailer carrying the
            *> counts and totals. Both are stowed in the report
            *> repository. Run parameter is the as-of date, the
            *> business date when none is given. The regulator file
            *> goes on the outbound transmission manifest through
            *> XMITREG as it is closed (see copybooks/XMITMAN),
            *> which keeps the generation with its count and hash
            *> total as the proof of sending and for any resend
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

                  SELECT OPTIONAL HOLDER-XREF
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ACCRUAL-LEDGER
                      ASSIGN TO 'accrual_ledger.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-ACCOUNT-ID.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the insured limit per ownership category -
                  *> a shop without the file runs on the
                  *> standard limit for both
                  SELECT OPTIONAL INSURANCE-CONTROL
                      ASSIGN TO 'insurance_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per owner's share of an account,
                  *> sorted into depositor order for the coverage
                  *> pass (PEREXTR's stage-and-sort idiom)
                  SELECT COVERAGE-STAGE
                      ASSIGN TO 'inscovr_stage.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT SORT-WORK-FILE
                      ASSIGN TO 'inscovr_sortwk.tmp'.

                  SELECT COVERAGE-SORTED
                      ASSIGN TO 'inscovr_sorted.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT COVERAGE-REPORT
                      ASSIGN TO 'insurance_coverage.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT REGULATOR-FILE
                      ASSIGN TO 'insurance_regulator.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD ACCRUAL-LEDGER.
                COPY ACCRLDG.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD INSURANCE-CONTROL.
                01 IN-FEED-RECORD.
                  02 IN-FEED-SINGLE-LIMIT PIC 9(7)V9(2).
                  02 IN-FEED-JOINT-LIMIT PIC 9(7)V9(2).

                FD COVERAGE-STAGE.
                01 COVERAGE-STAGE-IMAGE PIC X(80).

                SD SORT-WORK-FILE.
                01 SORT-RECORD.
                  02 SC-CUSTOMER-NUMBER PIC 9(7).
                  02 SC-UNLINKED-ACCOUNT PIC S9(7).
                  02 SC-CATEGORY PIC X(1).
                  02 SC-ACCOUNT-ID PIC S9(7).
                  02 SC-REST PIC X(58).

                FD COVERAGE-SORTED.
                01 COVERAGE-SORTED-IMAGE PIC X(80).

                FD COVERAGE-REPORT.
                01 REPORT-LINE PIC X(132).

                FD REGULATOR-FILE.
                01 REGULATOR-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.
                  05 WS-HOLDER-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDERS VALUE 'Y'.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-CONTROL VALUE 'Y'.
                  05 WS-SORTED-EOF PIC X VALUE 'N'.
                    88 END-OF-SORTED VALUE 'Y'.
                  05 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                    88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> run parameter is the as-of date - follows
                *> loops.cbl's run-parameter pattern
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).

                *> the standard insured limit, per depositor per
                *> category - a joint account's limit applies to
                *> each co-owner's combined joint shares
                01 WS-SINGLE-LIMIT PIC 9(7)V9(2) VALUE 250000.00.
                01 WS-JOINT-LIMIT PIC 9(7)V9(2) VALUE 250000.00.
                01 WS-GROUP-LIMIT PIC 9(7)V9(2).

                *> the joint holders on account_holders.txt - the
                *> primary comes off the master's own tie
                01 WS-HX-COUNT PIC 9(4) VALUE 0.
                01 WS-HX-TABLE.
                  05 WS-HX-ENTRY OCCURS 2000 TIMES.
                    10 WS-HX-ACCOUNT PIC S9(7).
                    10 WS-HX-CUSTOMER PIC 9(7).
                01 WS-HX-IDX PIC 9(4).

                *> account-to-branch cross-reference
                01 WS-XREF-COUNT PIC 9(4) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                    10 WS-XREF-ACCOUNT PIC S9(7).
                    10 WS-XREF-BRANCH PIC X(4).
                01 WS-XREF-IDX PIC 9(4).
                01 WS-ACCOUNT-BRANCH PIC X(4).

                *> the owners of the account in hand - the
                *> primary first, so the rounding penny of an
                *> uneven split lands on them
                01 WS-OWNER-COUNT PIC 9(2).
                01 WS-OWNER-TABLE.
                  05 WS-OWNER-CUSTOMER PIC 9(7) OCCURS 10 TIMES.
                01 WS-OWNER-IDX PIC 9(2).
                01 WS-OWNER-MATCH PIC 9(2).
                01 WS-ACCOUNT-BALANCE PIC S9(9)V9(2).
                01 WS-ACCOUNT-ACCRUED PIC S9(7)V9(2).
                01 WS-BALANCE-SHARE PIC S9(9)V9(2).
                01 WS-ACCRUED-SHARE PIC S9(7)V9(2).
                01 WS-BALANCE-LEFT PIC S9(9)V9(2).
                01 WS-ACCRUED-LEFT PIC S9(7)V9(2).

                *> the stage row - one owner's share of one
                *> account
                01 WS-STAGE-RECORD.
                  02 SG-CUSTOMER-NUMBER PIC 9(7).
                  *> an account with no customer tie is its own
                  *> depositor - zero for every other row
                  02 SG-UNLINKED-ACCOUNT PIC S9(7).
                  02 SG-CATEGORY PIC X(1).
                    88 CATEGORY-SINGLE VALUE 'S'.
                    88 CATEGORY-JOINT VALUE 'J'.
                  02 SG-ACCOUNT-ID PIC S9(7).
                  02 SG-BRANCH PIC X(4).
                  02 SG-OWNER-COUNT PIC 9(2).
                  02 SG-BALANCE-SHARE PIC S9(9)V9(2).
                  02 SG-ACCRUED-SHARE PIC S9(7)V9(2).
                  02 SG-HOLDER-NAME PIC X(30).
                  02 FILLER PIC X(2).

                *> the depositor and category in hand, with its
                *> account shares held for the 'A' rows and the
                *> branch spread
                01 WS-GRP-CUSTOMER PIC 9(7).
                01 WS-GRP-UNLINKED PIC S9(7).
                01 WS-GRP-CATEGORY PIC X(1).
                01 WS-GRP-NAME PIC X(30).
                01 WS-GRP-DEPOSIT PIC S9(9)V9(2).
                01 WS-GRP-ACCRUED PIC S9(9)V9(2).
                01 WS-GRP-TOTAL PIC S9(9)V9(2).
                01 WS-GRP-INSURED PIC S9(9)V9(2).
                01 WS-GRP-UNINSURED PIC S9(9)V9(2).
                01 WS-GRP-ROW-COUNT PIC 9(3).
                01 WS-GRP-ROWS.
                  05 WS-GRP-ROW OCCURS 100 TIMES.
                    10 WS-GR-ACCOUNT PIC S9(7).
                    10 WS-GR-BRANCH PIC X(4).
                    10 WS-GR-OWNER-COUNT PIC 9(2).
                    10 WS-GR-BALANCE PIC S9(9)V9(2).
                    10 WS-GR-ACCRUED PIC S9(7)V9(2).
                    10 WS-GR-UNINSURED PIC S9(9)V9(2).
                01 WS-GRP-ROW-IDX PIC 9(3).
                01 WS-ROW-TOTAL PIC S9(9)V9(2).
                01 WS-UNINSURED-LEFT PIC S9(9)V9(2).
                01 WS-ROWS-DROPPED PIC 9(5) VALUE 0.

                *> the uninsured money by branch
                01 WS-BR-COUNT PIC 9(3) VALUE 0.
                01 WS-BR-TABLE.
                  05 WS-BR-ENTRY OCCURS 200 TIMES.
                    10 WS-BR-CODE PIC X(4).
                    10 WS-BR-DEPOSIT PIC S9(11)V9(2).
                    10 WS-BR-INSURED PIC S9(11)V9(2).
                    10 WS-BR-UNINSURED PIC S9(11)V9(2).
                    10 WS-BR-ACCOUNTS-OVER PIC 9(5).
                01 WS-BR-IDX PIC 9(3).
                01 WS-BR-MATCH PIC 9(3).
                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-HEADING-1.
                  05 FILLER PIC X(35)
                      VALUE 'DEPOSIT INSURANCE COVERAGE - AS OF '.
                  05 HD-DATE PIC 9(8).
                  05 FILLER PIC X(18)
                      VALUE '   SINGLE LIMIT: '.
                  05 HD-SINGLE-LIMIT PIC Z(7)9.99.
                  05 FILLER PIC X(16)
                      VALUE '   JOINT LIMIT: '.
                  05 HD-JOINT-LIMIT PIC Z(7)9.99.
                01 WS-COLUMN-HEADING.
                  05 FILLER PIC X(8) VALUE 'CUSTOMER'.
                  05 FILLER PIC X(9) VALUE '  ACCOUNT'.
                  05 FILLER PIC X(32) VALUE '  DEPOSITOR'.
                  05 FILLER PIC X(4) VALUE 'CAT'.
                  05 FILLER PIC X(4) VALUE 'ACS'.
                  05 FILLER PIC X(15) VALUE '        DEPOSIT'.
                  05 FILLER PIC X(12) VALUE '     ACCRUED'.
                  05 FILLER PIC X(16)
                      VALUE '           TOTAL'.
                  05 FILLER PIC X(16)
                      VALUE '         INSURED'.
                  05 FILLER PIC X(16)
                      VALUE '       UNINSURED'.
                01 WS-DETAIL-LINE.
                  05 DL-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-ACCOUNT PIC Z(6)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-NAME PIC X(30).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-CATEGORY PIC X(1).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-ACCOUNTS PIC ZZ9.
                  05 DL-DEPOSIT PIC -(11)9.99.
                  05 DL-ACCRUED PIC -(8)9.99.
                  05 DL-TOTAL PIC -(12)9.99.
                  05 DL-INSURED PIC -(12)9.99.
                  05 DL-UNINSURED PIC -(12)9.99.

                01 WS-BRANCH-HEADING.
                  05 FILLER PIC X(37) VALUE 'BRANCH'.
                  05 FILLER PIC X(17)
                      VALUE '         DEPOSITS'.
                  05 FILLER PIC X(17)
                      VALUE '          INSURED'.
                  05 FILLER PIC X(17)
                      VALUE '        UNINSURED'.
                  05 FILLER PIC X(16)
                      VALUE ' ACCOUNTS OVER'.
                01 WS-BRANCH-LINE.
                  05 BL-BRANCH PIC X(4).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BL-NAME PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACES.
                  05 BL-DEPOSIT PIC -(13)9.99.
                  05 BL-INSURED PIC -(13)9.99.
                  05 BL-UNINSURED PIC -(13)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 BL-ACCOUNTS-OVER PIC Z(7)9.

                *> the regulator's layout - a header naming the
                *> date and limits, a 'D' row per depositor and
                *> category, an 'A' row per account share under
                *> it, and a trailer carrying the counts and
                *> totals so the file proves itself
                01 WS-REG-HEADER.
                  05 RH-RECORD-TYPE PIC X(1) VALUE 'H'.
                  05 RH-AS-OF-DATE PIC 9(8).
                  05 RH-SINGLE-LIMIT PIC 9(7)V9(2).
                  05 RH-JOINT-LIMIT PIC 9(7)V9(2).
                01 WS-REG-DEPOSITOR.
                  05 RD-RECORD-TYPE PIC X(1) VALUE 'D'.
                  05 RD-CUSTOMER PIC 9(7).
                  05 RD-UNLINKED-ACCOUNT PIC S9(7).
                  05 RD-NAME PIC X(30).
                  05 RD-CATEGORY PIC X(1).
                  05 RD-ACCOUNT-COUNT PIC 9(3).
                  05 RD-DEPOSIT PIC S9(9)V9(2).
                  05 RD-ACCRUED PIC S9(9)V9(2).
                  05 RD-TOTAL PIC S9(9)V9(2).
                  05 RD-INSURED PIC S9(9)V9(2).
                  05 RD-UNINSURED PIC S9(9)V9(2).
                01 WS-REG-ACCOUNT.
                  05 RA-RECORD-TYPE PIC X(1) VALUE 'A'.
                  05 RA-CUSTOMER PIC 9(7).
                  05 RA-ACCOUNT-ID PIC S9(7).
                  05 RA-BRANCH PIC X(4).
                  05 RA-CATEGORY PIC X(1).
                  05 RA-OWNER-COUNT PIC 9(2).
                  05 RA-BALANCE-SHARE PIC S9(9)V9(2).
                  05 RA-ACCRUED-SHARE PIC S9(7)V9(2).
                  05 RA-UNINSURED-SHARE PIC S9(9)V9(2).
                01 WS-REG-TRAILER.
                  05 RT-RECORD-TYPE PIC X(1) VALUE 'T'.
                  05 RT-AS-OF-DATE PIC 9(8).
                  05 RT-DEPOSITOR-COUNT PIC 9(7).
                  05 RT-ACCOUNT-COUNT PIC 9(7).
                  05 RT-TOTAL PIC S9(11)V9(2).
                  05 RT-INSURED PIC S9(11)V9(2).
                  05 RT-UNINSURED PIC S9(11)V9(2).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-COVERED PIC 9(7) VALUE 0.
                  05 WS-SHARES-STAGED PIC 9(7) VALUE 0.
                  05 WS-JOINT-ACCOUNTS PIC 9(7) VALUE 0.
                  05 WS-DEPOSITOR-COUNT PIC 9(7) VALUE 0.
                  05 WS-OVER-LIMIT-COUNT PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-OVER PIC 9(7) VALUE 0.
                  05 WS-REG-ROWS PIC 9(7) VALUE 0.
                  05 WS-BANK-TOTAL PIC S9(11)V9(2) VALUE 0.
                  05 WS-BANK-INSURED PIC S9(11)V9(2) VALUE 0.
                  05 WS-BANK-UNINSURED PIC S9(11)V9(2) VALUE 0.
                01 WS-EDIT-TOTAL PIC -(12)9.99.

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF
              PERFORM B000-READ-CONTROL
              PERFORM B100-LOAD-JOINT-HOLDERS
              PERFORM B200-LOAD-BRANCH-XREF

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT ACCRUAL-LEDGER
              OPEN OUTPUT COVERAGE-STAGE
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM C000-STAGE-ACCOUNT
                END-READ
              END-PERFORM
              CLOSE COVERAGE-STAGE
              CLOSE ACCRUAL-LEDGER
              CLOSE ACCOUNT-MASTER

              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SC-CUSTOMER-NUMBER
                                   SC-UNLINKED-ACCOUNT
                                   SC-CATEGORY
                                   SC-ACCOUNT-ID
                  USING COVERAGE-STAGE
                  GIVING COVERAGE-SORTED

              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT COVERAGE-SORTED
              OPEN OUTPUT COVERAGE-REPORT
              OPEN OUTPUT REGULATOR-FILE
              MOVE WS-REPORT-DATE TO HD-DATE
              MOVE WS-SINGLE-LIMIT TO HD-SINGLE-LIMIT
              MOVE WS-JOINT-LIMIT TO HD-JOINT-LIMIT
              WRITE REPORT-LINE FROM WS-HEADING-1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-COLUMN-HEADING
              MOVE WS-REPORT-DATE TO RH-AS-OF-DATE
              MOVE WS-SINGLE-LIMIT TO RH-SINGLE-LIMIT
              MOVE WS-JOINT-LIMIT TO RH-JOINT-LIMIT
              WRITE REGULATOR-LINE FROM WS-REG-HEADER

              PERFORM X100-READ-SORTED
              PERFORM UNTIL END-OF-SORTED
                PERFORM D000-COVER-ONE-DEPOSITOR
              END-PERFORM
              CLOSE COVERAGE-SORTED
              CLOSE CUSTOMER-MASTER

              PERFORM E000-PRINT-BRANCH-SUMMARY
              MOVE WS-REPORT-DATE TO RT-AS-OF-DATE
              MOVE WS-DEPOSITOR-COUNT TO RT-DEPOSITOR-COUNT
              MOVE WS-REG-ROWS TO RT-ACCOUNT-COUNT
              MOVE WS-BANK-TOTAL TO RT-TOTAL
              MOVE WS-BANK-INSURED TO RT-INSURED
              MOVE WS-BANK-UNINSURED TO RT-UNINSURED
              WRITE REGULATOR-LINE FROM WS-REG-TRAILER
              CLOSE COVERAGE-REPORT
              CLOSE REGULATOR-FILE
              CALL 'XMITREG' USING 'INSREGFILE  ',
                  'insurance_regulator.txt                 '
              END-CALL

              CALL 'RPTSTOW' USING 'INSCOVERAGE ',
                  'insurance_coverage.txt                  '
              END-CALL
              CALL 'RPTSTOW' USING 'INSREGFILE  ',
                  'insurance_regulator.txt                 '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'INSCOVR - END OF JOB SUMMARY'
              DISPLAY 'AS-OF DATE        : ' WS-REPORT-DATE
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'ACCOUNTS COVERED  : ' WS-ACCOUNTS-COVERED
              DISPLAY 'JOINT ACCOUNTS    : ' WS-JOINT-ACCOUNTS
              DISPLAY 'OWNER SHARES      : ' WS-SHARES-STAGED
              DISPLAY 'DEPOSITOR ROWS    : ' WS-DEPOSITOR-COUNT
              DISPLAY 'OVER THE LIMIT    : ' WS-OVER-LIMIT-COUNT
              MOVE WS-BANK-TOTAL TO WS-EDIT-TOTAL
              DISPLAY 'TOTAL DEPOSITS    : ' WS-EDIT-TOTAL
              MOVE WS-BANK-UNINSURED TO WS-EDIT-TOTAL
              DISPLAY 'TOTAL UNINSURED   : ' WS-EDIT-TOTAL
              DISPLAY '=========================================='
              IF WS-ROWS-DROPPED > 0
                DISPLAY 'INSCOVR - DEPOSITOR HAS OVER 100 '
                    'ACCOUNTS, SHARES LEFT OFF THE A ROWS: '
                    WS-ROWS-DROPPED
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              MOVE WS-DEPOSITOR-COUNT TO WS-STAT-POSTED
              CALL 'RUNSTAT' USING 'INSCOVR   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-READ-CONTROL.
              OPEN INPUT INSURANCE-CONTROL
              READ INSURANCE-CONTROL
                AT END
                  SET END-OF-CONTROL TO TRUE
              END-READ
              IF NOT END-OF-CONTROL
                IF IN-FEED-SINGLE-LIMIT IS NUMERIC
                    AND IN-FEED-SINGLE-LIMIT > 0
                  MOVE IN-FEED-SINGLE-LIMIT TO WS-SINGLE-LIMIT
                END-IF
                IF IN-FEED-JOINT-LIMIT IS NUMERIC
                    AND IN-FEED-JOINT-LIMIT > 0
                  MOVE IN-FEED-JOINT-LIMIT TO WS-JOINT-LIMIT
                END-IF
              END-IF
              CLOSE INSURANCE-CONTROL.

              *> joint holders only - a signatory owns no share
              *> and the 'P' row mirrors the master's own tie
              B100-LOAD-JOINT-HOLDERS.
              OPEN INPUT HOLDER-XREF
              PERFORM UNTIL END-OF-HOLDERS
                READ HOLDER-XREF
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    IF HOLDER-JOINT
                      IF WS-HX-COUNT < 2000
                        ADD 1 TO WS-HX-COUNT
                        MOVE AH-ACCOUNT-ID TO
                            WS-HX-ACCOUNT(WS-HX-COUNT)
                        MOVE AH-CUSTOMER-NUMBER TO
                            WS-HX-CUSTOMER(WS-HX-COUNT)
                      ELSE
                        DISPLAY 'INSCOVR - HOLDER TABLE FULL, '
                            'ACCOUNT ' AH-ACCOUNT-ID
                            ' CUSTOMER ' AH-CUSTOMER-NUMBER
                            ' LEFT OFF'
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HOLDER-XREF.

              B200-LOAD-BRANCH-XREF.
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-XREF
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-XREF-COUNT < 2000
                      ADD 1 TO WS-XREF-COUNT
                      MOVE XR-FEED-ACCOUNT-ID TO
                          WS-XREF-ACCOUNT(WS-XREF-COUNT)
                      MOVE XR-FEED-BRANCH-CODE TO
                          WS-XREF-BRANCH(WS-XREF-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> a deposit account still holding customer money,
              *> staged once per owner with an equal share of
              *> its balance and accrued interest
              C000-STAGE-ACCOUNT.
              IF PRODUCT-LOAN
                  OR ACCOUNT-CLOSED
                  OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CHARGED-OFF
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACCOUNTS-COVERED
              MOVE AM-BALANCE TO WS-ACCOUNT-BALANCE
              IF WS-ACCOUNT-BALANCE < 0
                MOVE 0 TO WS-ACCOUNT-BALANCE
              END-IF
              MOVE 0 TO WS-ACCOUNT-ACCRUED
              MOVE AM-ACCOUNT-ID TO AC-ACCOUNT-ID
              READ ACCRUAL-LEDGER
                INVALID KEY
                  MOVE 0 TO WS-ACCOUNT-ACCRUED
                NOT INVALID KEY
                  IF AC-ACCRUED-AMOUNT > 0
                    MOVE AC-ACCRUED-AMOUNT TO WS-ACCOUNT-ACCRUED
                  END-IF
              END-READ

              MOVE 'UNKN' TO WS-ACCOUNT-BRANCH
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF WS-XREF-ACCOUNT(WS-XREF-IDX) = AM-ACCOUNT-ID
                  MOVE WS-XREF-BRANCH(WS-XREF-IDX) TO
                      WS-ACCOUNT-BRANCH
                END-IF
              END-PERFORM

              PERFORM C100-GATHER-OWNERS
              MOVE SPACES TO WS-STAGE-RECORD
              MOVE 0 TO SG-UNLINKED-ACCOUNT
              IF WS-OWNER-COUNT > 1
                SET CATEGORY-JOINT TO TRUE
                ADD 1 TO WS-JOINT-ACCOUNTS
              ELSE
                SET CATEGORY-SINGLE TO TRUE
              END-IF
              IF WS-OWNER-COUNT = 0
                MOVE 1 TO WS-OWNER-COUNT
                MOVE 0 TO WS-OWNER-CUSTOMER(1)
                MOVE AM-ACCOUNT-ID TO SG-UNLINKED-ACCOUNT
              END-IF
              MOVE AM-ACCOUNT-ID TO SG-ACCOUNT-ID
              MOVE WS-ACCOUNT-BRANCH TO SG-BRANCH
              MOVE WS-OWNER-COUNT TO SG-OWNER-COUNT
              MOVE AM-ACCOUNT-HOLDER TO SG-HOLDER-NAME

              COMPUTE WS-BALANCE-SHARE =
                  WS-ACCOUNT-BALANCE / WS-OWNER-COUNT
              COMPUTE WS-ACCRUED-SHARE =
                  WS-ACCOUNT-ACCRUED / WS-OWNER-COUNT
              COMPUTE WS-BALANCE-LEFT = WS-ACCOUNT-BALANCE
                  - WS-BALANCE-SHARE * WS-OWNER-COUNT
                  + WS-BALANCE-SHARE
              COMPUTE WS-ACCRUED-LEFT = WS-ACCOUNT-ACCRUED
                  - WS-ACCRUED-SHARE * WS-OWNER-COUNT
                  + WS-ACCRUED-SHARE
              PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                  UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                MOVE WS-OWNER-CUSTOMER(WS-OWNER-IDX) TO
                    SG-CUSTOMER-NUMBER
                IF WS-OWNER-IDX = 1
                  MOVE WS-BALANCE-LEFT TO SG-BALANCE-SHARE
                  MOVE WS-ACCRUED-LEFT TO SG-ACCRUED-SHARE
                ELSE
                  MOVE WS-BALANCE-SHARE TO SG-BALANCE-SHARE
                  MOVE WS-ACCRUED-SHARE TO SG-ACCRUED-SHARE
                END-IF
                WRITE COVERAGE-STAGE-IMAGE FROM WS-STAGE-RECORD
                ADD 1 TO WS-SHARES-STAGED
              END-PERFORM.

              *> the primary off the master's tie, then each
              *> joint holder not already counted
              C100-GATHER-OWNERS.
              MOVE 0 TO WS-OWNER-COUNT
              IF AM-CUSTOMER-NUMBER > 0
                MOVE 1 TO WS-OWNER-COUNT
                MOVE AM-CUSTOMER-NUMBER TO WS-OWNER-CUSTOMER(1)
              END-IF
              PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                  UNTIL WS-HX-IDX > WS-HX-COUNT
                IF WS-HX-ACCOUNT(WS-HX-IDX) = AM-ACCOUNT-ID
                  MOVE 0 TO WS-OWNER-MATCH
                  PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                      UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                    IF WS-OWNER-CUSTOMER(WS-OWNER-IDX) =
                        WS-HX-CUSTOMER(WS-HX-IDX)
                      MOVE WS-OWNER-IDX TO WS-OWNER-MATCH
                    END-IF
                  END-PERFORM
                  IF WS-OWNER-MATCH = 0
                      AND WS-OWNER-COUNT < 10
                    ADD 1 TO WS-OWNER-COUNT
                    MOVE WS-HX-CUSTOMER(WS-HX-IDX) TO
                        WS-OWNER-CUSTOMER(WS-OWNER-COUNT)
                  END-IF
                END-IF
              END-PERFORM.

              *> one depositor's shares in one category, held
              *> against that category's limit
              D000-COVER-ONE-DEPOSITOR.
              MOVE SG-CUSTOMER-NUMBER TO WS-GRP-CUSTOMER
              MOVE SG-UNLINKED-ACCOUNT TO WS-GRP-UNLINKED
              MOVE SG-CATEGORY TO WS-GRP-CATEGORY
              MOVE SG-HOLDER-NAME TO WS-GRP-NAME
              MOVE 0 TO WS-GRP-DEPOSIT
              MOVE 0 TO WS-GRP-ACCRUED
              MOVE 0 TO WS-GRP-ROW-COUNT
              PERFORM UNTIL END-OF-SORTED
                  OR SG-CUSTOMER-NUMBER NOT = WS-GRP-CUSTOMER
                  OR SG-UNLINKED-ACCOUNT NOT = WS-GRP-UNLINKED
                  OR SG-CATEGORY NOT = WS-GRP-CATEGORY
                ADD SG-BALANCE-SHARE TO WS-GRP-DEPOSIT
                ADD SG-ACCRUED-SHARE TO WS-GRP-ACCRUED
                IF WS-GRP-ROW-COUNT < 100
                  ADD 1 TO WS-GRP-ROW-COUNT
                  MOVE SG-ACCOUNT-ID TO
                      WS-GR-ACCOUNT(WS-GRP-ROW-COUNT)
                  MOVE SG-BRANCH TO WS-GR-BRANCH(WS-GRP-ROW-COUNT)
                  MOVE SG-OWNER-COUNT TO
                      WS-GR-OWNER-COUNT(WS-GRP-ROW-COUNT)
                  MOVE SG-BALANCE-SHARE TO
                      WS-GR-BALANCE(WS-GRP-ROW-COUNT)
                  MOVE SG-ACCRUED-SHARE TO
                      WS-GR-ACCRUED(WS-GRP-ROW-COUNT)
                ELSE
                  ADD 1 TO WS-ROWS-DROPPED
                END-IF
                PERFORM X100-READ-SORTED
              END-PERFORM

              IF WS-GRP-CATEGORY = 'J'
                MOVE WS-JOINT-LIMIT TO WS-GROUP-LIMIT
              ELSE
                MOVE WS-SINGLE-LIMIT TO WS-GROUP-LIMIT
              END-IF
              COMPUTE WS-GRP-TOTAL = WS-GRP-DEPOSIT + WS-GRP-ACCRUED
              IF WS-GRP-TOTAL > WS-GROUP-LIMIT
                MOVE WS-GROUP-LIMIT TO WS-GRP-INSURED
                ADD 1 TO WS-OVER-LIMIT-COUNT
              ELSE
                MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
              END-IF
              COMPUTE WS-GRP-UNINSURED =
                  WS-GRP-TOTAL - WS-GRP-INSURED
              ADD 1 TO WS-DEPOSITOR-COUNT
              ADD WS-GRP-TOTAL TO WS-BANK-TOTAL
              ADD WS-GRP-INSURED TO WS-BANK-INSURED
              ADD WS-GRP-UNINSURED TO WS-BANK-UNINSURED

              IF WS-GRP-CUSTOMER > 0
                MOVE WS-GRP-CUSTOMER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                END-READ
                IF CUSTOMER-ON-FILE
                  MOVE CM-CUSTOMER-NAME TO WS-GRP-NAME
                ELSE
                  MOVE '** NOT ON CUSTOMER MASTER' TO WS-GRP-NAME
                END-IF
              END-IF

              PERFORM D100-SPREAD-OVER-BRANCHES
              PERFORM D200-PRINT-DEPOSITOR
              PERFORM D300-WRITE-REGULATOR-ROWS.

              *> the uninsured amount laid over the depositor's
              *> accounts by the money each holds - the last
              *> share takes the rounding so the pieces add back
              D100-SPREAD-OVER-BRANCHES.
              MOVE WS-GRP-UNINSURED TO WS-UNINSURED-LEFT
              PERFORM VARYING WS-GRP-ROW-IDX FROM 1 BY 1
                  UNTIL WS-GRP-ROW-IDX > WS-GRP-ROW-COUNT
                COMPUTE WS-ROW-TOTAL =
                    WS-GR-BALANCE(WS-GRP-ROW-IDX)
                    + WS-GR-ACCRUED(WS-GRP-ROW-IDX)
                IF WS-GRP-ROW-IDX = WS-GRP-ROW-COUNT
                  MOVE WS-UNINSURED-LEFT TO
                      WS-GR-UNINSURED(WS-GRP-ROW-IDX)
                ELSE
                  IF WS-GRP-TOTAL > 0
                    COMPUTE WS-GR-UNINSURED(WS-GRP-ROW-IDX)
                        ROUNDED = WS-GRP-UNINSURED
                        * WS-ROW-TOTAL / WS-GRP-TOTAL
                  ELSE
                    MOVE 0 TO WS-GR-UNINSURED(WS-GRP-ROW-IDX)
                  END-IF
                  SUBTRACT WS-GR-UNINSURED(WS-GRP-ROW-IDX) FROM
                      WS-UNINSURED-LEFT
                END-IF
                PERFORM X000-FIND-BRANCH
                IF WS-BR-MATCH > 0
                  ADD WS-ROW-TOTAL TO WS-BR-DEPOSIT(WS-BR-MATCH)
                  ADD WS-GR-UNINSURED(WS-GRP-ROW-IDX) TO
                      WS-BR-UNINSURED(WS-BR-MATCH)
                  COMPUTE WS-BR-INSURED(WS-BR-MATCH) =
                      WS-BR-INSURED(WS-BR-MATCH) + WS-ROW-TOTAL
                      - WS-GR-UNINSURED(WS-GRP-ROW-IDX)
                  IF WS-GR-UNINSURED(WS-GRP-ROW-IDX) > 0
                    ADD 1 TO WS-BR-ACCOUNTS-OVER(WS-BR-MATCH)
                    ADD 1 TO WS-ACCOUNTS-OVER
                  END-IF
                END-IF
              END-PERFORM.

              D200-PRINT-DEPOSITOR.
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WS-GRP-CUSTOMER TO DL-CUSTOMER
              IF WS-GRP-UNLINKED NOT = 0
                MOVE WS-GRP-UNLINKED TO DL-ACCOUNT
              END-IF
              MOVE WS-GRP-NAME TO DL-NAME
              MOVE WS-GRP-CATEGORY TO DL-CATEGORY
              MOVE WS-GRP-ROW-COUNT TO DL-ACCOUNTS
              MOVE WS-GRP-DEPOSIT TO DL-DEPOSIT
              MOVE WS-GRP-ACCRUED TO DL-ACCRUED
              MOVE WS-GRP-TOTAL TO DL-TOTAL
              MOVE WS-GRP-INSURED TO DL-INSURED
              MOVE WS-GRP-UNINSURED TO DL-UNINSURED
              WRITE REPORT-LINE FROM WS-DETAIL-LINE.

              D300-WRITE-REGULATOR-ROWS.
              MOVE WS-GRP-CUSTOMER TO RD-CUSTOMER
              MOVE WS-GRP-UNLINKED TO RD-UNLINKED-ACCOUNT
              MOVE WS-GRP-NAME TO RD-NAME
              MOVE WS-GRP-CATEGORY TO RD-CATEGORY
              MOVE WS-GRP-ROW-COUNT TO RD-ACCOUNT-COUNT
              MOVE WS-GRP-DEPOSIT TO RD-DEPOSIT
              MOVE WS-GRP-ACCRUED TO RD-ACCRUED
              MOVE WS-GRP-TOTAL TO RD-TOTAL
              MOVE WS-GRP-INSURED TO RD-INSURED
              MOVE WS-GRP-UNINSURED TO RD-UNINSURED
              WRITE REGULATOR-LINE FROM WS-REG-DEPOSITOR
              PERFORM VARYING WS-GRP-ROW-IDX FROM 1 BY 1
                  UNTIL WS-GRP-ROW-IDX > WS-GRP-ROW-COUNT
                MOVE WS-GRP-CUSTOMER TO RA-CUSTOMER
                MOVE WS-GR-ACCOUNT(WS-GRP-ROW-IDX) TO RA-ACCOUNT-ID
                MOVE WS-GR-BRANCH(WS-GRP-ROW-IDX) TO RA-BRANCH
                MOVE WS-GRP-CATEGORY TO RA-CATEGORY
                MOVE WS-GR-OWNER-COUNT(WS-GRP-ROW-IDX) TO
                    RA-OWNER-COUNT
                MOVE WS-GR-BALANCE(WS-GRP-ROW-IDX) TO
                    RA-BALANCE-SHARE
                MOVE WS-GR-ACCRUED(WS-GRP-ROW-IDX) TO
                    RA-ACCRUED-SHARE
                MOVE WS-GR-UNINSURED(WS-GRP-ROW-IDX) TO
                    RA-UNINSURED-SHARE
                WRITE REGULATOR-LINE FROM WS-REG-ACCOUNT
                ADD 1 TO WS-REG-ROWS
              END-PERFORM.

              *> the uninsured money by branch, named off the
              *> branch master where it is staged
              E000-PRINT-BRANCH-SUMMARY.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'UNINSURED DEPOSITS BY BRANCH' TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-BRANCH-HEADING
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                  UNTIL WS-BR-IDX > WS-BR-COUNT
                CALL 'BRNAME' USING WS-BR-CODE(WS-BR-IDX),
                    WS-BRANCH-NAME, WS-BRNAME-STATUS
                END-CALL
                MOVE WS-BR-CODE(WS-BR-IDX) TO BL-BRANCH
                MOVE WS-BRANCH-NAME TO BL-NAME
                MOVE WS-BR-DEPOSIT(WS-BR-IDX) TO BL-DEPOSIT
                MOVE WS-BR-INSURED(WS-BR-IDX) TO BL-INSURED
                MOVE WS-BR-UNINSURED(WS-BR-IDX) TO BL-UNINSURED
                MOVE WS-BR-ACCOUNTS-OVER(WS-BR-IDX) TO
                    BL-ACCOUNTS-OVER
                WRITE REPORT-LINE FROM WS-BRANCH-LINE
              END-PERFORM
              MOVE 'ALL ' TO BL-BRANCH
              MOVE 'BANK TOTAL' TO BL-NAME
              MOVE WS-BANK-TOTAL TO BL-DEPOSIT
              MOVE WS-BANK-INSURED TO BL-INSURED
              MOVE WS-BANK-UNINSURED TO BL-UNINSURED
              MOVE WS-ACCOUNTS-OVER TO BL-ACCOUNTS-OVER
              WRITE REPORT-LINE FROM WS-BRANCH-LINE.

              X000-FIND-BRANCH.
              MOVE 0 TO WS-BR-MATCH
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                  UNTIL WS-BR-IDX > WS-BR-COUNT
                IF WS-BR-CODE(WS-BR-IDX) =
                    WS-GR-BRANCH(WS-GRP-ROW-IDX)
                  MOVE WS-BR-IDX TO WS-BR-MATCH
                END-IF
              END-PERFORM
              IF WS-BR-MATCH = 0
                  AND WS-BR-COUNT < 200
                ADD 1 TO WS-BR-COUNT
                MOVE WS-BR-COUNT TO WS-BR-MATCH
                MOVE WS-GR-BRANCH(WS-GRP-ROW-IDX) TO
                    WS-BR-CODE(WS-BR-MATCH)
                MOVE 0 TO WS-BR-DEPOSIT(WS-BR-MATCH)
                MOVE 0 TO WS-BR-INSURED(WS-BR-MATCH)
                MOVE 0 TO WS-BR-UNINSURED(WS-BR-MATCH)
                MOVE 0 TO WS-BR-ACCOUNTS-OVER(WS-BR-MATCH)
              END-IF.

              X100-READ-SORTED.
              READ COVERAGE-SORTED
                AT END
                  SET END-OF-SORTED TO TRUE
                NOT AT END
                  MOVE COVERAGE-SORTED-IMAGE TO WS-STAGE-RECORD
              END-READ.
