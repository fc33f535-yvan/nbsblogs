            IDENTIFICATION DIVISION.
            PROGRAM-ID. FEERRPT.
            *> monthly fee refund report - every refund FEERPOST
            *> put on in the month, off the fee-refund register
            *> (fee_refunds.dat, see copybooks/FEERFND), listed
            *> with the fee it gave back, then totalled per
            *> branch, per operator who asked for it and per
            *> customer. A customer refunded more than once in
            *> the twelve months to the report month is marked
            *> REPEAT, so a habit of waiving the same customer's
            *> fees stands out. The month is the run parameter
            *> (YYYYMM); none means the current month
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL FEE-REFUNDS
                      ASSIGN TO 'fee_refunds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FQ-FEE-UID.

                  *> the customer an account belongs to
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> account-to-branch mapping, same file and
                  *> load as ODAGING
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the month's page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT REFUND-REPORT
                      ASSIGN TO 'fee_refund_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-REFUNDS.
                COPY FEERFND.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD REFUND-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> report month - ACCEPT FROM COMMAND-LINE
                *> follows REJTREND's run-parameter pattern
                01 WS-REPORT-PARM PIC X(6) VALUE SPACES.
                01 WS-REPORT-MONTH PIC 9(6).
                01 WS-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
                  05 WS-REPORT-YEAR PIC 9(4).
                  05 WS-REPORT-MM PIC 9(2).
                01 WS-REFUND-MONTH PIC 9(6).
                01 WS-REFUND-PARTS REDEFINES WS-REFUND-MONTH.
                  05 WS-REFUND-YEAR PIC 9(4).
                  05 WS-REFUND-MM PIC 9(2).
                *> months counted from year zero, so the twelve-
                *> month window is a plain subtraction
                01 WS-REPORT-MONTH-NUMBER PIC 9(6).
                01 WS-BUSINESS-DATE PIC 9(8).
                01 WS-MONTHS-BACK PIC S9(6).

                *> refunds in the window that make a customer a
                *> repeat
                01 WS-REPEAT-AFTER PIC 9(2) VALUE 2.

                01 WS-FLAGS.
                  05 WS-REFUNDS-EOF PIC X VALUE 'N'.
                    88 END-OF-REFUNDS VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.

                *> account-to-branch cross-reference, same shape
                *> and load as ODAGING
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
                01 WS-CURRENT-CUSTOMER PIC 9(7).
                01 WS-REFUND-AMOUNT PIC S9(6)V9(2).

                *> the three breakdowns, grown as keys are met -
                *> same grow-a-table idiom as REJTREND's reasons
                01 WS-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-BRANCH-TABLE.
                  05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
                    10 WS-BR-CODE PIC X(4).
                    10 WS-BR-COUNT PIC 9(5).
                    10 WS-BR-AMOUNT PIC S9(9)V9(2).
                01 WS-BRANCH-IDX PIC 9(2).

                01 WS-OPERATOR-COUNT PIC 9(3) VALUE 0.
                01 WS-OPERATOR-TABLE.
                  05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
                    10 WS-OP-ID PIC X(8).
                    10 WS-OP-COUNT PIC 9(5).
                    10 WS-OP-AMOUNT PIC S9(9)V9(2).
                01 WS-OPERATOR-IDX PIC 9(3).

                *> every customer refunded in the window, with the
                *> report month's share kept apart
                01 WS-CUSTOMER-COUNT PIC 9(3) VALUE 0.
                01 WS-CUSTOMER-TABLE.
                  05 WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
                    10 WS-CU-NUMBER PIC 9(7).
                    10 WS-CU-MONTH-COUNT PIC 9(5).
                    10 WS-CU-MONTH-AMOUNT PIC S9(9)V9(2).
                    10 WS-CU-WINDOW-COUNT PIC 9(5).
                01 WS-CUSTOMER-IDX PIC 9(3).

                01 WS-KEY-FOUND PIC X VALUE 'N'.
                  88 KEY-ON-TABLE VALUE 'Y'.

                01 WS-COUNTS.
                  05 WS-REFUNDS-READ PIC 9(7) VALUE 0.
                  05 WS-REFUNDS-IN-MONTH PIC 9(7) VALUE 0.
                  05 WS-MONTH-TOTAL PIC S9(9)V9(2) VALUE 0.
                  05 WS-REPEAT-CUSTOMERS PIC 9(7) VALUE 0.

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-AMOUNT-EDITED PIC -(8)9.99.

                *> the report's detail line, one per refund
                01 WS-DETAIL-LINE.
                  05 RL-REFUND-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-BRANCH PIC X(4).
                  05 FILLER PIC X(6) VALUE ' ACCT '.
                  05 RL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(6) VALUE ' CUST '.
                  05 RL-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(5) VALUE ' FEE '.
                  05 RL-FEE-UID PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-FEE-DESC PIC X(25).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-AMOUNT PIC -(5)9.99.
                  05 FILLER PIC X(4) VALUE ' BY '.
                  05 RL-REQUESTED-BY PIC X(8).
                  05 FILLER PIC X(1) VALUE '/'.
                  05 RL-DECIDED-BY PIC X(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-REASON PIC X(30).

                *> the breakdown lines
                01 WS-SUMMARY-LINE.
                  05 SL-LABEL PIC X(9).
                  05 SL-KEY PIC X(8).
                  05 FILLER PIC X(10) VALUE ' REFUNDS '.
                  05 SL-COUNT PIC Z(4)9.
                  05 FILLER PIC X(9) VALUE ' AMOUNT '.
                  05 SL-AMOUNT PIC -(8)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 SL-NOTE PIC X(40).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-MONTH
              ELSE
                CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
                END-CALL
                MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
              END-IF
              COMPUTE WS-REPORT-MONTH-NUMBER =
                  WS-REPORT-YEAR * 12 + WS-REPORT-MM

              PERFORM B100-LOAD-ACCOUNT-XREF

              OPEN OUTPUT REFUND-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'FEE REFUNDS AND WAIVERS - MONTH '
                  WS-REPORT-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE

              OPEN INPUT FEE-REFUNDS
              OPEN INPUT ACCOUNT-MASTER
              MOVE 0 TO FQ-FEE-UID
              START FEE-REFUNDS KEY IS NOT LESS THAN FQ-FEE-UID
                INVALID KEY
                  SET END-OF-REFUNDS TO TRUE
              END-START
              PERFORM UNTIL END-OF-REFUNDS
                READ FEE-REFUNDS NEXT RECORD
                  AT END
                    SET END-OF-REFUNDS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-REFUNDS-READ
                    IF REFUND-APPLIED
                      PERFORM C000-TALLY-ONE-REFUND
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FEE-REFUNDS
              CLOSE ACCOUNT-MASTER

              PERFORM D000-WRITE-BREAKDOWNS

              MOVE WS-MONTH-TOTAL TO WS-AMOUNT-EDITED
              MOVE SPACES TO REPORT-LINE
              STRING 'REFUNDS IN MONTH: ' WS-REFUNDS-IN-MONTH
                  ' TOTAL: ' WS-AMOUNT-EDITED
                  ' REPEAT CUSTOMERS: ' WS-REPEAT-CUSTOMERS
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE REFUND-REPORT
              CALL 'RPTSTOW' USING 'FEEREFUND   ',
                  'fee_refund_report.txt                   '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'FEERRPT - END OF JOB SUMMARY'
              DISPLAY 'REPORT MONTH      : ' WS-REPORT-MONTH
              DISPLAY 'REQUESTS READ     : ' WS-REFUNDS-READ
              DISPLAY 'REFUNDS IN MONTH  : ' WS-REFUNDS-IN-MONTH
              DISPLAY 'REPEAT CUSTOMERS  : ' WS-REPEAT-CUSTOMERS
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'FEERRPT   ',
                  WS-REFUNDS-READ, WS-REFUNDS-IN-MONTH,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> same load as ratelkup.cbl's B100
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

              *> a refund outside the twelve-month window counts
              *> for nothing; one inside it counts toward its
              *> customer's repeat test, and one in the report
              *> month itself is listed and totalled too
              C000-TALLY-ONE-REFUND.
              MOVE FQ-REFUND-DATE(1:6) TO WS-REFUND-MONTH
              COMPUTE WS-MONTHS-BACK = WS-REPORT-MONTH-NUMBER
                  - (WS-REFUND-YEAR * 12 + WS-REFUND-MM)
              IF WS-MONTHS-BACK < 0 OR WS-MONTHS-BACK > 11
                EXIT PARAGRAPH
              END-IF

              MOVE 0 TO WS-CURRENT-CUSTOMER
              MOVE FQ-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE AM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
              END-READ
              PERFORM C300-TALLY-CUSTOMER

              IF WS-MONTHS-BACK = 0
                COMPUTE WS-REFUND-AMOUNT = 0 - FQ-FEE-AMOUNT
                ADD 1 TO WS-REFUNDS-IN-MONTH
                ADD WS-REFUND-AMOUNT TO WS-MONTH-TOTAL
                MOVE '????' TO WS-CURRENT-BRANCH-CODE
                SEARCH ALL WS-ACCOUNT-ENTRY
                  AT END
                    CONTINUE
                  WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = FQ-ACCOUNT-ID
                    MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                        WS-CURRENT-BRANCH-CODE
                END-SEARCH
                PERFORM C100-TALLY-BRANCH
                PERFORM C200-TALLY-OPERATOR
                ADD 1 TO WS-CU-MONTH-COUNT(WS-CUSTOMER-IDX)
                ADD WS-REFUND-AMOUNT TO
                    WS-CU-MONTH-AMOUNT(WS-CUSTOMER-IDX)
                PERFORM C400-WRITE-DETAIL-LINE
              END-IF.

              C100-TALLY-BRANCH.
              MOVE 'N' TO WS-KEY-FOUND
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                     OR KEY-ON-TABLE
                IF WS-BR-CODE(WS-BRANCH-IDX) =
                    WS-CURRENT-BRANCH-CODE
                  ADD 1 TO WS-BR-COUNT(WS-BRANCH-IDX)
                  ADD WS-REFUND-AMOUNT TO
                      WS-BR-AMOUNT(WS-BRANCH-IDX)
                  SET KEY-ON-TABLE TO TRUE
                END-IF
              END-PERFORM
              IF NOT KEY-ON-TABLE
                  AND WS-BRANCH-COUNT < 50
                ADD 1 TO WS-BRANCH-COUNT
                MOVE WS-CURRENT-BRANCH-CODE TO
                    WS-BR-CODE(WS-BRANCH-COUNT)
                MOVE 1 TO WS-BR-COUNT(WS-BRANCH-COUNT)
                MOVE WS-REFUND-AMOUNT TO
                    WS-BR-AMOUNT(WS-BRANCH-COUNT)
              END-IF.

              C200-TALLY-OPERATOR.
              MOVE 'N' TO WS-KEY-FOUND
              PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                  UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                     OR KEY-ON-TABLE
                IF WS-OP-ID(WS-OPERATOR-IDX) = FQ-REQUESTED-BY
                  ADD 1 TO WS-OP-COUNT(WS-OPERATOR-IDX)
                  ADD WS-REFUND-AMOUNT TO
                      WS-OP-AMOUNT(WS-OPERATOR-IDX)
                  SET KEY-ON-TABLE TO TRUE
                END-IF
              END-PERFORM
              IF NOT KEY-ON-TABLE
                  AND WS-OPERATOR-COUNT < 100
                ADD 1 TO WS-OPERATOR-COUNT
                MOVE FQ-REQUESTED-BY TO
                    WS-OP-ID(WS-OPERATOR-COUNT)
                MOVE 1 TO WS-OP-COUNT(WS-OPERATOR-COUNT)
                MOVE WS-REFUND-AMOUNT TO
                    WS-OP-AMOUNT(WS-OPERATOR-COUNT)
              END-IF.

              *> leaves WS-CUSTOMER-IDX on the customer's row so
              *> C000 can add the month's share to it; a full
              *> table leaves it on the last row
              C300-TALLY-CUSTOMER.
              MOVE 'N' TO WS-KEY-FOUND
              PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
                  UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                     OR KEY-ON-TABLE
                IF WS-CU-NUMBER(WS-CUSTOMER-IDX) =
                    WS-CURRENT-CUSTOMER
                  SET KEY-ON-TABLE TO TRUE
                END-IF
              END-PERFORM
              IF KEY-ON-TABLE
                SUBTRACT 1 FROM WS-CUSTOMER-IDX
              ELSE
                IF WS-CUSTOMER-COUNT < 500
                  ADD 1 TO WS-CUSTOMER-COUNT
                  MOVE WS-CURRENT-CUSTOMER TO
                      WS-CU-NUMBER(WS-CUSTOMER-COUNT)
                  MOVE 0 TO WS-CU-MONTH-COUNT(WS-CUSTOMER-COUNT)
                  MOVE 0 TO WS-CU-MONTH-AMOUNT(WS-CUSTOMER-COUNT)
                  MOVE 0 TO WS-CU-WINDOW-COUNT(WS-CUSTOMER-COUNT)
                END-IF
                MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-IDX
              END-IF
              ADD 1 TO WS-CU-WINDOW-COUNT(WS-CUSTOMER-IDX).

              C400-WRITE-DETAIL-LINE.
              MOVE FQ-REFUND-DATE TO RL-REFUND-DATE
              MOVE WS-CURRENT-BRANCH-CODE TO RL-BRANCH
              MOVE FQ-ACCOUNT-ID TO RL-ACCOUNT
              MOVE WS-CURRENT-CUSTOMER TO RL-CUSTOMER
              MOVE FQ-FEE-UID TO RL-FEE-UID
              MOVE FQ-FEE-DESC TO RL-FEE-DESC
              MOVE WS-REFUND-AMOUNT TO RL-AMOUNT
              MOVE FQ-REQUESTED-BY TO RL-REQUESTED-BY
              MOVE FQ-DECIDED-BY TO RL-DECIDED-BY
              MOVE FQ-REASON TO RL-REASON
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE.

              D000-WRITE-BREAKDOWNS.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'BY BRANCH' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                MOVE 'BRANCH   ' TO SL-LABEL
                MOVE WS-BR-CODE(WS-BRANCH-IDX) TO SL-KEY
                MOVE WS-BR-COUNT(WS-BRANCH-IDX) TO SL-COUNT
                MOVE WS-BR-AMOUNT(WS-BRANCH-IDX) TO SL-AMOUNT
                MOVE SPACES TO SL-NOTE
                MOVE WS-SUMMARY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
              END-PERFORM

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'BY OPERATOR WHO ASKED' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                  UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                MOVE 'OPERATOR ' TO SL-LABEL
                MOVE WS-OP-ID(WS-OPERATOR-IDX) TO SL-KEY
                MOVE WS-OP-COUNT(WS-OPERATOR-IDX) TO SL-COUNT
                MOVE WS-OP-AMOUNT(WS-OPERATOR-IDX) TO SL-AMOUNT
                MOVE SPACES TO SL-NOTE
                MOVE WS-SUMMARY-LINE TO REPORT-LINE
                WRITE REPORT-LINE
              END-PERFORM

              *> only customers refunded in the report month are
              *> printed - the window just decides REPEAT
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'BY CUSTOMER' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
                  UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                IF WS-CU-MONTH-COUNT(WS-CUSTOMER-IDX) > 0
                  MOVE 'CUSTOMER ' TO SL-LABEL
                  MOVE WS-CU-NUMBER(WS-CUSTOMER-IDX) TO SL-KEY
                  MOVE WS-CU-MONTH-COUNT(WS-CUSTOMER-IDX) TO
                      SL-COUNT
                  MOVE WS-CU-MONTH-AMOUNT(WS-CUSTOMER-IDX) TO
                      SL-AMOUNT
                  MOVE SPACES TO SL-NOTE
                  IF WS-CU-WINDOW-COUNT(WS-CUSTOMER-IDX) >=
                      WS-REPEAT-AFTER
                    STRING '** REPEAT - '
                        WS-CU-WINDOW-COUNT(WS-CUSTOMER-IDX)
                        ' IN 12 MONTHS'
                        DELIMITED BY SIZE INTO SL-NOTE
                    END-STRING
                    ADD 1 TO WS-REPEAT-CUSTOMERS
                  END-IF
                  MOVE WS-SUMMARY-LINE TO REPORT-LINE
                  WRITE REPORT-LINE
                END-IF
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE.
