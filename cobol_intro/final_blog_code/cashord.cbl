            IDENTIFICATION DIVISION.
            PROGRAM-ID. CASHORD.
            *> vault cash order suggestions - each branch's vault
            *> is held between a minimum holding and the level it
            *> is restocked to (branch_cash_limits.txt). This
            *> takes every branch's latest vault count on the
            *> cash inventory (see copybooks/CASHINV) on or
            *> before the order date and, for a vault below its
            *> minimum, suggests the order that restores it -
            *> rounded up to whole hundreds - onto the cash order
            *> file for the central cash centre, each one logged
            *> for the morning follow-up. A branch with no vault
            *> count is listed so it is not mistaken for a full
            *> vault. Run parameter is the order date
            *> (CCYYMMDD); no parameter means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row per branch: minimum holding and the
                  *> level a suggested order restocks to
                  SELECT BRANCH-CASH-LIMITS
                      ASSIGN TO 'branch_cash_limits.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CASH-INVENTORY
                      ASSIGN TO 'cash_inventory.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT CASH-ORDERS
                      ASSIGN TO 'cash_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD BRANCH-CASH-LIMITS.
                01 CL-FEED-RECORD.
                  02 CL-FEED-BRANCH PIC X(4).
                  02 CL-FEED-MINIMUM PIC 9(9)V9(2).
                  02 CL-FEED-TARGET PIC 9(9)V9(2).

                FD CASH-INVENTORY.
                COPY CASHINV.

                FD CASH-ORDERS.
                01 CASH-ORDER-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> order date - follows CASHPROOF's run-parameter
                *> pattern
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-LIMITS-EOF PIC X VALUE 'N'.
                    88 END-OF-LIMITS VALUE 'Y'.
                  05 WS-INVENTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-INVENTORY VALUE 'Y'.

                *> the limits, with each vault's latest count
                *> folded beside them
                01 WS-LIMIT-COUNT PIC 9(2) VALUE 0.
                01 WS-LIMIT-TABLE.
                  05 WS-LIMIT-ENTRY OCCURS 30 TIMES.
                    10 WS-LM-BRANCH PIC X(4).
                    10 WS-LM-MINIMUM PIC 9(9)V9(2).
                    10 WS-LM-TARGET PIC 9(9)V9(2).
                    10 WS-LM-COUNT-DATE PIC 9(8).
                    10 WS-LM-HOLDING PIC 9(9)V9(2).
                01 WS-LIMIT-IDX PIC 9(2).

                01 WS-ORDER-GAP PIC 9(9)V9(2).
                01 WS-ORDER-HUNDREDS PIC 9(7).
                01 WS-ORDER-AMOUNT PIC 9(9)V9(2).

                *> BRNAME's answer for the branch in hand
                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-ORDER-DETAIL.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 OD-BRANCH PIC X(4).
                  05 FILLER PIC X(1) VALUE ' '.
                  05 OD-BRANCH-NAME PIC X(20).
                  05 FILLER PIC X(8) VALUE ' COUNTED'.
                  05 OD-COUNT-DATE PIC 9(8).
                  05 FILLER PIC X(9) VALUE ' HOLDING '.
                  05 OD-HOLDING PIC Z(8)9.99.
                  05 FILLER PIC X(9) VALUE ' MINIMUM '.
                  05 OD-MINIMUM PIC Z(8)9.99.
                  05 FILLER PIC X(7) VALUE ' ORDER '.
                  05 OD-ORDER PIC Z(8)9.99.

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
                  05 WS-BRANCHES-CHECKED PIC 9(3) VALUE 0.
                  05 WS-ORDERS-SUGGESTED PIC 9(3) VALUE 0.
                  05 WS-NOT-COUNTED PIC 9(3) VALUE 0.
                  05 WS-ORDER-TOTAL PIC 9(11)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B000-LOAD-LIMITS
              PERFORM B100-FOLD-VAULT-COUNTS

              OPEN OUTPUT CASH-ORDERS
              MOVE SPACES TO CASH-ORDER-LINE
              STRING 'SUGGESTED VAULT CASH ORDERS FOR '
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO CASH-ORDER-LINE
              END-STRING
              WRITE CASH-ORDER-LINE
              PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                  UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
                PERFORM C000-CHECK-ONE-VAULT
              END-PERFORM
              CLOSE CASH-ORDERS
              CALL 'RPTSTOW' USING 'CASHORDER   ',
                  'cash_orders.txt                         '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'CASHORD - END OF JOB SUMMARY'
              DISPLAY 'BRANCHES CHECKED  : ' WS-BRANCHES-CHECKED
              DISPLAY 'ORDERS SUGGESTED  : ' WS-ORDERS-SUGGESTED
              DISPLAY 'NO VAULT COUNT    : ' WS-NOT-COUNTED
              DISPLAY 'TOTAL ORDERED     : ' WS-ORDER-TOTAL
              DISPLAY '=========================================='
              STOP RUN.

              B000-LOAD-LIMITS.
              OPEN INPUT BRANCH-CASH-LIMITS
              PERFORM UNTIL END-OF-LIMITS
                READ BRANCH-CASH-LIMITS
                  AT END
                    SET END-OF-LIMITS TO TRUE
                  NOT AT END
                    IF WS-LIMIT-COUNT < 30
                      ADD 1 TO WS-LIMIT-COUNT
                      MOVE CL-FEED-BRANCH TO
                          WS-LM-BRANCH(WS-LIMIT-COUNT)
                      MOVE CL-FEED-MINIMUM TO
                          WS-LM-MINIMUM(WS-LIMIT-COUNT)
                      MOVE CL-FEED-TARGET TO
                          WS-LM-TARGET(WS-LIMIT-COUNT)
                      MOVE 0 TO WS-LM-COUNT-DATE(WS-LIMIT-COUNT)
                      MOVE 0 TO WS-LM-HOLDING(WS-LIMIT-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BRANCH-CASH-LIMITS.

              *> the latest vault count on or before the order
              *> date wins - the file is in entry order, so an
              *> equal or later date replaces what is held
              B100-FOLD-VAULT-COUNTS.
              OPEN INPUT CASH-INVENTORY
              PERFORM UNTIL END-OF-INVENTORY
                READ CASH-INVENTORY
                  AT END
                    SET END-OF-INVENTORY TO TRUE
                  NOT AT END
                    IF CASH-IN-VAULT
                        AND CI-COUNT-DATE NOT > WS-REPORT-DATE
                      PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                          UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
                        IF WS-LM-BRANCH(WS-LIMIT-IDX) = CI-BRANCH
                            AND CI-COUNT-DATE NOT <
                                WS-LM-COUNT-DATE(WS-LIMIT-IDX)
                          MOVE CI-COUNT-DATE TO
                              WS-LM-COUNT-DATE(WS-LIMIT-IDX)
                          MOVE CI-TOTAL TO
                              WS-LM-HOLDING(WS-LIMIT-IDX)
                        END-IF
                      END-PERFORM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CASH-INVENTORY.

              C000-CHECK-ONE-VAULT.
              ADD 1 TO WS-BRANCHES-CHECKED
              CALL 'BRNAME' USING WS-LM-BRANCH(WS-LIMIT-IDX),
                  WS-BRANCH-NAME, WS-BRNAME-STATUS
              END-CALL
              IF BRANCH-MASTER-CLOSED
                EXIT PARAGRAPH
              END-IF
              MOVE WS-LM-BRANCH(WS-LIMIT-IDX) TO OD-BRANCH
              MOVE WS-BRANCH-NAME TO OD-BRANCH-NAME
              MOVE WS-LM-COUNT-DATE(WS-LIMIT-IDX) TO OD-COUNT-DATE
              MOVE WS-LM-HOLDING(WS-LIMIT-IDX) TO OD-HOLDING
              MOVE WS-LM-MINIMUM(WS-LIMIT-IDX) TO OD-MINIMUM
              IF WS-LM-COUNT-DATE(WS-LIMIT-IDX) = 0
                ADD 1 TO WS-NOT-COUNTED
                MOVE SPACES TO CASH-ORDER-LINE
                STRING 'BRANCH ' WS-LM-BRANCH(WS-LIMIT-IDX)
                    ' *** NO VAULT COUNT ON FILE - NO ORDER '
                    'SUGGESTED' DELIMITED BY SIZE
                    INTO CASH-ORDER-LINE
                END-STRING
                WRITE CASH-ORDER-LINE
                EXIT PARAGRAPH
              END-IF
              IF WS-LM-HOLDING(WS-LIMIT-IDX) NOT <
                  WS-LM-MINIMUM(WS-LIMIT-IDX)
                EXIT PARAGRAPH
              END-IF

              *> restock to the target, in whole hundreds
              COMPUTE WS-ORDER-GAP = WS-LM-TARGET(WS-LIMIT-IDX)
                  - WS-LM-HOLDING(WS-LIMIT-IDX)
              COMPUTE WS-ORDER-HUNDREDS =
                  (WS-ORDER-GAP + 99.99) / 100
              COMPUTE WS-ORDER-AMOUNT = WS-ORDER-HUNDREDS * 100
              MOVE WS-ORDER-AMOUNT TO OD-ORDER
              WRITE CASH-ORDER-LINE FROM WS-ORDER-DETAIL
              ADD 1 TO WS-ORDERS-SUGGESTED
              ADD WS-ORDER-AMOUNT TO WS-ORDER-TOTAL
              MOVE 'VAULT BELOW MINIMUM - CASH ORDER SUGGESTED'
                  TO WS-EXC-MESSAGE
              CALL 'EXCLOG' USING 'CASHORD ', 'W', WS-EXC-MESSAGE
              END-CALL.
