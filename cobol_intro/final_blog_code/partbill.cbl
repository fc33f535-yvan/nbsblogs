            *> prices them from the billing schedule control
            *> file in fee_schedule.txt's style, and cuts the
            *> invoice extract plus a GL revenue summary line
            *> whose total GLEXTR's proof totals can carry. Each
            *> run's invoice total is also added to the partner
            *> billing history so BRPROFIT can carry the month's
            *> partner fee income. Chargebacks the partner has
            *> accepted on PARTCHB's register (see copybooks/
            *> PCHGBK) are netted on the invoice - the partner owes
            *> them alongside the fees, so they are added to the
            *> amount due on their own line and marked netted so
            *> the next invoice does not collect them again. They
            *> are a recovery, not fee income, so the GL revenue
            *> line and the billing history carry the fees alone
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'partner_billing_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL PARTNER-CHARGEBACKS
                      ASSIGN TO 'partner_chargebacks.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT PARTNER-INVOICE
                      ASSIGN TO 'partner_invoice.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per billing run - the date billed
                  *> and the invoice total
                  SELECT OPTIONAL BILLING-HISTORY
                      ASSIGN TO 'partner_billing_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD DISPOSITION-FEED.
                  02 BS-FEED-REJECTED-FEE PIC 9(4)V9(2).
                  02 BS-FEED-HELD-FEE PIC 9(4)V9(2).

                FD PARTNER-CHARGEBACKS.
                COPY PCHGBK.

                FD PARTNER-INVOICE.
                01 INVOICE-LINE PIC X(90).

                FD BILLING-HISTORY.
                01 BILLING-HISTORY-RECORD.
                  02 BH-BILL-DATE PIC 9(8).
                  02 BH-INVOICE-TOTAL PIC 9(9)V9(2).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-DISP-EOF PIC X VALUE 'N'.
                    88 END-OF-DISPOSITIONS VALUE 'Y'.
                  05 WS-SCHEDULE-EOF PIC X VALUE 'N'.
                    88 END-OF-SCHEDULE VALUE 'Y'.
                  05 WS-CHARGEBACKS-EOF PIC X VALUE 'N'.
                    88 END-OF-CHARGEBACKS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                  05 FILLER PIC X(3) VALUE ' = '.
                  05 ID-CHARGE PIC 9(7).99.

                *> the chargeback register loaded whole and
                *> rewritten whole, PARTCHB's idiom
                01 WS-CB-COUNT PIC 9(4) VALUE 0.
                01 WS-CB-TABLE.
                  05 WS-CB-IMAGE PIC X(92) OCCURS 2000 TIMES.
                01 WS-CB-IDX PIC 9(4).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
                  05 WS-LINES-READ PIC 9(5) VALUE 0.
                  05 WS-POSTED-COUNT PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-LINE-CHARGE PIC 9(7)V9(2) VALUE 0.
                  05 WS-INVOICE-TOTAL PIC 9(9)V9(2) VALUE 0.
                  05 WS-NETTED-COUNT PIC 9(5) VALUE 0.
                  05 WS-NETTED-TOTAL PIC 9(9)V9(2) VALUE 0.
                  05 WS-AMOUNT-DUE PIC 9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-BILLING-SCHEDULE
              IF NOT BILLING-SCHEDULE-ON-FILE
                DISPLAY 'PARTBILL - NO BILLING SCHEDULE ON '
              END-IF

              PERFORM C000-COUNT-DISPOSITIONS
              PERFORM C200-NET-ACCEPTED-CHARGEBACKS
              PERFORM D000-WRITE-INVOICE

              DISPLAY '=========================================='
              DISPLAY 'REJECTED ITEMS    : ' WS-REJECTED-COUNT
              DISPLAY 'HELD ITEMS        : ' WS-HELD-COUNT
              DISPLAY 'INVOICE TOTAL     : ' WS-INVOICE-TOTAL
              DISPLAY 'CHARGEBACKS NETTED: ' WS-NETTED-COUNT
              DISPLAY 'CHARGEBACK AMOUNT : ' WS-NETTED-TOTAL
              DISPLAY 'AMOUNT DUE        : ' WS-AMOUNT-DUE
              DISPLAY '=========================================='
              STOP RUN.

                  ADD 1 TO WS-POSTED-COUNT
              END-EVALUATE.

              *> an accepted chargeback nets on this invoice; one
              *> netted on this date by an earlier run is netted
              *> again, since the rerun rewrites the invoice
              C200-NET-ACCEPTED-CHARGEBACKS.
              OPEN INPUT PARTNER-CHARGEBACKS
              PERFORM UNTIL END-OF-CHARGEBACKS
                READ PARTNER-CHARGEBACKS
                  AT END
                    SET END-OF-CHARGEBACKS TO TRUE
                  NOT AT END
                    IF WS-CB-COUNT >= 2000
                      DISPLAY 'PARTBILL ABEND - PARTNER CHARGEBACK '
                          'REGISTER EXCEEDS 2000 ITEMS - NOTHING '
                          'BILLED'
                      MOVE 'PARTNER CHARGEBACK REGISTER OVER 2000'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'PARTBILL', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE PARTNER-CHARGEBACKS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    IF CHARGEBACK-ACCEPTED
                        OR (CHARGEBACK-NETTED
                        AND PC-NETTED-DATE = WS-RUN-DATE)
                      SET CHARGEBACK-NETTED TO TRUE
                      MOVE WS-RUN-DATE TO PC-NETTED-DATE
                      ADD 1 TO WS-NETTED-COUNT
                      ADD PC-AMOUNT TO WS-NETTED-TOTAL
                    END-IF
                    ADD 1 TO WS-CB-COUNT
                    MOVE PARTNER-CHARGEBACK-RECORD TO
                        WS-CB-IMAGE(WS-CB-COUNT)
                END-READ
              END-PERFORM
              CLOSE PARTNER-CHARGEBACKS

              OPEN OUTPUT PARTNER-CHARGEBACKS
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                WRITE PARTNER-CHARGEBACK-RECORD
              END-PERFORM
              CLOSE PARTNER-CHARGEBACKS.

              D000-WRITE-INVOICE.
              OPEN OUTPUT PARTNER-INVOICE
              MOVE SPACES TO INVOICE-LINE
                  INTO INVOICE-LINE
              END-STRING
              WRITE INVOICE-LINE

              MOVE SPACES TO INVOICE-LINE
              STRING 'ACCEPTED CHARGEBACKS NETTED: '
                  WS-NETTED-COUNT ' ITEMS = ' WS-NETTED-TOTAL
                  DELIMITED BY SIZE
                  INTO INVOICE-LINE
              END-STRING
              WRITE INVOICE-LINE
              COMPUTE WS-AMOUNT-DUE =
                  WS-INVOICE-TOTAL + WS-NETTED-TOTAL
              MOVE SPACES TO INVOICE-LINE
              STRING 'AMOUNT DUE FROM PARTNER: '
                  WS-AMOUNT-DUE DELIMITED BY SIZE
                  INTO INVOICE-LINE
              END-STRING
              WRITE INVOICE-LINE
              CLOSE PARTNER-INVOICE
              CALL 'RPTSTOW' USING 'PARTINVOICE ',
                  'partner_invoice.txt                     '
              END-CALL

              OPEN EXTEND BILLING-HISTORY
              MOVE WS-RUN-DATE TO BH-BILL-DATE
              MOVE WS-INVOICE-TOTAL TO BH-INVOICE-TOTAL
              WRITE BILLING-HISTORY-RECORD
              CLOSE BILLING-HISTORY.
