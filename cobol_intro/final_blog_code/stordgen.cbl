            *> through TRANLOAD's normal edit chain like any
            *> other feed. Each worked order's next run date is
            *> advanced by its frequency and the control file
            *> rewritten. Generated UIDs come from UIDALLOC's
            *> STORDER range (60001-64999), like every other
            *> poster's. Now also carries the debit leg's UID on
            *> each outbound line as the payment reference and
            *> records every outbound payment on
            *> outbound_register.dat against its order, so
            *> STORDRET can match a bank's return back to it; an
            *> order STORDRET has suspended for repeated returns
            *> is skipped until it is resumed. The outbound payment
            *> file goes on the outbound transmission manifest
            *> through XMITREG as it is closed (see
            *> copybooks/XMITMAN), which keeps the generation with
            *> its count and hash total as the proof of sending and
            *> for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> outbound payment file for orders paying an
                  *> external beneficiary - the clearing
                  *> system's fixed format, closed with a
                      ASSIGN TO 'outbound_payments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> every payment sent, for matching returns
                  *> (see copybooks/OUTPREG)
                  SELECT OPTIONAL OUTBOUND-REGISTER
                      ASSIGN TO 'outbound_register.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OR-KEY
                  ALTERNATE RECORD KEY IS OR-ORDER-ID
                      WITH DUPLICATES.

            DATA DIVISION.
              FILE SECTION.
                FD STANDING-ORDERS.
                  *> outbound payment file (see STORDMNT)
                  02 SO-FEED-EXT-BANK PIC X(9).
                  02 SO-FEED-EXT-ACCOUNT PIC X(10).
                  *> the order's standing number, and its
                  *> return history (see STORDMNT/STORDRET)
                  02 SO-FEED-ORDER-ID PIC 9(5).
                  02 SO-FEED-STATUS PIC X(1).
                  02 SO-FEED-RETURN-COUNT PIC 9(2).
                  02 SO-FEED-LAST-RETURN-DATE PIC 9(8).
                  02 SO-FEED-LAST-RETURN-CODE PIC X(2).
                  *> the business date the order was set up -
                  *> not numeric on an order added before it was
                  *> kept
                  02 SO-FEED-ADDED-DATE PIC 9(8).

                *> same field order/size as FEED-RECORD in
                *> tranload.cbl
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD OUTBOUND-PAYMENTS.
                01 OUTBOUND-PAYMENT-LINE PIC X(80).

                FD OUTBOUND-REGISTER.
                COPY OUTPREG.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                    10 WS-SO-NEXT-DATE PIC 9(8).
                    10 WS-SO-EXT-BANK PIC X(9).
                    10 WS-SO-EXT-ACCOUNT PIC X(10).
                    10 WS-SO-ORDER-ID PIC 9(5).
                    10 WS-SO-STATUS PIC X(1).
                      88 ORDER-SUSPENDED VALUE 'S'.
                    10 WS-SO-RETURN-COUNT PIC 9(2).
                    10 WS-SO-LAST-RETURN-DATE PIC 9(8).
                    10 WS-SO-LAST-RETURN-CODE PIC X(2).
                    10 WS-SO-ADDED-DATE PIC 9(8).
                01 WS-ORDER-IDX PIC 9(3).
                01 WS-HIGH-ORDER-ID PIC 9(5) VALUE 0.

                *> pieces for the next-run-date arithmetic
                01 WS-DATE-INTEGER PIC 9(9).
                  05 WS-ND-MONTH PIC 9(2).
                  05 WS-ND-DAY PIC 9(2).

                01 WS-NEXT-ORDER-UID PIC 9(5) VALUE 0.

                *> projected balances carried per account within
                *> this run - a second record for the same
                  05 WS-NO-MASTER-COUNT PIC 9(3) VALUE 0.
                  05 WS-OUTBOUND-COUNT PIC 9(3) VALUE 0.
                  05 WS-OUTBOUND-TOTAL PIC 9(9)V9(2) VALUE 0.
                  05 WS-SUSPENDED-COUNT PIC 9(3) VALUE 0.

                *> the clearing system's fixed outbound format -
                *> one D record per payment, one T control
                  05 OB-BENEF-ACCOUNT PIC X(10).
                  05 OB-AMOUNT PIC 9(6)V9(2).
                  05 OB-DESC PIC X(25).
                  *> our reference for the payment - quoted back
                  *> by the receiving bank on a return
                  05 OB-PAYMENT-REF PIC 9(5).

                01 WS-OUTBOUND-TRAILER.
                  05 OB-T-RECORD-TYPE PIC X(1) VALUE 'T'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'HOLCHK' USING WS-RUN-DATE,
                  WS-HOLIDAY-STATUS, WS-DATE-SERVICE
              END-CALL
              IF IS-HOLIDAY
                DISPLAY 'STORDGEN SKIPPED - NON-BUSINESS DAY'
              ELSE
                PERFORM B000-LOAD-STANDING-ORDERS
                OPEN OUTPUT ORDER-FEED-OUT
                OPEN OUTPUT OUTBOUND-PAYMENTS
                OPEN INPUT ACCOUNT-MASTER
                OPEN I-O OUTBOUND-REGISTER

                PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                    UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                  IF WS-SO-NEXT-DATE(WS-ORDER-IDX) <= WS-RUN-DATE
                    IF ORDER-SUSPENDED(WS-ORDER-IDX)
                      ADD 1 TO WS-SUSPENDED-COUNT
                    ELSE
                      ADD 1 TO WS-ORDERS-DUE
                      PERFORM C000-EMIT-DUE-ORDER
                    END-IF
                  END-IF
                END-PERFORM

                WRITE OUTBOUND-PAYMENT-LINE FROM
                    WS-OUTBOUND-TRAILER
                CLOSE OUTBOUND-PAYMENTS
                CALL 'XMITREG' USING 'OUTPAYMENTS ',
                    'outbound_payments.txt                   '
                END-CALL
                CLOSE ORDER-FEED-OUT
                CLOSE ACCOUNT-MASTER
                CLOSE OUTBOUND-REGISTER
                PERFORM D000-REWRITE-STANDING-ORDERS
                CALL 'UIDALLOC' USING 'STORDER   ', 'STORDGEN', 'R',
                    WS-NEXT-ORDER-UID
                END-CALL

                DISPLAY '=========================================='
                DISPLAY 'STORDGEN - END OF JOB SUMMARY'
                DISPLAY 'NO MASTER ROW    : ' WS-NO-MASTER-COUNT
                DISPLAY 'OUTBOUND PAYMENTS: ' WS-OUTBOUND-COUNT
                DISPLAY 'OUTBOUND TOTAL   : ' WS-OUTBOUND-TOTAL
                DISPLAY 'SUSPENDED SKIPPED: ' WS-SUSPENDED-COUNT
                DISPLAY '=========================================='
              END-IF
              STOP RUN.

              B000-LOAD-STANDING-ORDERS.
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                          WS-SO-EXT-BANK(WS-ORDER-COUNT)
                      MOVE SO-FEED-EXT-ACCOUNT TO
                          WS-SO-EXT-ACCOUNT(WS-ORDER-COUNT)
                      PERFORM B100-LOAD-RETURN-HISTORY
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS
              PERFORM B200-NUMBER-NEW-ORDERS.

              *> a row written before orders carried a number
              *> or a return history comes in with those fields
              *> blank - it starts active with no returns
              B100-LOAD-RETURN-HISTORY.
              IF SO-FEED-ORDER-ID IS NUMERIC
                MOVE SO-FEED-ORDER-ID TO
                    WS-SO-ORDER-ID(WS-ORDER-COUNT)
              ELSE
                MOVE 0 TO WS-SO-ORDER-ID(WS-ORDER-COUNT)
              END-IF
              IF WS-SO-ORDER-ID(WS-ORDER-COUNT) > WS-HIGH-ORDER-ID
                MOVE WS-SO-ORDER-ID(WS-ORDER-COUNT) TO
                    WS-HIGH-ORDER-ID
              END-IF
              IF SO-FEED-STATUS = 'S'
                MOVE 'S' TO WS-SO-STATUS(WS-ORDER-COUNT)
              ELSE
                MOVE 'A' TO WS-SO-STATUS(WS-ORDER-COUNT)
              END-IF
              IF SO-FEED-RETURN-COUNT IS NUMERIC
                MOVE SO-FEED-RETURN-COUNT TO
                    WS-SO-RETURN-COUNT(WS-ORDER-COUNT)
              ELSE
                MOVE 0 TO WS-SO-RETURN-COUNT(WS-ORDER-COUNT)
              END-IF
              IF SO-FEED-LAST-RETURN-DATE IS NUMERIC
                MOVE SO-FEED-LAST-RETURN-DATE TO
                    WS-SO-LAST-RETURN-DATE(WS-ORDER-COUNT)
              ELSE
                MOVE 0 TO WS-SO-LAST-RETURN-DATE(WS-ORDER-COUNT)
              END-IF
              MOVE SO-FEED-LAST-RETURN-CODE TO
                  WS-SO-LAST-RETURN-CODE(WS-ORDER-COUNT)
              IF SO-FEED-ADDED-DATE IS NUMERIC
                MOVE SO-FEED-ADDED-DATE TO
                    WS-SO-ADDED-DATE(WS-ORDER-COUNT)
              ELSE
                MOVE 0 TO WS-SO-ADDED-DATE(WS-ORDER-COUNT)
              END-IF.

              *> every order needs a standing number before a
              *> payment can be registered against it - any
              *> still unnumbered take the next ones up
              B200-NUMBER-NEW-ORDERS.
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                IF WS-SO-ORDER-ID(WS-ORDER-IDX) = 0
                  ADD 1 TO WS-HIGH-ORDER-ID
                  MOVE WS-HIGH-ORDER-ID TO
                      WS-SO-ORDER-ID(WS-ORDER-IDX)
                END-IF
              END-PERFORM.

              *> build the due order as an ordinary DAILY-FEED
              *> record - START-BALANCE seeded from the account's
                DISPLAY 'STORDGEN - ACCOUNT NOT ON MASTER, ORDER '
                    'SKIPPED: ' WS-SO-ACCOUNT-ID(WS-ORDER-IDX)
              ELSE
                CALL 'UIDALLOC' USING 'STORDER   ', 'STORDGEN', 'N',
                    WS-NEXT-ORDER-UID
                END-CALL
                IF WS-SO-EXT-BANK(WS-ORDER-IDX) NOT = SPACES
                  PERFORM C200-EMIT-OUTBOUND-PAYMENT
                END-IF
                MOVE WS-NEXT-ORDER-UID TO OF-UID
                MOVE WS-SO-DESC(WS-ORDER-IDX) TO OF-DESC
                MOVE WS-SO-AMOUNT(WS-ORDER-IDX) TO OF-AMOUNT
                    SO-FEED-EXT-BANK
                MOVE WS-SO-EXT-ACCOUNT(WS-ORDER-IDX) TO
                    SO-FEED-EXT-ACCOUNT
                MOVE WS-SO-ORDER-ID(WS-ORDER-IDX) TO
                    SO-FEED-ORDER-ID
                MOVE WS-SO-STATUS(WS-ORDER-IDX) TO SO-FEED-STATUS
                MOVE WS-SO-RETURN-COUNT(WS-ORDER-IDX) TO
                    SO-FEED-RETURN-COUNT
                MOVE WS-SO-LAST-RETURN-DATE(WS-ORDER-IDX) TO
                    SO-FEED-LAST-RETURN-DATE
                MOVE WS-SO-LAST-RETURN-CODE(WS-ORDER-IDX) TO
                    SO-FEED-LAST-RETURN-CODE
                MOVE WS-SO-ADDED-DATE(WS-ORDER-IDX) TO
                    SO-FEED-ADDED-DATE
                WRITE SO-FEED-RECORD
              END-PERFORM
              CLOSE STANDING-ORDERS.
              *> internal feed this paragraph's caller emits, so
              *> the outbound total on the T trailer nets
              *> against those debits through the clearing
              *> control account. The debit leg's UID, already
              *> drawn by the caller, goes out as the payment
              *> reference and the payment is registered
              *> against its order for STORDRET
              C200-EMIT-OUTBOUND-PAYMENT.
              MOVE WS-RUN-DATE TO OB-PAYMENT-DATE
              MOVE WS-SO-ACCOUNT-ID(WS-ORDER-IDX) TO
              COMPUTE OB-AMOUNT =
                  FUNCTION ABS(WS-SO-AMOUNT(WS-ORDER-IDX))
              MOVE WS-SO-DESC(WS-ORDER-IDX) TO OB-DESC
              MOVE WS-NEXT-ORDER-UID TO OB-PAYMENT-REF
              WRITE OUTBOUND-PAYMENT-LINE FROM
                  WS-OUTBOUND-DETAIL
              ADD 1 TO WS-OUTBOUND-COUNT
              ADD OB-AMOUNT TO WS-OUTBOUND-TOTAL

              MOVE WS-RUN-DATE TO OR-PAYMENT-DATE
              MOVE WS-NEXT-ORDER-UID TO OR-PAYMENT-REF
              MOVE WS-SO-ORDER-ID(WS-ORDER-IDX) TO OR-ORDER-ID
              MOVE OB-FROM-ACCOUNT TO OR-FROM-ACCOUNT
              MOVE OB-BENEF-BANK TO OR-BENEF-BANK
              MOVE OB-BENEF-ACCOUNT TO OR-BENEF-ACCOUNT
              MOVE OB-AMOUNT TO OR-AMOUNT
              MOVE OB-DESC TO OR-DESC
              SET PAYMENT-SENT TO TRUE
              MOVE 0 TO OR-RETURN-DATE
              MOVE SPACES TO OR-RETURN-REASON
              MOVE 0 TO OR-RETURN-UID
              WRITE OUTBOUND-REGISTER-RECORD
                INVALID KEY
                  DISPLAY 'STORDGEN - PAYMENT ALREADY REGISTERED: '
                      OR-PAYMENT-REF
              END-WRITE.
