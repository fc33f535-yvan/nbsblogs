            *> description, frequency (D/W/M) and next run date.
            *> STORDGEN reads this nightly and emits due orders as
            *> DAILY-FEED records. Maintained in ACCTMAIN's
            *> command-line style, rewritten whole like BLOCKMNT.
            *> Now also numbers each order, shows the return
            *> history STORDRET keeps against an external order,
            *> and resumes an order STORDRET suspended after
            *> repeated returns. DECEASED suspends the same way
            *> when an account's sole holder dies; RES puts such
            *> an order back once the estate asks for it. Each
            *> order is stamped with the business date it was
            *> added, for ATOWATCH's new-beneficiary screen. A
            *> withdrawal-side order on a minor's account is only
            *> added with one of the account's guardians keyed as
            *> acting ('BY <cust>' ahead of the description), the
            *> rule TELLSCRN applies at the window, so TRANLOAD
            *> never has to hold the order's debits for one
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the account's guardians, if it is a minor's
                  *> (see copybooks/HOLDXREF and HLDRMNT)
                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD STANDING-ORDERS.
                  *> payment file instead of the internal feed
                  02 SO-FEED-EXT-BANK PIC X(9).
                  02 SO-FEED-EXT-ACCOUNT PIC X(10).
                  *> the order's standing number, given when it
                  *> is added, and the returns STORDRET has logged
                  *> against it: 'S' in the status suspends the
                  *> order after too many returns in a row
                  02 SO-FEED-ORDER-ID PIC 9(5).
                  02 SO-FEED-STATUS PIC X(1).
                  02 SO-FEED-RETURN-COUNT PIC 9(2).
                  02 SO-FEED-LAST-RETURN-DATE PIC 9(8).
                  02 SO-FEED-LAST-RETURN-CODE PIC X(2).
                  *> the business date the order was set up -
                  *> not numeric on an order added before it was
                  *> kept
                  02 SO-FEED-ADDED-DATE PIC 9(8).

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST',
                *> 'ADD <acct> <amount> <freq> <date> <desc>',
                *> 'ADDX <acct> <amount> <freq> <date> <bank>
                *> <ext-acct> <desc>' for an order paid to an
                *> external beneficiary, 'RES <seq>' to resume a
                *> suspended order, or 'DEL <seq>' - ACCEPT FROM
                *> COMMAND-LINE follows loops.cbl's run-parameter
                *> pattern, UNSTRING follows acctmain.cbl. Amount
                *> takes a leading minus for a withdrawal-side
                *> order. Either ADD may carry 'BY <cust>' between
                *> the date (or ext-acct) and the description - the
                *> guardian acting for a minor's account
                01 WS-CMD-LINE PIC X(100) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-EXT-BANK-TEXT PIC X(9) VALUE SPACES.
                01 WS-FREQ-TEXT PIC X(1).
                01 WS-DATE-TEXT PIC X(8).
                01 WS-POINTER PIC 9(3) VALUE 1.
                01 WS-BY-TEXT PIC X(2).
                01 WS-ACTING-TEXT PIC X(7).
                01 WS-ACTING-CUSTOMER PIC 9(7) VALUE 0.

                01 WS-HOLDERS-EOF PIC X VALUE 'N'.
                  88 END-OF-HOLDERS VALUE 'Y'.
                01 WS-GUARDIAN-COUNT PIC 9(3) VALUE 0.
                01 WS-GUARDIAN-MATCH PIC X VALUE 'N'.
                  88 ACTING-FOR-GUARDIAN VALUE 'Y'.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-ADD VALUE 'A'.
                  88 ACTION-ADD-EXTERNAL VALUE 'X'.
                  88 ACTION-DELETE VALUE 'D'.
                  88 ACTION-RESUME VALUE 'R'.

                01 WS-WORK-ACCOUNT PIC 9(7) VALUE 0.
                01 WS-WORK-AMOUNT PIC S9(6)V9(2) VALUE 0.
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
                01 WS-LIST-CHANGED PIC X VALUE 'N'.
                  88 ORDER-LIST-CHANGED VALUE 'Y'.

                  PERFORM D000-ADD-ORDER
                WHEN ACTION-DELETE
                  PERFORM E000-DELETE-ORDER
                WHEN ACTION-RESUME
                  PERFORM E100-RESUME-ORDER
                WHEN OTHER
                  DISPLAY 'STORDMNT - UNKNOWN ACTION, USE LIST, '
                      'ADD <ACCT> <AMT> <D|W|M> <DATE> <DESC>, '
                      'RES <SEQ> OR DEL <SEQ>'
              END-EVALUATE

              IF ORDER-LIST-CHANGED
                  SET ACTION-ADD-EXTERNAL TO TRUE
                WHEN 'DEL '
                  SET ACTION-DELETE TO TRUE
                WHEN 'RES '
                  SET ACTION-RESUME TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              END-IF
              IF WS-ACCT-TEXT IS NUMERIC
                MOVE WS-ACCT-TEXT TO WS-WORK-ACCOUNT
                *> DEL and RES take the slot number in the same
                *> token position the account rides in for ADD
                IF ACTION-DELETE OR ACTION-RESUME
                  MOVE WS-ACCT-TEXT(5:3) TO WS-WORK-SEQ
                END-IF
              ELSE
                IF (ACTION-DELETE OR ACTION-RESUME)
                    AND WS-ACCT-TEXT(1:3) IS NUMERIC
                  MOVE WS-ACCT-TEXT(1:3) TO WS-WORK-SEQ
                END-IF
              END-IF
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-WORK-DATE
              END-IF
              IF WS-POINTER <= 97
                  AND WS-CMD-LINE(WS-POINTER:3) = 'BY '
                UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-BY-TEXT, WS-ACTING-TEXT
                    POINTER WS-POINTER
                END-UNSTRING
                IF WS-ACTING-TEXT IS NUMERIC
                  MOVE WS-ACTING-TEXT TO WS-ACTING-CUSTOMER
                END-IF
              END-IF
              IF WS-POINTER <= 100
                MOVE WS-CMD-LINE(WS-POINTER:) TO WS-WORK-DESC
              END-IF.
                          WS-SO-EXT-BANK(WS-ORDER-COUNT)
                      MOVE SO-FEED-EXT-ACCOUNT TO
                          WS-SO-EXT-ACCOUNT(WS-ORDER-COUNT)
                      PERFORM B110-LOAD-RETURN-HISTORY
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS
              PERFORM B120-NUMBER-NEW-ORDERS.

              *> same defaults STORDGEN's B100 gives a row
              *> written before orders were numbered
              B110-LOAD-RETURN-HISTORY.
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

              B120-NUMBER-NEW-ORDERS.
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                IF WS-SO-ORDER-ID(WS-ORDER-IDX) = 0
                  ADD 1 TO WS-HIGH-ORDER-ID
                  MOVE WS-HIGH-ORDER-ID TO
                      WS-SO-ORDER-ID(WS-ORDER-IDX)
                  SET ORDER-LIST-CHANGED TO TRUE
                END-IF
              END-PERFORM.

              C000-LIST-ORDERS.
              DISPLAY 'STANDING ORDERS ON FILE'
                    ' FREQ ' WS-SO-FREQUENCY(WS-ORDER-IDX)
                    ' NEXT ' WS-SO-NEXT-DATE(WS-ORDER-IDX)
                    ' ' WS-SO-DESC(WS-ORDER-IDX)
                DISPLAY '    ORDER ' WS-SO-ORDER-ID(WS-ORDER-IDX)
                    ' STATUS ' WS-SO-STATUS(WS-ORDER-IDX)
                    ' RETURNS ' WS-SO-RETURN-COUNT(WS-ORDER-IDX)
                    ' LAST ' WS-SO-LAST-RETURN-DATE(WS-ORDER-IDX)
                    ' ' WS-SO-LAST-RETURN-CODE(WS-ORDER-IDX)
              END-PERFORM
              IF WS-ORDER-COUNT = 0
                DISPLAY 'NO STANDING ORDERS ON FILE'
                DISPLAY 'STORDMNT - ADDX NEEDS A BENEFICIARY '
                    'BANK AND ACCOUNT REFERENCE'
              ELSE
                IF WS-WORK-AMOUNT < 0
                  PERFORM D100-CHECK-GUARDIAN
                END-IF
                IF WS-GUARDIAN-COUNT > 0
                    AND NOT ACTING-FOR-GUARDIAN
                  DISPLAY 'STORDMNT - MINOR ACCOUNT, ADD THE ORDER '
                      'WITH BY <CUST> FOR ONE OF ITS GUARDIANS'
                ELSE
                IF WS-ORDER-COUNT >= 200
                  DISPLAY 'STORDMNT - ORDER FILE FULL AT 200'
                ELSE
                    MOVE SPACES TO
                        WS-SO-EXT-ACCOUNT(WS-ORDER-COUNT)
                  END-IF
                  ADD 1 TO WS-HIGH-ORDER-ID
                  MOVE WS-HIGH-ORDER-ID TO
                      WS-SO-ORDER-ID(WS-ORDER-COUNT)
                  MOVE 'A' TO WS-SO-STATUS(WS-ORDER-COUNT)
                  MOVE 0 TO WS-SO-RETURN-COUNT(WS-ORDER-COUNT)
                  MOVE 0 TO WS-SO-LAST-RETURN-DATE(WS-ORDER-COUNT)
                  MOVE SPACES TO
                      WS-SO-LAST-RETURN-CODE(WS-ORDER-COUNT)
                  CALL 'BUSDATE' USING 'G',
                      WS-SO-ADDED-DATE(WS-ORDER-COUNT)
                  END-CALL
                  SET ORDER-LIST-CHANGED TO TRUE
                  DISPLAY 'STORDMNT ORDER ADDED AS SEQ '
                      WS-ORDER-COUNT
                END-IF
                END-IF
              END-IF
              END-IF.

              *> TELLSCRN's B170 - a minor's account carries one
              *> or more guardian rows; money only leaves it with
              *> one of them acting
              D100-CHECK-GUARDIAN.
              MOVE 0 TO WS-GUARDIAN-COUNT
              MOVE 'N' TO WS-GUARDIAN-MATCH
              MOVE 'N' TO WS-HOLDERS-EOF
              OPEN INPUT ACCOUNT-HOLDERS
              PERFORM UNTIL END-OF-HOLDERS
                READ ACCOUNT-HOLDERS
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    IF AH-ACCOUNT-ID = WS-WORK-ACCOUNT
                        AND HOLDER-GUARDIAN
                      ADD 1 TO WS-GUARDIAN-COUNT
                      IF AH-CUSTOMER-NUMBER = WS-ACTING-CUSTOMER
                        SET ACTING-FOR-GUARDIAN TO TRUE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-HOLDERS.

              E000-DELETE-ORDER.
              IF WS-WORK-SEQ = 0 OR WS-WORK-SEQ > WS-ORDER-COUNT
                DISPLAY 'STORDMNT - NO SUCH ORDER SEQ: '
                DISPLAY 'STORDMNT ORDER REMOVED: ' WS-WORK-SEQ
              END-IF.

              *> the customer has fixed the beneficiary details
              *> - the return run starts counting afresh from
              *> today, so returns before the resume cannot
              *> suspend it again
              E100-RESUME-ORDER.
              IF WS-WORK-SEQ = 0 OR WS-WORK-SEQ > WS-ORDER-COUNT
                DISPLAY 'STORDMNT - NO SUCH ORDER SEQ: '
                    WS-WORK-SEQ
              ELSE
                IF NOT ORDER-SUSPENDED(WS-WORK-SEQ)
                  DISPLAY 'STORDMNT - ORDER NOT SUSPENDED: '
                      WS-WORK-SEQ
                ELSE
                  MOVE 'A' TO WS-SO-STATUS(WS-WORK-SEQ)
                  MOVE 0 TO WS-SO-RETURN-COUNT(WS-WORK-SEQ)
                  CALL 'BUSDATE' USING 'G',
                      WS-SO-LAST-RETURN-DATE(WS-WORK-SEQ)
                  END-CALL
                  SET ORDER-LIST-CHANGED TO TRUE
                  DISPLAY 'STORDMNT ORDER RESUMED: ' WS-WORK-SEQ
                END-IF
              END-IF.

              F000-REWRITE-STANDING-ORDERS.
              OPEN OUTPUT STANDING-ORDERS
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
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
