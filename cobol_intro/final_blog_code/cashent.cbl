            IDENTIFICATION DIVISION.
            PROGRAM-ID. CASHENT.
            *> branch cash inventory entry - DRAWRENT captures one
            *> keyed deposit and withdrawal total per branch, but
            *> nothing recorded the cash actually held, note by
            *> note, in the vault and each teller drawer. This
            *> entry program records it. Parameter is '<action>
            *> <branch> <location> <100s> <50s> <20s> <10s> <5s>
            *> <2s> <1s> <coin amount>', the location being
            *> 'VALT' for the vault or the drawer's code:
            *>   COUNT   - the closing count of one location for
            *>             today (a recount replaces it) onto the
            *>             cash inventory (see copybooks/CASHINV)
            *>   BUY     - notes from the vault to the drawer
            *>   SELL    - notes from the drawer to the vault
            *>   SHIPIN  - a shipment from the central cash
            *>             centre into the vault
            *>   SHIPOUT - a shipment from the vault back to it
            *> the last four onto the cash movements (see
            *> copybooks/CASHMOV). Shipments are supervisor
            *> work, the rest teller work (see OPERSGN); online
            *> work, refused unless the day is online-open
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL CASH-INVENTORY
                      ASSIGN TO 'cash_inventory.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CASH-MOVEMENTS
                      ASSIGN TO 'cash_movements.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CASH-INVENTORY.
                COPY CASHINV.

                FD CASH-MOVEMENTS.
                COPY CASHMOV.

              WORKING-STORAGE SECTION.

                *> the system day-control state (see DAYCTL) -
                *> online work is refused unless the shop is
                *> online-open
                01 WS-DAY-STATE PIC X(1).
                  88 DAY-ONLINE-OPEN VALUE 'O'.
                  88 DAY-ONLINE-CLOSED VALUE 'C'.
                  88 DAY-BATCH-RUNNING VALUE 'B'.
                  88 DAY-CLOSED VALUE 'D'.

                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-CMD-LINE PIC X(100) VALUE SPACES.
                01 WS-ACTION PIC X(8) VALUE SPACES.
                  88 ACTION-COUNT VALUE 'COUNT'.
                  88 ACTION-BUY VALUE 'BUY'.
                  88 ACTION-SELL VALUE 'SELL'.
                  88 ACTION-SHIP-IN VALUE 'SHIPIN'.
                  88 ACTION-SHIP-OUT VALUE 'SHIPOUT'.
                01 WS-BRANCH-TEXT PIC X(4) VALUE SPACES.
                01 WS-LOCATION-TEXT PIC X(4) VALUE SPACES.
                01 WS-COUNT-TEXTS.
                  05 WS-COUNT-TEXT PIC X(6) OCCURS 7 TIMES.
                01 WS-COIN-TEXT PIC X(10) VALUE SPACES.

                *> the note denominations, in the order the
                *> counts are keyed and held
                01 WS-DENOMINATION-VALUES PIC X(21)
                    VALUE '100050020010005002001'.
                01 WS-DENOMINATION-TABLE
                    REDEFINES WS-DENOMINATION-VALUES.
                  05 WS-DENOMINATION PIC 9(3) OCCURS 7 TIMES.
                01 WS-DENOM-IDX PIC 9(1).

                01 WS-NOTE-COUNTS.
                  05 WS-NOTE-COUNT PIC 9(5) OCCURS 7 TIMES.
                01 WS-COIN-AMOUNT PIC 9(5)V9(2) VALUE 0.
                01 WS-CASH-TOTAL PIC 9(9)V9(2) VALUE 0.
                01 WS-TOTAL-EDIT PIC Z(8)9.99.

                *> BRNAME's answer - cash is only recorded for a
                *> branch open on the branch master
                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-TODAY-DATE PIC 9(8).
                01 WS-NOW-TIME PIC 9(6).

                01 WS-FLAGS.
                  05 WS-INVENTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-INVENTORY VALUE 'Y'.

                *> prior counts carried across the rewrite, minus
                *> any earlier one for this branch, location and
                *> day - DRAWRENT's keep-table shape
                01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
                01 WS-KEEP-TABLE.
                  05 WS-KEEP-ENTRY OCCURS 500 TIMES.
                    10 WS-KEEP-IMAGE PIC X(77).
                01 WS-KEEP-IDX PIC 9(3).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'DAYCTL' USING 'C', WS-DAY-STATE
              END-CALL
              IF NOT DAY-ONLINE-OPEN
                DISPLAY 'CASHENT REFUSED - THE ONLINE DAY IS '
                    'NOT OPEN (STATE ' WS-DAY-STATE ')'
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-ENTRY

              IF ACTION-SHIP-IN OR ACTION-SHIP-OUT
                MOVE 2 TO WS-REQUIRED-LEVEL
              END-IF
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'CASHENT - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              PERFORM B100-EDIT-ENTRY
              MOVE WS-CASH-TOTAL TO WS-TOTAL-EDIT
              IF ACTION-COUNT
                PERFORM C000-CARRY-OTHER-COUNTS
                PERFORM C100-WRITE-COUNTS
                DISPLAY 'CASHENT COUNTED - BRANCH ' WS-BRANCH-TEXT
                    ' ' WS-LOCATION-TEXT ' CASH ' WS-TOTAL-EDIT
              ELSE
                PERFORM D000-WRITE-MOVEMENT
                DISPLAY 'CASHENT ' WS-ACTION ' - BRANCH '
                    WS-BRANCH-TEXT ' ' CV-FROM-LOCATION ' TO '
                    CV-TO-LOCATION ' CASH ' WS-TOTAL-EDIT
              END-IF
              STOP RUN.

              B000-PARSE-ENTRY.
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION, WS-BRANCH-TEXT, WS-LOCATION-TEXT,
                      WS-COUNT-TEXT(1), WS-COUNT-TEXT(2),
                      WS-COUNT-TEXT(3), WS-COUNT-TEXT(4),
                      WS-COUNT-TEXT(5), WS-COUNT-TEXT(6),
                      WS-COUNT-TEXT(7), WS-COIN-TEXT
              END-UNSTRING
              IF NOT (ACTION-COUNT OR ACTION-BUY OR ACTION-SELL
                  OR ACTION-SHIP-IN OR ACTION-SHIP-OUT)
                  OR WS-BRANCH-TEXT = SPACES
                  OR WS-LOCATION-TEXT = SPACES
                DISPLAY 'CASHENT - USE COUNT|BUY|SELL|SHIPIN|'
                    'SHIPOUT <BRANCH> <LOCATION> <100S> <50S> '
                    '<20S> <10S> <5S> <2S> <1S> <COIN>'
                STOP RUN
              END-IF
              CALL 'BRNAME' USING WS-BRANCH-TEXT, WS-BRANCH-NAME,
                  WS-BRNAME-STATUS
              END-CALL
              IF NOT BRANCH-MASTER-OPEN
                DISPLAY 'CASHENT - BRANCH NOT OPEN ON THE BRANCH '
                    'MASTER: ' WS-BRANCH-TEXT
                STOP RUN
              END-IF.

              *> the notes are counted whole; the total is what
              *> the cash is worth, notes and coin together
              B100-EDIT-ENTRY.
              MOVE 0 TO WS-CASH-TOTAL
              PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                  UNTIL WS-DENOM-IDX > 7
                MOVE 0 TO WS-NOTE-COUNT(WS-DENOM-IDX)
                IF WS-COUNT-TEXT(WS-DENOM-IDX) NOT = SPACES
                  COMPUTE WS-NOTE-COUNT(WS-DENOM-IDX) =
                      FUNCTION NUMVAL(WS-COUNT-TEXT(WS-DENOM-IDX))
                END-IF
                COMPUTE WS-CASH-TOTAL = WS-CASH-TOTAL +
                    WS-NOTE-COUNT(WS-DENOM-IDX) *
                    WS-DENOMINATION(WS-DENOM-IDX)
              END-PERFORM
              MOVE 0 TO WS-COIN-AMOUNT
              IF WS-COIN-TEXT NOT = SPACES
                COMPUTE WS-COIN-AMOUNT =
                    FUNCTION NUMVAL(WS-COIN-TEXT)
              END-IF
              ADD WS-COIN-AMOUNT TO WS-CASH-TOTAL

              IF (ACTION-SHIP-IN OR ACTION-SHIP-OUT)
                  AND WS-LOCATION-TEXT NOT = 'VALT'
                DISPLAY 'CASHENT - SHIPMENTS MOVE THROUGH THE '
                    'VAULT ONLY - LOCATION MUST BE VALT'
                STOP RUN
              END-IF
              IF (ACTION-BUY OR ACTION-SELL)
                  AND WS-LOCATION-TEXT = 'VALT'
                DISPLAY 'CASHENT - BUY AND SELL NAME THE TELLER '
                    'DRAWER, NOT THE VAULT'
                STOP RUN
              END-IF
              IF WS-CASH-TOTAL = 0 AND NOT ACTION-COUNT
                DISPLAY 'CASHENT - A MOVEMENT OF NO CASH IS NOT '
                    'RECORDED'
                STOP RUN
              END-IF.

              C000-CARRY-OTHER-COUNTS.
              OPEN INPUT CASH-INVENTORY
              PERFORM UNTIL END-OF-INVENTORY
                READ CASH-INVENTORY
                  AT END
                    SET END-OF-INVENTORY TO TRUE
                  NOT AT END
                    IF CI-COUNT-DATE NOT = WS-TODAY-DATE
                        OR CI-BRANCH NOT = WS-BRANCH-TEXT
                        OR CI-LOCATION NOT = WS-LOCATION-TEXT
                      IF WS-KEEP-COUNT >= 500
                        *> same clean stop as DRAWRENT's - a row
                        *> that does not fit would be dropped
                        *> from disk silently
                        DISPLAY 'CASHENT ABEND - PRIOR COUNTS '
                            'EXCEED 500 ROWS - PRUNE '
                            'cash_inventory.txt AND RERUN'
                        CLOSE CASH-INVENTORY
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                      END-IF
                      ADD 1 TO WS-KEEP-COUNT
                      MOVE CASH-INVENTORY-RECORD TO
                          WS-KEEP-IMAGE(WS-KEEP-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CASH-INVENTORY.

              C100-WRITE-COUNTS.
              OPEN OUTPUT CASH-INVENTORY
              PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                  UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                MOVE WS-KEEP-IMAGE(WS-KEEP-IDX) TO
                    CASH-INVENTORY-RECORD
                WRITE CASH-INVENTORY-RECORD
              END-PERFORM
              MOVE WS-TODAY-DATE TO CI-COUNT-DATE
              MOVE WS-BRANCH-TEXT TO CI-BRANCH
              MOVE WS-LOCATION-TEXT TO CI-LOCATION
              PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                  UNTIL WS-DENOM-IDX > 7
                MOVE WS-NOTE-COUNT(WS-DENOM-IDX) TO
                    CI-NOTE-COUNT(WS-DENOM-IDX)
              END-PERFORM
              MOVE WS-COIN-AMOUNT TO CI-COIN-AMOUNT
              MOVE WS-CASH-TOTAL TO CI-TOTAL
              MOVE WS-OPERATOR-ID TO CI-OPERATOR-ID
              WRITE CASH-INVENTORY-RECORD
              CLOSE CASH-INVENTORY.

              D000-WRITE-MOVEMENT.
              MOVE WS-TODAY-DATE TO CV-MOVE-DATE
              MOVE WS-NOW-TIME TO CV-MOVE-TIME
              MOVE WS-BRANCH-TEXT TO CV-BRANCH
              EVALUATE TRUE
                WHEN ACTION-BUY
                  SET CASH-BUY TO TRUE
                  MOVE 'VALT' TO CV-FROM-LOCATION
                  MOVE WS-LOCATION-TEXT TO CV-TO-LOCATION
                WHEN ACTION-SELL
                  SET CASH-SELL TO TRUE
                  MOVE WS-LOCATION-TEXT TO CV-FROM-LOCATION
                  MOVE 'VALT' TO CV-TO-LOCATION
                WHEN ACTION-SHIP-IN
                  SET CASH-SHIPMENT-IN TO TRUE
                  MOVE 'CCTR' TO CV-FROM-LOCATION
                  MOVE 'VALT' TO CV-TO-LOCATION
                WHEN ACTION-SHIP-OUT
                  SET CASH-SHIPMENT-OUT TO TRUE
                  MOVE 'VALT' TO CV-FROM-LOCATION
                  MOVE 'CCTR' TO CV-TO-LOCATION
              END-EVALUATE
              PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                  UNTIL WS-DENOM-IDX > 7
                MOVE WS-NOTE-COUNT(WS-DENOM-IDX) TO
                    CV-NOTE-COUNT(WS-DENOM-IDX)
              END-PERFORM
              MOVE WS-COIN-AMOUNT TO CV-COIN-AMOUNT
              MOVE WS-CASH-TOTAL TO CV-TOTAL
              MOVE WS-OPERATOR-ID TO CV-OPERATOR-ID
              OPEN EXTEND CASH-MOVEMENTS
              WRITE CASH-MOVEMENT-RECORD
              CLOSE CASH-MOVEMENTS.
