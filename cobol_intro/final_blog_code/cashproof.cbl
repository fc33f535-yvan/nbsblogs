            *> reporting uses), compares declared to posted, and
            *> prints the over/short per branch - any out-of-proof
            *> branch goes to the operational exception log for
            *> the morning follow-up. A branch that counted its
            *> cash into the cash inventory (see CASHENT) is
            *> proved on the count instead of its keyed
            *> declaration: the day's closing cash over all its
            *> locations, less the prior closing count and the
            *> day's shipments in, plus its shipments out, is the
            *> cash that crossed the counter, held against
            *> posted deposits less withdrawals. The proof is
            *> also printed, one 'BRANCH' line per branch with
            *> its detail indented beneath it, and stowed in the
            *> report repository (see RPTSTOW) so RPTDIST can
            *> burst each branch its own page
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.

                  *> the numbered receipts TELLSCRN logged for
                  *> the proof day
                  *> counted cash and cash-centre shipments
                  *> (see CASHENT)
                  SELECT OPTIONAL CASH-INVENTORY
                      ASSIGN TO 'cash_inventory.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CASH-MOVEMENTS
                      ASSIGN TO 'cash_movements.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL RECEIPT-LOG
                      ASSIGN TO 'receipt_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
                      ASSIGN TO 'overshort_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed proof - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT CASH-PROOF-REPORT
                      ASSIGN TO 'cash_proof.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD TRANSACTIONS.
                COPY TRANSACT.

                FD CASH-INVENTORY.
                COPY CASHINV.

                FD CASH-MOVEMENTS.
                COPY CASHMOV.

                FD RECEIPT-LOG.
                COPY RCPTLOG.

                *> same line shape as GLEXTR's gl_interface.txt
                *> so the ledger team's loader reads it unchanged
                  02 DP-DECLARED-DEPOSITS PIC 9(9)V9(2).
                  02 DP-DECLARED-WITHDRAWALS PIC 9(9)V9(2).

                FD CASH-PROOF-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> proof date - ACCEPT FROM COMMAND-LINE follows
                *> loops.cbl's run-parameter pattern; no
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-PROOF-EOF PIC X VALUE 'N'.
                    88 END-OF-PROOF VALUE 'Y'.
                  05 WS-INVENTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-INVENTORY VALUE 'Y'.
                  05 WS-MOVEMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-MOVEMENTS VALUE 'Y'.

                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-ACCOUNT-RATE-TABLE.
                    10 WS-PR-DECLARED-DEP PIC 9(9)V9(2).
                    10 WS-PR-DECLARED-WDR PIC 9(9)V9(2).
                    10 WS-PR-DECLARED PIC X(1).
                    10 WS-PR-COUNTED PIC X(1).
                    10 WS-PR-CLOSE-CASH PIC 9(9)V9(2).
                    10 WS-PR-OPEN-DATE PIC 9(8).
                    10 WS-PR-OPEN-CASH PIC 9(9)V9(2).
                    10 WS-PR-SHIPPED-IN PIC 9(9)V9(2).
                    10 WS-PR-SHIPPED-OUT PIC 9(9)V9(2).
                01 WS-PROOF-IDX PIC 9(2).
                01 WS-MATCH-IDX PIC 9(2).

                01 WS-OVER-SHORT PIC S9(9)V9(2).
                01 WS-COUNTED-NET PIC S9(9)V9(2).
                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B100-LOAD-ACCOUNT-XREF
              PERFORM B000-TOTAL-POSTED-WORK
              PERFORM C000-FOLD-IN-DECLARATIONS
              PERFORM C100-FOLD-IN-COUNTS
              PERFORM C200-FOLD-IN-OPENING-COUNTS
              PERFORM C300-FOLD-IN-SHIPMENTS
              PERFORM B200-COUNT-RECEIPTS
              PERFORM D000-PRINT-OVER-SHORT
              STOP RUN.
                MOVE 0 TO WS-PR-DECLARED-DEP(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-DECLARED-WDR(WS-MATCH-IDX)
                MOVE 'N' TO WS-PR-DECLARED(WS-MATCH-IDX)
                MOVE 'N' TO WS-PR-COUNTED(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-CLOSE-CASH(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-OPEN-DATE(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-OPEN-CASH(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-SHIPPED-IN(WS-MATCH-IDX)
                MOVE 0 TO WS-PR-SHIPPED-OUT(WS-MATCH-IDX)
              END-IF.

              *> B300 without the add - the opening counts and
              *> shipments only matter to a branch already
              *> counted today
              B400-FIND-COUNTED-ROW.
              MOVE 0 TO WS-MATCH-IDX
              PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                  UNTIL WS-PROOF-IDX > WS-PROOF-COUNT
                IF WS-PR-BRANCH(WS-PROOF-IDX) =
                    WS-CURRENT-BRANCH
                    AND WS-PR-COUNTED(WS-PROOF-IDX) = 'Y'
                  MOVE WS-PROOF-IDX TO WS-MATCH-IDX
                END-IF
              END-PERFORM.

              C000-FOLD-IN-DECLARATIONS.
              OPEN INPUT DRAWER-PROOF
              PERFORM UNTIL END-OF-PROOF
              END-PERFORM
              CLOSE DRAWER-PROOF.

              *> the day's closing count, every location of the
              *> branch summed - vault and drawers alike
              C100-FOLD-IN-COUNTS.
              OPEN INPUT CASH-INVENTORY
              PERFORM UNTIL END-OF-INVENTORY
                READ CASH-INVENTORY
                  AT END
                    SET END-OF-INVENTORY TO TRUE
                  NOT AT END
                    IF CI-COUNT-DATE = WS-REPORT-DATE
                      MOVE CI-BRANCH TO WS-CURRENT-BRANCH
                      PERFORM B300-FIND-PROOF-ROW
                      IF WS-MATCH-IDX > 0
                        ADD CI-TOTAL TO
                            WS-PR-CLOSE-CASH(WS-MATCH-IDX)
                        MOVE 'Y' TO WS-PR-COUNTED(WS-MATCH-IDX)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CASH-INVENTORY.

              *> the opening cash is the branch's latest earlier
              *> closing count - a later day found replaces what
              *> is held, the same day adds to it
              C200-FOLD-IN-OPENING-COUNTS.
              MOVE 'N' TO WS-INVENTORY-EOF
              OPEN INPUT CASH-INVENTORY
              PERFORM UNTIL END-OF-INVENTORY
                READ CASH-INVENTORY
                  AT END
                    SET END-OF-INVENTORY TO TRUE
                  NOT AT END
                    IF CI-COUNT-DATE < WS-REPORT-DATE
                      MOVE CI-BRANCH TO WS-CURRENT-BRANCH
                      PERFORM B400-FIND-COUNTED-ROW
                      IF WS-MATCH-IDX > 0
                        PERFORM C210-TAKE-OPENING-COUNT
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CASH-INVENTORY.

              C210-TAKE-OPENING-COUNT.
              IF CI-COUNT-DATE > WS-PR-OPEN-DATE(WS-MATCH-IDX)
                MOVE CI-COUNT-DATE TO WS-PR-OPEN-DATE(WS-MATCH-IDX)
                MOVE CI-TOTAL TO WS-PR-OPEN-CASH(WS-MATCH-IDX)
              ELSE
                IF CI-COUNT-DATE = WS-PR-OPEN-DATE(WS-MATCH-IDX)
                  ADD CI-TOTAL TO WS-PR-OPEN-CASH(WS-MATCH-IDX)
                END-IF
              END-IF.

              *> buys and sells move cash inside the branch and
              *> net to nothing here; only the cash centre's
              *> shipments change what the branch holds
              C300-FOLD-IN-SHIPMENTS.
              OPEN INPUT CASH-MOVEMENTS
              PERFORM UNTIL END-OF-MOVEMENTS
                READ CASH-MOVEMENTS
                  AT END
                    SET END-OF-MOVEMENTS TO TRUE
                  NOT AT END
                    IF CV-MOVE-DATE = WS-REPORT-DATE
                        AND (CASH-SHIPMENT-IN OR CASH-SHIPMENT-OUT)
                      MOVE CV-BRANCH TO WS-CURRENT-BRANCH
                      PERFORM B400-FIND-COUNTED-ROW
                      IF WS-MATCH-IDX > 0
                        IF CASH-SHIPMENT-IN
                          ADD CV-TOTAL TO
                              WS-PR-SHIPPED-IN(WS-MATCH-IDX)
                        ELSE
                          ADD CV-TOTAL TO
                              WS-PR-SHIPPED-OUT(WS-MATCH-IDX)
                        END-IF
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CASH-MOVEMENTS.

              D000-PRINT-OVER-SHORT.
              DISPLAY 'TELLER CASH-DRAWER PROOF FOR '
                  WS-REPORT-DATE
              DISPLAY '=========================================='
              OPEN OUTPUT GL-OVERSHORT
              OPEN OUTPUT CASH-PROOF-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'TELLER CASH-DRAWER PROOF FOR '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-PROOF-IDX FROM 1 BY 1
                  UNTIL WS-PROOF-IDX > WS-PROOF-COUNT
                PERFORM D100-PROVE-ONE-BRANCH
              END-PERFORM
              PERFORM D300-WRITE-OVERSHORT-PROOF
              CLOSE GL-OVERSHORT
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCHES IN PROOF: ' WS-BRANCHES-IN-PROOF
                  ' OUT: ' WS-BRANCHES-OUT
                  ' RECEIPTS: ' WS-RECEIPTS-TODAY
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE CASH-PROOF-REPORT
              CALL 'RPTSTOW' USING 'CASHPROOF   ',
                  'cash_proof.txt                          '
              END-CALL
              DISPLAY '=========================================='
              DISPLAY 'CASHPROOF - END OF JOB SUMMARY'
              DISPLAY 'BRANCHES IN PROOF  : '
                  ' POSTED DEP '
                  WS-PR-POSTED-DEP(WS-PROOF-IDX)
                  ' WDR ' WS-PR-POSTED-WDR(WS-PROOF-IDX)
              MOVE SPACES TO REPORT-LINE
              STRING 'BRANCH ' WS-PR-BRANCH(WS-PROOF-IDX)
                  ' ' WS-BRANCH-NAME(1:20)
                  ' POSTED DEP '
                  WS-PR-POSTED-DEP(WS-PROOF-IDX)
                  ' WDR ' WS-PR-POSTED-WDR(WS-PROOF-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              IF WS-PR-COUNTED(WS-PROOF-IDX) = 'Y'
                  AND WS-PR-OPEN-DATE(WS-PROOF-IDX) > 0
                PERFORM D150-PROVE-ON-COUNT
                EXIT PARAGRAPH
              END-IF
              IF WS-PR-COUNTED(WS-PROOF-IDX) = 'Y'
                DISPLAY '   COUNTED, BUT NO EARLIER COUNT TO OPEN '
                    'FROM - PROVED ON THE DECLARATION'
                MOVE '   COUNTED, BUT NO EARLIER COUNT TO OPEN FROM'
                    TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              IF WS-PR-DECLARED(WS-PROOF-IDX) = 'N'
                ADD 1 TO WS-BRANCHES-OUT
                DISPLAY '   *** NO DRAWER DECLARATION RECEIVED'
                MOVE '   *** NO DRAWER DECLARATION RECEIVED' TO
                    REPORT-LINE
                WRITE REPORT-LINE
                MOVE 'DRAWER PROOF - NO DECLARATION FROM BRANCH'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'CASHPROF', 'W',
                DISPLAY '   DECLARED DEP '
                    WS-PR-DECLARED-DEP(WS-PROOF-IDX)
                    ' WDR ' WS-PR-DECLARED-WDR(WS-PROOF-IDX)
                MOVE SPACES TO REPORT-LINE
                STRING '   DECLARED DEP '
                    WS-PR-DECLARED-DEP(WS-PROOF-IDX)
                    ' WDR ' WS-PR-DECLARED-WDR(WS-PROOF-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                IF WS-OVER-SHORT = 0
                  ADD 1 TO WS-BRANCHES-IN-PROOF
                  DISPLAY '   IN PROOF'
                  MOVE '   IN PROOF' TO REPORT-LINE
                  WRITE REPORT-LINE
                ELSE
                  ADD 1 TO WS-BRANCHES-OUT
                  DISPLAY '   *** OVER/SHORT ' WS-OVER-SHORT
                  MOVE SPACES TO REPORT-LINE
                  STRING '   *** OVER/SHORT ' WS-OVER-SHORT
                      DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
                  MOVE 'DRAWER PROOF - BRANCH OVER/SHORT'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'CASHPROF', 'S',
                END-IF
              END-IF.

              *> counted cash in place of the keyed totals - the
              *> change in the branch's cash, shipments taken
              *> out, against posted deposits less withdrawals
              D150-PROVE-ON-COUNT.
              COMPUTE WS-COUNTED-NET =
                  WS-PR-CLOSE-CASH(WS-PROOF-IDX)
                  - WS-PR-OPEN-CASH(WS-PROOF-IDX)
                  - WS-PR-SHIPPED-IN(WS-PROOF-IDX)
                  + WS-PR-SHIPPED-OUT(WS-PROOF-IDX)
              COMPUTE WS-OVER-SHORT = WS-COUNTED-NET
                  - (WS-PR-POSTED-DEP(WS-PROOF-IDX)
                     - WS-PR-POSTED-WDR(WS-PROOF-IDX))
              DISPLAY '   COUNTED CASH OPEN '
                  WS-PR-OPEN-CASH(WS-PROOF-IDX)
                  ' CLOSE ' WS-PR-CLOSE-CASH(WS-PROOF-IDX)
              DISPLAY '   SHIPPED IN ' WS-PR-SHIPPED-IN(WS-PROOF-IDX)
                  ' OUT ' WS-PR-SHIPPED-OUT(WS-PROOF-IDX)
              MOVE SPACES TO REPORT-LINE
              STRING '   COUNTED CASH OPEN '
                  WS-PR-OPEN-CASH(WS-PROOF-IDX)
                  ' CLOSE ' WS-PR-CLOSE-CASH(WS-PROOF-IDX)
                  ' SHIPPED IN ' WS-PR-SHIPPED-IN(WS-PROOF-IDX)
                  ' OUT ' WS-PR-SHIPPED-OUT(WS-PROOF-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              IF WS-OVER-SHORT = 0
                ADD 1 TO WS-BRANCHES-IN-PROOF
                DISPLAY '   IN PROOF'
                MOVE '   IN PROOF' TO REPORT-LINE
                WRITE REPORT-LINE
              ELSE
                ADD 1 TO WS-BRANCHES-OUT
                DISPLAY '   *** OVER/SHORT ' WS-OVER-SHORT
                MOVE SPACES TO REPORT-LINE
                STRING '   *** OVER/SHORT ' WS-OVER-SHORT
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                MOVE 'DRAWER PROOF - BRANCH OVER/SHORT ON COUNT'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'CASHPROF', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                PERFORM D200-POST-OVER-SHORT
              END-IF.

              *> the difference reaches the ledger team as a
              *> balanced pair on the over/short account, and
              *> the history file remembers it per branch and
