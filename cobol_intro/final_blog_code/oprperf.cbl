            IDENTIFICATION DIVISION.
            PROGRAM-ID. OPRPERF.
            *> weekly operator productivity and quality report -
            *> the journal says who posted what (JN-OPERATOR-ID)
            *> and TELLSCRN's receipt log says which teller keyed
            *> which item, but a branch manager had no view of
            *> who keyed what or how much of it had to be fixed.
            *> For the seven days ending on the business date
            *> (or a week-ending date given as the run
            *> parameter), every item a teller keyed is taken
            *> off the receipt log (see copybooks/RCPTLOG) under
            *> its UID and then traced forward:
            *>   - corrected / reversed: a CORRPOST offsetting
            *>     entry on the journal ('CORR OF UID n') - one
            *>     that takes the whole amount back is a
            *>     reversal, anything else a correction. A run
            *>     backed out by RUNBKOUT is not the keyer's
            *>     error and is not counted
            *>   - rejected: a REJECT-RECORD filed under the
            *>     item's UID once it reached TRANLOAD
            *>   - over/short days: days the operator keyed at a
            *>     branch whose drawer proof came out over or
            *>     short (CASHPROOF's overshort_history.txt)
            *> Each operator's error rate - items corrected,
            *> reversed or rejected, over items keyed - prints
            *> beside the branch's own average, and an operator
            *> above it is marked. The page is laid out by
            *> branch ('BRANCH' line, operators indented under
            *> it) and stowed in the report repository, so
            *> RPTDIST bursts each manager their own branch
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL RECEIPT-LOG
                      ASSIGN TO 'receipt_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL OVERSHORT-HISTORY
                      ASSIGN TO 'overshort_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT OPERATOR-REPORT
                      ASSIGN TO 'operator_performance.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD RECEIPT-LOG.
                COPY RCPTLOG.

                FD JOURNAL.
                COPY JOURNAL.

                FD REJECTS.
                COPY REJECT.

                *> same layout CASHPROOF writes
                FD OVERSHORT-HISTORY.
                01 OVERSHORT-HISTORY-RECORD.
                  02 OS-PROOF-DATE PIC 9(8).
                  02 OS-BRANCH PIC X(4).
                  02 OS-AMOUNT PIC S9(7)V9(2).

                FD OPERATOR-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> week-ending date - ACCEPT FROM COMMAND-LINE
                *> follows loops.cbl's run-parameter pattern; no
                *> parameter means the business date
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-WEEK-END PIC 9(8).
                01 WS-WEEK-START PIC 9(8).
                01 WS-DATE-INTEGER PIC 9(7).

                01 WS-FLAGS.
                  05 WS-RECEIPT-EOF PIC X VALUE 'N'.
                    88 END-OF-RECEIPTS VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.
                  05 WS-REJECT-EOF PIC X VALUE 'N'.
                    88 END-OF-REJECTS VALUE 'Y'.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-HISTORY VALUE 'Y'.

                *> the journal's record image laid out as the
                *> TRANSACTIONS record it was taken from
                01 WS-JOURNAL-IMAGE.
                  05 JI-UID PIC 9(5).
                  05 JI-DESC PIC X(25).
                  05 JI-AMOUNT PIC S9(6)V9(2).
                  05 FILLER PIC X(16).
                  05 JI-ACCOUNT-ID PIC S9(7).
                  05 FILLER PIC X(50).
                  05 JI-TRAN-TYPE-CODE PIC X(1).
                  05 FILLER PIC X(11).
                01 WS-CORRECTED-UID-TEXT PIC X(5).
                01 WS-CORRECTED-UID REDEFINES
                    WS-CORRECTED-UID-TEXT PIC 9(5).

                *> every item keyed in the week, under its UID
                01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
                01 WS-ITEM-TABLE.
                  05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
                    10 WS-IT-UID PIC 9(5).
                    10 WS-IT-OPER PIC 9(3).
                    10 WS-IT-DATE PIC 9(8).
                    10 WS-IT-AMOUNT PIC S9(6)V9(2).
                    10 WS-IT-CORRECTED PIC X(1).
                    10 WS-IT-REVERSED PIC X(1).
                    10 WS-IT-REJECTED PIC X(1).
                01 WS-ITEM-IDX PIC 9(4).
                01 WS-ITEM-MATCH PIC 9(4).

                *> one row per operator per branch
                01 WS-OPER-COUNT PIC 9(3) VALUE 0.
                01 WS-OPER-TABLE.
                  05 WS-OPER-ENTRY OCCURS 300 TIMES.
                    10 WS-OP-BRANCH PIC X(4).
                    10 WS-OP-ID PIC X(8).
                    10 WS-OP-ITEMS PIC 9(5).
                    10 WS-OP-VOLUME PIC 9(9)V9(2).
                    10 WS-OP-CORRECTED PIC 9(5).
                    10 WS-OP-REVERSED PIC 9(5).
                    10 WS-OP-REJECTED PIC 9(5).
                    10 WS-OP-ERRORS PIC 9(5).
                    10 WS-OP-OS-DAYS PIC 9(3).
                01 WS-OPER-IDX PIC 9(3).
                01 WS-OPER-MATCH PIC 9(3).

                *> operator rows in branch/operator order for
                *> printing - kept sorted as rows are added
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-OPER PIC 9(3) OCCURS 300 TIMES.
                01 WS-ORDER-IDX PIC 9(3).
                01 WS-ORDER-SLOT PIC 9(3).
                01 WS-NEW-KEY PIC X(12).
                01 WS-SLOT-KEY PIC X(12).
                01 WS-SLOT-FOUND PIC X VALUE 'N'.
                  88 ORDER-SLOT-FOUND VALUE 'Y'.

                *> the days each operator keyed on
                01 WS-WORKED-COUNT PIC 9(4) VALUE 0.
                01 WS-WORKED-TABLE.
                  05 WS-WORKED-ENTRY OCCURS 2000 TIMES.
                    10 WS-WD-OPER PIC 9(3).
                    10 WS-WD-DATE PIC 9(8).
                01 WS-WORKED-IDX PIC 9(4).
                01 WS-WORKED-MATCH PIC 9(4).

                *> the week's out-of-proof branch days
                01 WS-OS-COUNT PIC 9(3) VALUE 0.
                01 WS-OS-TABLE.
                  05 WS-OS-ENTRY OCCURS 300 TIMES.
                    10 WS-OSD-BRANCH PIC X(4).
                    10 WS-OSD-DATE PIC 9(8).
                01 WS-OS-IDX PIC 9(3).

                *> the branch in hand while printing, and its
                *> totals for the average
                01 WS-PRINT-BRANCH PIC X(4) VALUE SPACES.
                01 WS-BRANCH-ITEMS PIC 9(7).
                01 WS-BRANCH-ERRORS PIC 9(7).
                01 WS-BRANCH-VOLUME PIC 9(11)V9(2).
                01 WS-BRANCH-RATE PIC 9(3)V9(1).
                01 WS-OPER-RATE PIC 9(3)V9(1).
                01 WS-SCAN-IDX PIC 9(3).

                01 WS-BANK-ITEMS PIC 9(7) VALUE 0.
                01 WS-BANK-ERRORS PIC 9(7) VALUE 0.
                01 WS-BANK-VOLUME PIC 9(11)V9(2) VALUE 0.
                01 WS-BANK-RATE PIC 9(3)V9(1) VALUE 0.

                *> BRNAME's answer for the branch in hand - the
                *> branch master's name printed beside the code
                *> (see copybooks/BRMST); a shop with no branch
                *> master prints the bare code as before
                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-HEADING-LINE.
                  05 FILLER PIC X(12) VALUE '   OPERATOR'.
                  05 FILLER PIC X(7) VALUE '  ITEMS'.
                  05 FILLER PIC X(16) VALUE '          VOLUME'.
                  05 FILLER PIC X(6) VALUE '  CORR'.
                  05 FILLER PIC X(6) VALUE '   REV'.
                  05 FILLER PIC X(6) VALUE '   REJ'.
                  05 FILLER PIC X(6) VALUE '  O/S'.
                  05 FILLER PIC X(8) VALUE '   ERR%'.
                  05 FILLER PIC X(8) VALUE ' BR AVG%'.
                01 WS-OPERATOR-LINE.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 OL-OPERATOR PIC X(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 OL-ITEMS PIC ZZZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 OL-VOLUME PIC ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 OL-CORRECTED PIC ZZZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 OL-REVERSED PIC ZZZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 OL-REJECTED PIC ZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 OL-OS-DAYS PIC ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 OL-RATE PIC ZZ9.9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 OL-BRANCH-RATE PIC ZZ9.9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 OL-FLAG PIC X(10).
                01 WS-TOTAL-LINE.
                  05 OT-LABEL PIC X(12).
                  05 OT-ITEMS PIC ZZZZZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 OT-VOLUME PIC ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(10) VALUE '  ERRORS '.
                  05 OT-ERRORS PIC ZZZZZZ9.
                  05 FILLER PIC X(11) VALUE '  ERR RATE '.
                  05 OT-RATE PIC ZZ9.9.
                  05 FILLER PIC X(1) VALUE '%'.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RECEIPTS-READ PIC 9(7) VALUE 0.
                  05 WS-OPERATORS-REPORTED PIC 9(7) VALUE 0.
                  05 WS-ITEMS-NOT-TRACED PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-WEEK-END
              ELSE
                CALL 'BUSDATE' USING 'G', WS-WEEK-END
                END-CALL
              END-IF
              COMPUTE WS-DATE-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6
              COMPUTE WS-WEEK-START =
                  FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

              PERFORM B000-LOAD-KEYED-ITEMS
              PERFORM B100-TRACE-CORRECTIONS
              PERFORM B200-TRACE-REJECTS
              PERFORM B300-LOAD-OVER-SHORT-DAYS
              PERFORM C000-TALLY-OPERATORS
              PERFORM D000-PRINT-REPORT

              DISPLAY '=========================================='
              DISPLAY 'OPRPERF - END OF JOB SUMMARY'
              DISPLAY 'WEEK              : ' WS-WEEK-START
                  ' TO ' WS-WEEK-END
              DISPLAY 'RECEIPTS READ     : ' WS-RECEIPTS-READ
              DISPLAY 'ITEMS KEYED       : ' WS-BANK-ITEMS
              DISPLAY 'NO UID ON RECEIPT : ' WS-ITEMS-NOT-TRACED
              DISPLAY 'OPERATORS         : ' WS-OPERATORS-REPORTED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'OPRPERF   ',
                  WS-RECEIPTS-READ, WS-OPERATORS-REPORTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the week's receipts - one keyed item each
              B000-LOAD-KEYED-ITEMS.
              OPEN INPUT RECEIPT-LOG
              PERFORM UNTIL END-OF-RECEIPTS
                READ RECEIPT-LOG
                  AT END
                    SET END-OF-RECEIPTS TO TRUE
                  NOT AT END
                    IF RL-RECEIPT-DATE >= WS-WEEK-START
                        AND RL-RECEIPT-DATE <= WS-WEEK-END
                      ADD 1 TO WS-RECEIPTS-READ
                      PERFORM B010-TAKE-ONE-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECEIPT-LOG.

              B010-TAKE-ONE-ITEM.
              PERFORM B020-FIND-OPERATOR-ROW
              IF WS-OPER-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OP-ITEMS(WS-OPER-MATCH)
              IF RL-AMOUNT < 0
                SUBTRACT RL-AMOUNT FROM WS-OP-VOLUME(WS-OPER-MATCH)
              ELSE
                ADD RL-AMOUNT TO WS-OP-VOLUME(WS-OPER-MATCH)
              END-IF
              PERFORM B040-NOTE-WORKED-DAY
              *> a receipt logged before the UID was kept cannot
              *> be traced forward - it counts as keyed only
              IF RL-UID = 0
                ADD 1 TO WS-ITEMS-NOT-TRACED
                EXIT PARAGRAPH
              END-IF
              IF WS-ITEM-COUNT < 3000
                ADD 1 TO WS-ITEM-COUNT
                MOVE RL-UID TO WS-IT-UID(WS-ITEM-COUNT)
                MOVE WS-OPER-MATCH TO WS-IT-OPER(WS-ITEM-COUNT)
                MOVE RL-RECEIPT-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
                MOVE RL-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                MOVE 'N' TO WS-IT-CORRECTED(WS-ITEM-COUNT)
                MOVE 'N' TO WS-IT-REVERSED(WS-ITEM-COUNT)
                MOVE 'N' TO WS-IT-REJECTED(WS-ITEM-COUNT)
              END-IF.

              B020-FIND-OPERATOR-ROW.
              MOVE 0 TO WS-OPER-MATCH
              PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                  UNTIL WS-OPER-IDX > WS-OPER-COUNT
                IF WS-OP-BRANCH(WS-OPER-IDX) = RL-BRANCH
                    AND WS-OP-ID(WS-OPER-IDX) = RL-OPERATOR-ID
                  MOVE WS-OPER-IDX TO WS-OPER-MATCH
                END-IF
              END-PERFORM
              IF WS-OPER-MATCH = 0 AND WS-OPER-COUNT < 300
                ADD 1 TO WS-OPER-COUNT
                MOVE WS-OPER-COUNT TO WS-OPER-MATCH
                MOVE RL-BRANCH TO WS-OP-BRANCH(WS-OPER-MATCH)
                MOVE RL-OPERATOR-ID TO WS-OP-ID(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-ITEMS(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-VOLUME(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-CORRECTED(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-REVERSED(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-REJECTED(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-ERRORS(WS-OPER-MATCH)
                MOVE 0 TO WS-OP-OS-DAYS(WS-OPER-MATCH)
                PERFORM B030-ORDER-NEW-OPERATOR
              END-IF.

              *> slot the new row into branch/operator order,
              *> moving the later rows down one
              B030-ORDER-NEW-OPERATOR.
              MOVE RL-BRANCH TO WS-NEW-KEY(1:4)
              MOVE RL-OPERATOR-ID TO WS-NEW-KEY(5:8)
              MOVE WS-OPER-COUNT TO WS-ORDER-SLOT
              MOVE 'N' TO WS-SLOT-FOUND
              PERFORM UNTIL WS-ORDER-SLOT = 1 OR ORDER-SLOT-FOUND
                MOVE WS-ORDER-OPER(WS-ORDER-SLOT - 1) TO
                    WS-SCAN-IDX
                MOVE WS-OP-BRANCH(WS-SCAN-IDX) TO WS-SLOT-KEY(1:4)
                MOVE WS-OP-ID(WS-SCAN-IDX) TO WS-SLOT-KEY(5:8)
                IF WS-SLOT-KEY NOT > WS-NEW-KEY
                  SET ORDER-SLOT-FOUND TO TRUE
                ELSE
                  MOVE WS-SCAN-IDX TO WS-ORDER-OPER(WS-ORDER-SLOT)
                  SUBTRACT 1 FROM WS-ORDER-SLOT
                END-IF
              END-PERFORM
              MOVE WS-OPER-MATCH TO WS-ORDER-OPER(WS-ORDER-SLOT).

              B040-NOTE-WORKED-DAY.
              MOVE 0 TO WS-WORKED-MATCH
              PERFORM VARYING WS-WORKED-IDX FROM 1 BY 1
                  UNTIL WS-WORKED-IDX > WS-WORKED-COUNT
                IF WS-WD-OPER(WS-WORKED-IDX) = WS-OPER-MATCH
                    AND WS-WD-DATE(WS-WORKED-IDX) = RL-RECEIPT-DATE
                  MOVE WS-WORKED-IDX TO WS-WORKED-MATCH
                END-IF
              END-PERFORM
              IF WS-WORKED-MATCH = 0 AND WS-WORKED-COUNT < 2000
                ADD 1 TO WS-WORKED-COUNT
                MOVE WS-OPER-MATCH TO WS-WD-OPER(WS-WORKED-COUNT)
                MOVE RL-RECEIPT-DATE TO
                    WS-WD-DATE(WS-WORKED-COUNT)
              END-IF.

              *> CORRPOST's offsetting entries name the item
              *> they correct in their description
              B100-TRACE-CORRECTIONS.
              OPEN INPUT JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    MOVE JN-TRANSACTION-IMAGE TO WS-JOURNAL-IMAGE
                    IF JN-OPERATION = 'WRITE'
                        AND JN-TIMESTAMP >= WS-WEEK-START
                        AND JI-TRAN-TYPE-CODE = 'R'
                        AND JI-DESC(1:12) = 'CORR OF UID '
                      PERFORM B110-MARK-CORRECTED-ITEM
                    END-IF
                END-READ
              END-PERFORM
              CLOSE JOURNAL.

              B110-MARK-CORRECTED-ITEM.
              MOVE JI-DESC(13:5) TO WS-CORRECTED-UID-TEXT
              IF WS-CORRECTED-UID-TEXT IS NOT NUMERIC
                EXIT PARAGRAPH
              END-IF
              PERFORM X000-FIND-ITEM
              IF WS-ITEM-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              IF JI-AMOUNT + WS-IT-AMOUNT(WS-ITEM-MATCH) = 0
                MOVE 'Y' TO WS-IT-REVERSED(WS-ITEM-MATCH)
              ELSE
                MOVE 'Y' TO WS-IT-CORRECTED(WS-ITEM-MATCH)
              END-IF.

              B200-TRACE-REJECTS.
              OPEN INPUT REJECTS
              PERFORM UNTIL END-OF-REJECTS
                READ REJECTS
                  AT END
                    SET END-OF-REJECTS TO TRUE
                  NOT AT END
                    IF RJ-DATE >= WS-WEEK-START
                      MOVE RJ-UID TO WS-CORRECTED-UID
                      PERFORM X000-FIND-ITEM
                      IF WS-ITEM-MATCH > 0
                        MOVE 'Y' TO WS-IT-REJECTED(WS-ITEM-MATCH)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE REJECTS.

              B300-LOAD-OVER-SHORT-DAYS.
              OPEN INPUT OVERSHORT-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ OVERSHORT-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    IF OS-PROOF-DATE >= WS-WEEK-START
                        AND OS-PROOF-DATE <= WS-WEEK-END
                        AND OS-AMOUNT NOT = 0
                        AND WS-OS-COUNT < 300
                      ADD 1 TO WS-OS-COUNT
                      MOVE OS-BRANCH TO WS-OSD-BRANCH(WS-OS-COUNT)
                      MOVE OS-PROOF-DATE TO
                          WS-OSD-DATE(WS-OS-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE OVERSHORT-HISTORY.

              *> an item counts once as an error however many
              *> times it was corrected or rejected
              C000-TALLY-OPERATORS.
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-IT-OPER(WS-ITEM-IDX) TO WS-OPER-IDX
                IF WS-IT-CORRECTED(WS-ITEM-IDX) = 'Y'
                  ADD 1 TO WS-OP-CORRECTED(WS-OPER-IDX)
                END-IF
                IF WS-IT-REVERSED(WS-ITEM-IDX) = 'Y'
                  ADD 1 TO WS-OP-REVERSED(WS-OPER-IDX)
                END-IF
                IF WS-IT-REJECTED(WS-ITEM-IDX) = 'Y'
                  ADD 1 TO WS-OP-REJECTED(WS-OPER-IDX)
                END-IF
                IF WS-IT-CORRECTED(WS-ITEM-IDX) = 'Y'
                    OR WS-IT-REVERSED(WS-ITEM-IDX) = 'Y'
                    OR WS-IT-REJECTED(WS-ITEM-IDX) = 'Y'
                  ADD 1 TO WS-OP-ERRORS(WS-OPER-IDX)
                END-IF
              END-PERFORM
              PERFORM VARYING WS-WORKED-IDX FROM 1 BY 1
                  UNTIL WS-WORKED-IDX > WS-WORKED-COUNT
                MOVE WS-WD-OPER(WS-WORKED-IDX) TO WS-OPER-IDX
                PERFORM VARYING WS-OS-IDX FROM 1 BY 1
                    UNTIL WS-OS-IDX > WS-OS-COUNT
                  IF WS-OSD-BRANCH(WS-OS-IDX) =
                      WS-OP-BRANCH(WS-OPER-IDX)
                      AND WS-OSD-DATE(WS-OS-IDX) =
                        WS-WD-DATE(WS-WORKED-IDX)
                    ADD 1 TO WS-OP-OS-DAYS(WS-OPER-IDX)
                  END-IF
                END-PERFORM
              END-PERFORM.

              D000-PRINT-REPORT.
              OPEN OUTPUT OPERATOR-REPORT
              MOVE 'WEEKLY OPERATOR PRODUCTIVITY AND QUALITY' TO
                  REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'WEEK ' WS-WEEK-START ' TO ' WS-WEEK-END
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-HEADING-LINE
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-OPER-COUNT
                MOVE WS-ORDER-OPER(WS-ORDER-IDX) TO WS-OPER-IDX
                IF WS-OP-BRANCH(WS-OPER-IDX) NOT = WS-PRINT-BRANCH
                  PERFORM D100-START-BRANCH
                END-IF
                PERFORM D200-PRINT-OPERATOR
                IF WS-ORDER-IDX = WS-OPER-COUNT
                  PERFORM D300-END-BRANCH
                ELSE
                  MOVE WS-ORDER-OPER(WS-ORDER-IDX + 1) TO
                      WS-SCAN-IDX
                  IF WS-OP-BRANCH(WS-SCAN-IDX) NOT =
                      WS-PRINT-BRANCH
                    PERFORM D300-END-BRANCH
                  END-IF
                END-IF
              END-PERFORM
              IF WS-OPER-COUNT = 0
                MOVE 'NO TELLER RECEIPTS IN THE WEEK' TO
                    REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE 0 TO WS-BANK-RATE
              IF WS-BANK-ITEMS > 0
                COMPUTE WS-BANK-RATE ROUNDED =
                    (WS-BANK-ERRORS * 100) / WS-BANK-ITEMS
              END-IF
              MOVE 'ALL BRANCHES' TO OT-LABEL
              MOVE WS-BANK-ITEMS TO OT-ITEMS
              MOVE WS-BANK-VOLUME TO OT-VOLUME
              MOVE WS-BANK-ERRORS TO OT-ERRORS
              MOVE WS-BANK-RATE TO OT-RATE
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
              CLOSE OPERATOR-REPORT
              CALL 'RPTSTOW' USING 'OPRPERF     ',
                  'operator_performance.txt                '
              END-CALL.

              *> the branch heading, and the branch's own error
              *> rate worked out ahead of its operators so each
              *> can be held against it
              D100-START-BRANCH.
              MOVE WS-OP-BRANCH(WS-OPER-IDX) TO WS-PRINT-BRANCH
              MOVE 0 TO WS-BRANCH-ITEMS
              MOVE 0 TO WS-BRANCH-ERRORS
              MOVE 0 TO WS-BRANCH-VOLUME
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                  UNTIL WS-SCAN-IDX > WS-OPER-COUNT
                IF WS-OP-BRANCH(WS-SCAN-IDX) = WS-PRINT-BRANCH
                  ADD WS-OP-ITEMS(WS-SCAN-IDX) TO WS-BRANCH-ITEMS
                  ADD WS-OP-ERRORS(WS-SCAN-IDX) TO
                      WS-BRANCH-ERRORS
                  ADD WS-OP-VOLUME(WS-SCAN-IDX) TO
                      WS-BRANCH-VOLUME
                END-IF
              END-PERFORM
              MOVE 0 TO WS-BRANCH-RATE
              IF WS-BRANCH-ITEMS > 0
                COMPUTE WS-BRANCH-RATE ROUNDED =
                    (WS-BRANCH-ERRORS * 100) / WS-BRANCH-ITEMS
              END-IF
              CALL 'BRNAME' USING WS-PRINT-BRANCH,
                  WS-BRANCH-NAME, WS-BRNAME-STATUS
              END-CALL
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              STRING 'BRANCH ' WS-PRINT-BRANCH ' ' WS-BRANCH-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE.

              D200-PRINT-OPERATOR.
              ADD 1 TO WS-OPERATORS-REPORTED
              MOVE 0 TO WS-OPER-RATE
              IF WS-OP-ITEMS(WS-OPER-IDX) > 0
                COMPUTE WS-OPER-RATE ROUNDED =
                    (WS-OP-ERRORS(WS-OPER-IDX) * 100)
                    / WS-OP-ITEMS(WS-OPER-IDX)
              END-IF
              MOVE WS-OP-ID(WS-OPER-IDX) TO OL-OPERATOR
              MOVE WS-OP-ITEMS(WS-OPER-IDX) TO OL-ITEMS
              MOVE WS-OP-VOLUME(WS-OPER-IDX) TO OL-VOLUME
              MOVE WS-OP-CORRECTED(WS-OPER-IDX) TO OL-CORRECTED
              MOVE WS-OP-REVERSED(WS-OPER-IDX) TO OL-REVERSED
              MOVE WS-OP-REJECTED(WS-OPER-IDX) TO OL-REJECTED
              MOVE WS-OP-OS-DAYS(WS-OPER-IDX) TO OL-OS-DAYS
              MOVE WS-OPER-RATE TO OL-RATE
              MOVE WS-BRANCH-RATE TO OL-BRANCH-RATE
              IF WS-OPER-RATE > WS-BRANCH-RATE
                MOVE '*ABOVE AVG' TO OL-FLAG
              ELSE
                MOVE SPACES TO OL-FLAG
              END-IF
              WRITE REPORT-LINE FROM WS-OPERATOR-LINE.

              D300-END-BRANCH.
              MOVE '   TOTAL' TO OT-LABEL
              MOVE WS-BRANCH-ITEMS TO OT-ITEMS
              MOVE WS-BRANCH-VOLUME TO OT-VOLUME
              MOVE WS-BRANCH-ERRORS TO OT-ERRORS
              MOVE WS-BRANCH-RATE TO OT-RATE
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
              ADD WS-BRANCH-ITEMS TO WS-BANK-ITEMS
              ADD WS-BRANCH-ERRORS TO WS-BANK-ERRORS
              ADD WS-BRANCH-VOLUME TO WS-BANK-VOLUME.

              X000-FIND-ITEM.
              MOVE 0 TO WS-ITEM-MATCH
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WS-IT-UID(WS-ITEM-IDX) = WS-CORRECTED-UID
                  MOVE WS-ITEM-IDX TO WS-ITEM-MATCH
                END-IF
              END-PERFORM.
