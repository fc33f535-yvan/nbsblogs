            *> Only OPEN accounts are assessed - the same
            *> lifecycle line every posting path draws, carried
            *> here directly since this run posts directly.
            *> Fee UIDs come from UIDALLOC's FEE range, shared
            *> with TRANLOAD's NSF fees, but the journal
            *> entries carry their own FEEPOST operation (the
            *> RELEASE precedent) so a run-date backout can tell
            *> a scheduled service charge from the bad run's own
            *> postings.
            *> The walk checkpoints through ACCTCKP as it goes: a
            *> rerun after a failure resumes after the last
            *> account finished, with the same totals, the same
            *> branch fee income, rather than charging anybody
            *> twice. The dead run's unused UIDs are simply left
            *> behind; the rerun draws a fresh block
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row per branch: code, period fee, waiver
                  *> threshold, then the loan late-charge terms
                  *> LOANDLQ reads (grace days and charge), the
                  *> legal-order processing fee LGLREMIT charges,
                  *> the returned-item fee RTNITEM charges and the
                  *> yearly safe deposit box rents by size SDBBILL
                  *> charges
                  SELECT FEE-SCHEDULE
                      ASSIGN TO 'fee_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-SCHEDULE.
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
                FD JOURNAL.
                COPY JOURNAL.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-TABLE-EOF PIC X VALUE 'N'.
                    88 END-OF-TABLE-FILE VALUE 'Y'.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).


                01 WS-CHARGE-AMOUNT PIC S9(6)V9(2) VALUE 0.

                *> fee postings get a UID out of UIDALLOC's FEE
                *> range, clear of the feed range and of every
                *> other generator's
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
                  05 WS-NO-SCHEDULE-COUNT PIC 9(5) VALUE 0.
                  05 WS-NOT-OPEN-COUNT PIC 9(5) VALUE 0.
                  05 WS-CYCLE-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-LOAN-SKIPPED-COUNT PIC 9(5) VALUE 0.
                  05 WS-REL-WAIVED-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOTAL-FEE-INCOME PIC S9(9)V9(2) VALUE 0.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> checkpoint/restart through ACCTCKP - what the
                *> walk has counted so far travels with each
                *> checkpoint, so a rerun picks up with the same
                *> totals
                01 WS-CKP-STATUS PIC X VALUE 'F'.
                  88 CHECKPOINT-RESTART VALUE 'R'.
                01 WS-CKP-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-CKP-STATE.
                  05 WS-CKP-COUNTS PIC X(60).
                  05 WS-CKP-FEE-INCOME PIC X(200).
                  05 WS-CKP-FEE-CHARGED PIC X(100).
                  05 FILLER PIC X(40).

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A300-RESUME-FROM-CHECKPOINT
              PERFORM B000-LOAD-FEE-SCHEDULE
              PERFORM B100-LOAD-ACCOUNT-XREF

              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              IF CHECKPOINT-RESTART
                PERFORM A310-POSITION-AFTER-CHECKPOINT
              END-IF

              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    PERFORM C000-ASSESS-ONE-ACCOUNT
                    PERFORM A400-TAKE-CHECKPOINT
                END-READ
              END-PERFORM

              CLOSE TRANSACTIONS
              CLOSE JOURNAL

              CALL 'UIDALLOC' USING 'FEE       ', 'FEEASSES', 'R',
                  WS-NEXT-FEE-UID
              END-CALL
              *> a clean finish - the next run starts from the top
              CALL 'ACCTCKP' USING 'FEEASSES  ', 'C', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL
              PERFORM E000-FEE-INCOME-SUMMARY
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ACCOUNTS-READ TO WS-STAT-READ
              MOVE WS-FEES-POSTED TO WS-STAT-POSTED
              CALL 'RUNSTAT' USING 'FEEASSES  ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone - the same
              *> MAINMENU
              GOBACK.

              *> a checkpoint left by a run that died part way
              *> puts the walk back after the last account it
              *> finished, under that run's date and with its
              *> counters (see ACCTCKP)
              A300-RESUME-FROM-CHECKPOINT.
              CALL 'ACCTCKP' USING 'FEEASSES  ', 'R', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL
              IF CHECKPOINT-RESTART
                MOVE 'Y' TO WS-STAT-RESTARTED
                MOVE WS-CKP-COUNTS TO WS-COUNTS
                MOVE WS-CKP-FEE-INCOME TO WS-FEE-INCOME-TABLE
                MOVE WS-CKP-FEE-CHARGED TO WS-FEE-CHARGED-TABLE
                DISPLAY 'FEEASSES - RESTARTING AFTER ACCOUNT '
                    WS-CKP-ACCOUNT
              END-IF.

              A310-POSITION-AFTER-CHECKPOINT.
              MOVE WS-CKP-ACCOUNT TO AM-ACCOUNT-ID
              START ACCOUNT-MASTER KEY > AM-ACCOUNT-ID
                INVALID KEY
                  SET END-OF-MASTER TO TRUE
              END-START.

              *> the account just finished goes to ACCTCKP with
              *> the counters as they now stand
              A400-TAKE-CHECKPOINT.
              MOVE WS-COUNTS TO WS-CKP-COUNTS
              MOVE WS-FEE-INCOME-TABLE TO WS-CKP-FEE-INCOME
              MOVE WS-FEE-CHARGED-TABLE TO WS-CKP-FEE-CHARGED
              MOVE AM-ACCOUNT-ID TO WS-CKP-ACCOUNT
              CALL 'ACCTCKP' USING 'FEEASSES  ', 'S', WS-RUN-DATE,
                  WS-CKP-ACCOUNT, WS-CKP-STATE, WS-CKP-STATUS
              END-CALL.

              *> same read-the-control-file-once load as
              *> RATELKUP's B000-LOAD-RATE-TABLES
                ADD 1 TO WS-NOT-OPEN-COUNT
                EXIT PARAGRAPH
              END-IF
              *> an installment loan is not a deposit account -
              *> its charges come off the loan terms, not the
              *> branch maintenance schedule
              IF PRODUCT-LOAN
                ADD 1 TO WS-LOAN-SKIPPED-COUNT
                EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-XREF-FOUND
              SEARCH ALL WS-ACCOUNT-ENTRY
                AT END
              D000-POST-FEE-TRANSACTION.
              COMPUTE WS-CHARGE-AMOUNT =
                  WS-FEE-AMOUNT(WS-FEE-ROW-IDX) * -1
              CALL 'UIDALLOC' USING 'FEE       ', 'FEEASSES', 'N',
                  WS-NEXT-FEE-UID
              END-CALL
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'PERIOD SERVICE CHARGE' TO
                  DESC OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              *> FEEPOST rather than WRITE - RUNBKOUT sweeps only
              *> a run date's WRITEs, and a scheduled service
              *> charge is not part of any feed's run even when
              *> its UID shares TRANLOAD's NSF fee range
              MOVE 'FEEPOST' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                  WS-REL-WAIVED-COUNT
              DISPLAY 'NO SCHEDULE ROW   : ' WS-NO-SCHEDULE-COUNT
              DISPLAY 'SKIPPED (NOT OPEN): ' WS-NOT-OPEN-COUNT
              DISPLAY 'SKIPPED (LOAN)    : ' WS-LOAN-SKIPPED-COUNT
              DISPLAY 'TOTAL FEE INCOME  : ' WS-TOTAL-FEE-INCOME
              DISPLAY '=========================================='.
