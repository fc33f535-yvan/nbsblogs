            *> the account entirely. An account whose customer
            *> row is missing or carries no contact details is
            *> listed on the undeliverable report instead of
            *> being silently printed and mailed to nowhere.
            *> statement_mode.txt can switch the run to
            *> consolidated statements: one statement per
            *> CUSTOMER-MASTER customer instead of one per
            *> account, covering every account they hold as
            *> primary (the master's own tie) or as joint holder
            *> or signatory (account_holders.txt) - a
            *> relationship summary page, each account's
            *> activity section and the customer's total
            *> position, in one envelope. The accounts are
            *> staged per holder, sorted into customer order and
            *> printed on a customer break; the delivery
            *> preference and the cycle are the customer's, the
            *> cycle taken off their lowest primary account. An
            *> account with no customer tie at all still gets
            *> its own statement as before.
            *> A paper statement for a customer whose mail has
            *> come back (CM-MAIL-RETURNED-DATE) is not printed:
            *> it goes on the undeliverable report and on the
            *> held-mail list through MAILHOLD until CUSTMNT
            *> records new contact details. Every statement that
            *> goes out, paper or electronic, is recorded on the
            *> correspondence history through DOCLOG against the
            *> repository generation it can be reprinted from.
            *> Debit interest INTACCR charged on an overdrawn
            *> balance prints as its own posting and is totaled
            *> on a line of its own above the closing balance.
            *> The one-per-account run checkpoints through ACCTCKP
            *> as it goes: a rerun after a failure resumes after
            *> the last account finished, adding to the print
            *> file and extract the failed run left rather than
            *> mailing those customers a second statement. The
            *> e-statement extract goes on the outbound
            *> transmission manifest through XMITREG as it is
            *> closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the
            *> proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'undeliverable_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> a single row - 'A' one statement per account
                  *> (the default when no row is on file), 'C'
                  *> consolidated statements per customer
                  SELECT OPTIONAL STATEMENT-MODE-CONTROL
                      ASSIGN TO 'statement_mode.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> consolidated mode only - every account's
                  *> summary and postings staged once per holder,
                  *> then sorted into customer order for the print
                  *> pass (PEREXTR's stage-and-sort idiom)
                  SELECT CONSOLIDATION-STAGE
                      ASSIGN TO 'stmtgen_consol_stage.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT SORT-WORK-FILE
                      ASSIGN TO 'stmtgen_sortwk.tmp'.

                  SELECT CONSOLIDATION-SORTED
                      ASSIGN TO 'stmtgen_consol_sorted.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD STATEMENT-MODE-CONTROL.
                01 SM-FEED-RECORD.
                  02 SM-FEED-MODE PIC X(1).

                FD CONSOLIDATION-STAGE.
                01 CONSOLIDATION-STAGE-IMAGE PIC X(77).

                SD SORT-WORK-FILE.
                01 SORT-RECORD.
                  02 SC-CUSTOMER-NUMBER PIC 9(7).
                  02 SC-CLASS PIC X(1).
                  02 SC-ACCOUNT-ID PIC S9(7).
                  02 SC-SEQ PIC 9(5).
                  02 SC-REST PIC X(57).

                FD CONSOLIDATION-SORTED.
                01 CONSOLIDATION-SORTED-IMAGE PIC X(77).

              WORKING-STORAGE SECTION.
                *> the extract record in hand, viewed through the
                *> shared TRANSACTIONS layout
                01 WS-OPENING-BALANCE PIC S9(8)V9(2) VALUE 0.
                01 WS-CLOSING-BALANCE PIC S9(8)V9(2) VALUE 0.
                01 WS-POSTING-COUNT PIC 9(5) VALUE 0.
                *> the period's debit-interest charges on the
                *> account in hand, totaled for the footer
                01 WS-DEBIT-INTEREST PIC S9(8)V9(2) VALUE 0.

                01 WS-STATEMENT-DATE PIC 9(8).

                  88 DELIVER-ON-PAPER VALUE 'M'.
                  88 DELIVER-ELECTRONIC VALUE 'E'.
                  88 DELIVER-SUPPRESSED VALUE 'S'.
                  88 DELIVER-HELD VALUE 'H'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 UD-REASON PIC X(40).

                01 WS-STATEMENT-MODE PIC X VALUE 'A'.
                  88 PER-ACCOUNT-MODE VALUE 'A'.
                  88 CONSOLIDATED-MODE VALUE 'C'.

                *> every non-primary holder row, loaded once for
                *> the consolidated staging pass - the primary
                *> holder comes off the master's own tie
                01 WS-HX-COUNT PIC 9(4) VALUE 0.
                01 WS-HX-TABLE.
                  05 WS-HX-ENTRY OCCURS 2000 TIMES.
                    10 WS-HX-ACCOUNT PIC S9(7).
                    10 WS-HX-CUSTOMER PIC 9(7).
                    10 WS-HX-ROLE PIC X(1).
                01 WS-HX-IDX PIC 9(4).

                *> the customers the account in hand is staged
                *> under
                01 WS-RCP-COUNT PIC 9(2) VALUE 0.
                01 WS-RCP-TABLE.
                  05 WS-RCP-ENTRY OCCURS 10 TIMES.
                    10 WS-RCP-CUSTOMER PIC 9(7).
                    10 WS-RCP-ROLE PIC X(1).
                01 WS-RCP-IDX PIC 9(2).

                *> one staged row - class '1' an account's
                *> summary, class '2' one of its postings; the
                *> sort key (customer, class, account, sequence)
                *> brings each customer's summaries ahead of
                *> their activity
                01 WS-CONS-RECORD.
                  05 CS-CUSTOMER-NUMBER PIC 9(7).
                  05 CS-CLASS PIC X(1).
                    88 CS-SUMMARY-ROW VALUE '1'.
                    88 CS-POSTING-ROW VALUE '2'.
                  05 CS-ACCOUNT-ID PIC S9(7).
                  05 CS-SEQ PIC 9(5).
                  05 CS-ROLE PIC X(1).
                  05 CS-BODY PIC X(56).
                  05 CS-SUMMARY-BODY REDEFINES CS-BODY.
                    10 CS-PRODUCT-TYPE PIC X(1).
                    10 CS-CYCLE-CODE PIC 9(2).
                    10 CS-ACCOUNT-STATUS PIC X(1).
                    10 CS-OPENING-BALANCE PIC S9(8)V9(2).
                    10 CS-CLOSING-BALANCE PIC S9(8)V9(2).
                    10 CS-POSTING-COUNT PIC 9(5).
                    10 FILLER PIC X(27).
                  05 CS-POSTING-BODY REDEFINES CS-BODY.
                    10 CS-POST-DATE PIC 9(8).
                    10 CS-UID PIC 9(5).
                    10 CS-DESC PIC X(25).
                    10 CS-AMOUNT PIC S9(6)V9(2).
                    10 CS-RUNNING-BALANCE PIC S9(8)V9(2).

                01 WS-SORTED-EOF PIC X VALUE 'N'.
                  88 END-OF-SORTED VALUE 'Y'.

                *> the customer in hand on the print pass and
                *> every account they hold
                01 WS-CONS-CUSTOMER PIC 9(7).
                01 WS-HELD-COUNT PIC 9(2) VALUE 0.
                01 WS-HELD-TABLE.
                  05 WS-HELD-ENTRY OCCURS 50 TIMES.
                    10 WS-HELD-ACCOUNT PIC S9(7).
                    10 WS-HELD-ROLE PIC X(1).
                    10 WS-HELD-PRODUCT PIC X(1).
                    10 WS-HELD-CYCLE PIC 9(2).
                    10 WS-HELD-OPENING PIC S9(8)V9(2).
                    10 WS-HELD-CLOSING PIC S9(8)V9(2).
                    10 WS-HELD-POSTINGS PIC 9(5).
                01 WS-HELD-IDX PIC 9(2).
                01 WS-ANCHOR-IDX PIC 9(2).

                01 WS-TOTAL-DEPOSITS PIC S9(9)V9(2).
                01 WS-TOTAL-LOANS PIC S9(9)V9(2).
                01 WS-NET-POSITION PIC S9(9)V9(2).
                01 WS-PRODUCT-NAME PIC X(12).
                01 WS-ROLE-NAME PIC X(9).

                01 WS-CONS-HEADER-LINE.
                  05 FILLER PIC X(35)
                      VALUE 'CONSOLIDATED STATEMENT - CUSTOMER: '.
                  05 CH-CUSTOMER-NUMBER PIC 9(7).
                  05 FILLER PIC X(9) VALUE '  DATED: '.
                  05 CH-DATE PIC 9(8).

                01 WS-CONS-NAME-LINE.
                  05 FILLER PIC X(10) VALUE 'CUSTOMER: '.
                  05 CN-NAME PIC X(50).

                01 WS-SUMMARY-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SL-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SL-PRODUCT PIC X(12).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 SL-ROLE PIC X(9).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 SL-OPENING PIC -(7)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 SL-CLOSING PIC -(7)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 SL-POSTINGS PIC ZZZZ9.

                01 WS-POSITION-LINE.
                  05 PL-LABEL PIC X(20).
                  05 PL-AMOUNT PIC -(9)9.99.

                01 WS-SECTION-LINE.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 SE-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 SE-PRODUCT PIC X(12).
                  05 FILLER PIC X(7) VALUE ' ROLE: '.
                  05 SE-ROLE PIC X(9).

                *> the e-statement customer record - closes a
                *> consolidated customer's H/D/T groups with
                *> their total position
                01 WS-EXTRACT-CUSTOMER.
                  05 EX-C-TYPE PIC X(1) VALUE 'C'.
                  05 EX-C-CUSTOMER-NUMBER PIC 9(7).
                  05 EX-C-STATEMENT-DATE PIC 9(8).
                  05 EX-C-ACCOUNT-COUNT PIC 9(3).
                  05 EX-C-TOTAL-DEPOSITS PIC S9(9)V9(2).
                  05 EX-C-TOTAL-LOANS PIC S9(9)V9(2).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the number the document carries
                *> on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).
                01 WS-DOC-TYPE PIC X(2).
                01 WS-DOC-REPORT PIC X(12).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-CONSOLIDATED PIC 9(5) VALUE 0.
                  05 WS-STATEMENTS-PRINTED PIC 9(5) VALUE 0.
                  05 WS-BALANCES-OFF PIC 9(5) VALUE 0.
                  05 WS-EXTRACTS-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
                  05 WS-CYCLE-SKIPPED-COUNT PIC 9(5) VALUE 0.

                *> checkpoint/restart through ACCTCKP - what the
                *> walk has counted so far travels with each
                *> checkpoint, so a rerun picks up with the same
                *> totals
                01 WS-CKP-STATUS PIC X VALUE 'F'.
                  88 CHECKPOINT-RESTART VALUE 'R'.
                01 WS-CKP-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-CKP-STATE.
                  05 WS-CKP-COUNTS PIC X(150).
                  05 FILLER PIC X(250).

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
              CALL 'BUSDATE' USING 'G', WS-STATEMENT-DATE
              END-CALL
              PERFORM A050-LOAD-STATEMENT-MODE
              *> the consolidated run works in customer order off
              *> its own sort, so only the one-per-account walk
              *> is checkpointed
              IF NOT CONSOLIDATED-MODE
                PERFORM A300-RESUME-FROM-CHECKPOINT
              END-IF
              PERFORM A100-VERIFY-EXTRACT
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT PERIOD-EXTRACT
              PERFORM X000-READ-EXTRACT
              OPEN INPUT CUSTOMER-MASTER
              *> a rerun adds to what the failed run wrote
              IF CHECKPOINT-RESTART
                OPEN EXTEND STATEMENT-PRINT
                OPEN EXTEND ESTATEMENT-EXTRACT
                OPEN EXTEND UNDELIVERABLE-REPORT
                PERFORM A310-POSITION-AFTER-CHECKPOINT
              ELSE
                OPEN OUTPUT STATEMENT-PRINT
                OPEN OUTPUT ESTATEMENT-EXTRACT
                OPEN OUTPUT UNDELIVERABLE-REPORT
              END-IF

              IF CONSOLIDATED-MODE
                PERFORM F000-CONSOLIDATED-RUN
              ELSE
                PERFORM UNTIL END-OF-MASTER
                  READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                      SET END-OF-MASTER TO TRUE
                    NOT AT END
                      PERFORM B000-PRINT-STATEMENT
                      PERFORM A400-TAKE-CHECKPOINT
                  END-READ
                END-PERFORM
              END-IF

              CLOSE ACCOUNT-MASTER
              CLOSE PERIOD-EXTRACT
              CALL 'RPTSTOW' USING 'ESTATEMENT  ',
                  'estatement_extract.txt                  '
              END-CALL
              CALL 'XMITREG' USING 'ESTATEMENT  ',
                  'estatement_extract.txt                  '
              END-CALL
              CALL 'RPTSTOW' USING 'UNDELIVER   ',
                  'undeliverable_report.txt                '
              END-CALL
              *> a clean finish - the next run starts from the top
              IF NOT CONSOLIDATED-MODE
                CALL 'ACCTCKP' USING 'STMTGEN   ', 'C',
                    WS-STATEMENT-DATE, WS-CKP-ACCOUNT, WS-CKP-STATE,
                    WS-CKP-STATUS
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'STMTGEN - END OF JOB SUMMARY'
              IF CONSOLIDATED-MODE
                DISPLAY 'RUN MODE           : CONSOLIDATED'
                DISPLAY 'ACCOUNTS COVERED   : '
                    WS-ACCOUNTS-CONSOLIDATED
              END-IF
              DISPLAY 'STATEMENTS PRINTED : ' WS-STATEMENTS-PRINTED
              DISPLAY 'E-STMT EXTRACTS    : ' WS-EXTRACTS-WRITTEN
              DISPLAY 'SUPPRESSED         : ' WS-SUPPRESSED-COUNT
                  WS-CYCLE-SKIPPED-COUNT
              DISPLAY 'BALANCES OFF       : ' WS-BALANCES-OFF
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              COMPUTE WS-STAT-POSTED =
                  WS-STATEMENTS-PRINTED + WS-EXTRACTS-WRITTEN
              COMPUTE WS-STAT-READ = WS-STAT-POSTED
                  + WS-SUPPRESSED-COUNT + WS-CYCLE-SKIPPED-COUNT
              CALL 'RUNSTAT' USING 'STMTGEN   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone - the same
                EXIT PARAGRAPH
              END-IF
              PERFORM B100-RESOLVE-DELIVERY
              IF DELIVER-HELD
                EXIT PARAGRAPH
              END-IF
              IF DELIVER-SUPPRESSED
                ADD 1 TO WS-SUPPRESSED-COUNT
              ELSE
                MOVE 'Y' TO WS-FIRST-POSTING
                MOVE 0 TO WS-POSTING-COUNT
                MOVE 0 TO WS-DEBIT-INTEREST
                MOVE AM-BALANCE TO WS-OPENING-BALANCE
                MOVE AM-BALANCE TO WS-CLOSING-BALANCE

                ELSE
                  ADD 1 TO WS-STATEMENTS-PRINTED
                END-IF
                MOVE 'ST' TO WS-DOC-TYPE
                MOVE AM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
                MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
                MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
                PERFORM B300-LOG-STATEMENT
              END-IF.

              *> the statement goes on the correspondence history
              *> against the print file or the extract it went
              *> out on - both are stowed at end of job. The
              *> delivery mode is already the history's channel
              B300-LOG-STATEMENT.
              IF DELIVER-ELECTRONIC
                MOVE 'ESTATEMENT  ' TO WS-DOC-REPORT
              ELSE
                MOVE 'STMTPRINT   ' TO WS-DOC-REPORT
              END-IF
              CALL 'DOCLOG' USING 'STMTGEN ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, WS-DOC-TYPE, WS-DELIVERY-MODE,
                  WS-DOC-REPORT, WS-DOC-KEY
              END-CALL.

              *> look the account's customer up for the delivery
              *> preference - no customer row, or a row with
              *> blank contact details, goes on the undeliverable
                      PERFORM B200-REPORT-UNDELIVERABLE
                      MOVE 'M' TO WS-DELIVERY-MODE
                    END-IF
                    *> paper to an address the post office has
                    *> sent back is held, not printed
                    IF DELIVER-ON-PAPER
                        AND NOT ADDRESS-GOOD
                      MOVE 'MAIL RETURNED - STATEMENT HELD'
                          TO UD-REASON
                      PERFORM B200-REPORT-UNDELIVERABLE
                      CALL 'MAILHOLD' USING 'STMTGEN ',
                          CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                          'STATEMENT   ', CM-MAIL-RETURNED-DATE
                      END-CALL
                      SET DELIVER-HELD TO TRUE
                    END-IF
                END-READ
              END-IF.

                PERFORM X000-READ-EXTRACT
              END-PERFORM.

              A050-LOAD-STATEMENT-MODE.
              OPEN INPUT STATEMENT-MODE-CONTROL
              READ STATEMENT-MODE-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  IF SM-FEED-MODE = 'A' OR SM-FEED-MODE = 'C'
                    MOVE SM-FEED-MODE TO WS-STATEMENT-MODE
                  ELSE
                    DISPLAY 'STMTGEN - UNKNOWN STATEMENT MODE '
                        SM-FEED-MODE ' - ONE PER ACCOUNT'
                  END-IF
              END-READ
              CLOSE STATEMENT-MODE-CONTROL.

              *> a checkpoint left by a run that died part way
              *> puts the walk back after the last account it
              *> finished, under that run's statement date and
              *> with its counters (see ACCTCKP)
              A300-RESUME-FROM-CHECKPOINT.
              CALL 'ACCTCKP' USING 'STMTGEN   ', 'R',
                  WS-STATEMENT-DATE, WS-CKP-ACCOUNT, WS-CKP-STATE,
                  WS-CKP-STATUS
              END-CALL
              IF CHECKPOINT-RESTART
                MOVE 'Y' TO WS-STAT-RESTARTED
                MOVE WS-CKP-COUNTS TO WS-COUNTS
                DISPLAY 'STMTGEN - RESTARTING AFTER ACCOUNT '
                    WS-CKP-ACCOUNT
              END-IF.

              *> the period extract needs no repositioning - the
              *> matched pass in D000 reads past the accounts
              *> already done
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
              MOVE AM-ACCOUNT-ID TO WS-CKP-ACCOUNT
              CALL 'ACCTCKP' USING 'STMTGEN   ', 'S',
                  WS-STATEMENT-DATE, WS-CKP-ACCOUNT, WS-CKP-STATE,
                  WS-CKP-STATUS
              END-CALL.

              *> no extract trailer means PEREXTR never cut
              *> tonight's extract - no statements off a stale
              *> or missing file
              ADD 1 TO WS-POSTING-COUNT
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                  WS-CLOSING-BALANCE
              IF DEBIT-INTEREST OF TRANSACTION-STRUCT
                ADD AMOUNT OF TRANSACTION-STRUCT TO
                    WS-DEBIT-INTEREST
              END-IF
              IF DELIVER-ELECTRONIC
                MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO
                    EX-D-ACCOUNT-ID
                  MOVE '  NO ACTIVITY THIS PERIOD' TO PRINT-LINE
                  WRITE PRINT-LINE
                END-IF
                IF WS-DEBIT-INTEREST NOT = 0
                  MOVE 'DEBIT INTEREST:  ' TO BL-LABEL
                  MOVE WS-DEBIT-INTEREST TO BL-AMOUNT
                  WRITE PRINT-LINE FROM WS-BALANCE-LINE
                END-IF
                MOVE 'CLOSING BALANCE: ' TO BL-LABEL
                MOVE WS-CLOSING-BALANCE TO BL-AMOUNT
                WRITE PRINT-LINE FROM WS-BALANCE-LINE
                    ' STATEMENT: ' WS-CLOSING-BALANCE
                    ' MASTER: ' AM-BALANCE
              END-IF.

              *> consolidated mode - stage every account under
              *> each of its holders off the same matched master
              *> and extract pass, sort the stage into customer
              *> order, then print one statement per customer
              F000-CONSOLIDATED-RUN.
              PERFORM F050-LOAD-HOLDER-TABLE
              OPEN OUTPUT CONSOLIDATION-STAGE
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    PERFORM F100-STAGE-ACCOUNT
                END-READ
              END-PERFORM
              CLOSE CONSOLIDATION-STAGE

              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SC-CUSTOMER-NUMBER
                                   SC-CLASS
                                   SC-ACCOUNT-ID
                                   SC-SEQ
                  USING CONSOLIDATION-STAGE
                  GIVING CONSOLIDATION-SORTED

              OPEN INPUT CONSOLIDATION-SORTED
              PERFORM X100-READ-SORTED
              PERFORM UNTIL END-OF-SORTED
                PERFORM G000-CONSOLIDATED-STATEMENT
              END-PERFORM
              CLOSE CONSOLIDATION-SORTED.

              F050-LOAD-HOLDER-TABLE.
              MOVE 'N' TO WS-XREF-EOF
              OPEN INPUT HOLDER-XREF
              PERFORM UNTIL END-OF-XREF
                READ HOLDER-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF NOT HOLDER-PRIMARY
                      IF WS-HX-COUNT < 2000
                        ADD 1 TO WS-HX-COUNT
                        MOVE AH-ACCOUNT-ID TO
                            WS-HX-ACCOUNT(WS-HX-COUNT)
                        MOVE AH-CUSTOMER-NUMBER TO
                            WS-HX-CUSTOMER(WS-HX-COUNT)
                        MOVE AH-ROLE TO WS-HX-ROLE(WS-HX-COUNT)
                      ELSE
                        DISPLAY 'STMTGEN - HOLDER TABLE FULL, '
                            'ACCOUNT ' AH-ACCOUNT-ID
                            ' CUSTOMER ' AH-CUSTOMER-NUMBER
                            ' NOT CONSOLIDATED'
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HOLDER-XREF.

              *> an account never tied to a customer has no one
              *> to consolidate it under - it gets its own
              *> statement (and its undeliverable line) exactly
              *> as the per-account run gives it. A closed or
              *> escheated account with nothing left on it and
              *> no activity this period drops off the
              *> relationship altogether
              F100-STAGE-ACCOUNT.
              IF AM-CUSTOMER-NUMBER = 0
                PERFORM B000-PRINT-STATEMENT
                EXIT PARAGRAPH
              END-IF
              MOVE 1 TO WS-RCP-COUNT
              MOVE AM-CUSTOMER-NUMBER TO WS-RCP-CUSTOMER(1)
              MOVE 'P' TO WS-RCP-ROLE(1)
              PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                  UNTIL WS-HX-IDX > WS-HX-COUNT
                IF WS-HX-ACCOUNT(WS-HX-IDX) = AM-ACCOUNT-ID
                    AND WS-HX-CUSTOMER(WS-HX-IDX) NOT =
                        AM-CUSTOMER-NUMBER
                    AND WS-RCP-COUNT < 10
                  ADD 1 TO WS-RCP-COUNT
                  MOVE WS-HX-CUSTOMER(WS-HX-IDX) TO
                      WS-RCP-CUSTOMER(WS-RCP-COUNT)
                  MOVE WS-HX-ROLE(WS-HX-IDX) TO
                      WS-RCP-ROLE(WS-RCP-COUNT)
                END-IF
              END-PERFORM

              MOVE 'Y' TO WS-FIRST-POSTING
              MOVE 0 TO WS-POSTING-COUNT
              MOVE AM-BALANCE TO WS-OPENING-BALANCE
              MOVE AM-BALANCE TO WS-CLOSING-BALANCE
              PERFORM UNTIL EXTRACT-EXHAUSTED
                  OR ACCOUNT-ID OF TRANSACTION-STRUCT >=
                      AM-ACCOUNT-ID
                PERFORM X000-READ-EXTRACT
              END-PERFORM
              PERFORM UNTIL EXTRACT-EXHAUSTED
                  OR ACCOUNT-ID OF TRANSACTION-STRUCT NOT =
                      AM-ACCOUNT-ID
                PERFORM F200-STAGE-POSTING
                PERFORM X000-READ-EXTRACT
              END-PERFORM

              IF WS-CLOSING-BALANCE NOT = AM-BALANCE
                ADD 1 TO WS-BALANCES-OFF
                DISPLAY 'STMTGEN - CLOSING DOES NOT MATCH '
                    'MASTER, ACCOUNT: ' AM-ACCOUNT-ID
                    ' STATEMENT: ' WS-CLOSING-BALANCE
                    ' MASTER: ' AM-BALANCE
              END-IF

              IF (ACCOUNT-CLOSED OR ACCOUNT-ESCHEATED)
                  AND WS-POSTING-COUNT = 0
                  AND AM-BALANCE = 0
                EXIT PARAGRAPH
              END-IF
              PERFORM F300-STAGE-SUMMARY.

              F200-STAGE-POSTING.
              IF FIRST-POSTING-OF-ACCOUNT
                MOVE START-BALANCE OF TRANSACTION-STRUCT TO
                    WS-OPENING-BALANCE
                MOVE 'N' TO WS-FIRST-POSTING
              END-IF
              ADD 1 TO WS-POSTING-COUNT
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                  WS-CLOSING-BALANCE
              MOVE SPACES TO WS-CONS-RECORD
              MOVE '2' TO CS-CLASS
              MOVE AM-ACCOUNT-ID TO CS-ACCOUNT-ID
              MOVE WS-POSTING-COUNT TO CS-SEQ
              MOVE POST-DATE OF TRANSACTION-STRUCT TO CS-POST-DATE
              MOVE UID OF TRANSACTION-STRUCT TO CS-UID
              MOVE DESC OF TRANSACTION-STRUCT TO CS-DESC
              MOVE AMOUNT OF TRANSACTION-STRUCT TO CS-AMOUNT
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO
                  CS-RUNNING-BALANCE
              PERFORM F400-STAGE-FOR-EACH-HOLDER.

              F300-STAGE-SUMMARY.
              MOVE SPACES TO WS-CONS-RECORD
              MOVE '1' TO CS-CLASS
              MOVE AM-ACCOUNT-ID TO CS-ACCOUNT-ID
              MOVE 0 TO CS-SEQ
              MOVE AM-PRODUCT-TYPE TO CS-PRODUCT-TYPE
              MOVE AM-CYCLE-CODE TO CS-CYCLE-CODE
              MOVE AM-STATUS TO CS-ACCOUNT-STATUS
              MOVE WS-OPENING-BALANCE TO CS-OPENING-BALANCE
              MOVE WS-CLOSING-BALANCE TO CS-CLOSING-BALANCE
              MOVE WS-POSTING-COUNT TO CS-POSTING-COUNT
              PERFORM F400-STAGE-FOR-EACH-HOLDER.

              F400-STAGE-FOR-EACH-HOLDER.
              PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                  UNTIL WS-RCP-IDX > WS-RCP-COUNT
                MOVE WS-RCP-CUSTOMER(WS-RCP-IDX) TO
                    CS-CUSTOMER-NUMBER
                MOVE WS-RCP-ROLE(WS-RCP-IDX) TO CS-ROLE
                WRITE CONSOLIDATION-STAGE-IMAGE FROM
                    WS-CONS-RECORD
              END-PERFORM.

              *> one customer's consolidated statement - their
              *> summary rows are held first (they sort ahead of
              *> the activity), then the cycle and the delivery
              *> preference decide whether and how it goes out
              G000-CONSOLIDATED-STATEMENT.
              MOVE CS-CUSTOMER-NUMBER TO WS-CONS-CUSTOMER
              MOVE 0 TO WS-HELD-COUNT
              PERFORM UNTIL END-OF-SORTED
                  OR CS-CUSTOMER-NUMBER NOT = WS-CONS-CUSTOMER
                  OR NOT CS-SUMMARY-ROW
                PERFORM G050-HOLD-SUMMARY-ROW
                PERFORM X100-READ-SORTED
              END-PERFORM
              IF WS-HELD-COUNT = 0
                PERFORM G900-SKIP-CUSTOMER
                EXIT PARAGRAPH
              END-IF

              PERFORM G100-FIND-ANCHOR-ACCOUNT
              CALL 'CYCLCHK' USING WS-HELD-CYCLE(WS-ANCHOR-IDX),
                  WS-STATEMENT-DATE, WS-CYCLE-STATUS
              END-CALL
              IF CYCLE-NOT-DUE
                ADD 1 TO WS-CYCLE-SKIPPED-COUNT
                PERFORM G900-SKIP-CUSTOMER
                EXIT PARAGRAPH
              END-IF

              PERFORM G200-RESOLVE-DELIVERY
              IF DELIVER-HELD
                PERFORM G900-SKIP-CUSTOMER
                EXIT PARAGRAPH
              END-IF
              IF DELIVER-SUPPRESSED
                ADD 1 TO WS-SUPPRESSED-COUNT
                PERFORM G900-SKIP-CUSTOMER
                EXIT PARAGRAPH
              END-IF

              PERFORM G300-PRINT-RELATIONSHIP-SUMMARY
              PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                  UNTIL WS-HELD-IDX > WS-HELD-COUNT
                PERFORM G400-PRINT-ACCOUNT-SECTION
              END-PERFORM
              PERFORM G900-SKIP-CUSTOMER
              PERFORM G600-CLOSE-CONSOLIDATED.

              G050-HOLD-SUMMARY-ROW.
              IF WS-HELD-COUNT < 50
                ADD 1 TO WS-HELD-COUNT
                MOVE CS-ACCOUNT-ID TO
                    WS-HELD-ACCOUNT(WS-HELD-COUNT)
                MOVE CS-ROLE TO WS-HELD-ROLE(WS-HELD-COUNT)
                MOVE CS-PRODUCT-TYPE TO
                    WS-HELD-PRODUCT(WS-HELD-COUNT)
                MOVE CS-CYCLE-CODE TO WS-HELD-CYCLE(WS-HELD-COUNT)
                MOVE CS-OPENING-BALANCE TO
                    WS-HELD-OPENING(WS-HELD-COUNT)
                MOVE CS-CLOSING-BALANCE TO
                    WS-HELD-CLOSING(WS-HELD-COUNT)
                MOVE CS-POSTING-COUNT TO
                    WS-HELD-POSTINGS(WS-HELD-COUNT)
              ELSE
                DISPLAY 'STMTGEN - CUSTOMER ' WS-CONS-CUSTOMER
                    ' HOLDS OVER 50 ACCOUNTS, ACCOUNT '
                    CS-ACCOUNT-ID ' LEFT OFF'
              END-IF.

              *> the customer's cycle is their lowest primary
              *> account's; a customer who only holds jointly
              *> goes on their lowest account's cycle
              G100-FIND-ANCHOR-ACCOUNT.
              MOVE 1 TO WS-ANCHOR-IDX
              PERFORM VARYING WS-HELD-IDX FROM WS-HELD-COUNT BY -1
                  UNTIL WS-HELD-IDX < 1
                IF WS-HELD-ROLE(WS-HELD-IDX) = 'P'
                  MOVE WS-HELD-IDX TO WS-ANCHOR-IDX
                END-IF
              END-PERFORM.

              *> same rules as B100, on the customer rather than
              *> the account - no row or no contact details is
              *> undeliverable and falls back to paper
              G200-RESOLVE-DELIVERY.
              MOVE 'M' TO WS-DELIVERY-MODE
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE SPACES TO CM-CUSTOMER-NAME
              MOVE SPACES TO CM-CONTACT-DETAILS
              MOVE WS-CONS-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'CUSTOMER NUMBER NOT ON CUSTOMER FILE'
                      TO UD-REASON
                  PERFORM G250-REPORT-UNDELIVERABLE
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
                  MOVE CM-DELIVERY-PREF TO WS-DELIVERY-MODE
                  IF NOT DELIVER-SUPPRESSED
                      AND CM-CONTACT-DETAILS = SPACES
                    MOVE 'NO USABLE CONTACT DETAILS ON FILE'
                        TO UD-REASON
                    PERFORM G250-REPORT-UNDELIVERABLE
                    MOVE 'M' TO WS-DELIVERY-MODE
                  END-IF
                  IF DELIVER-ON-PAPER
                      AND NOT ADDRESS-GOOD
                    MOVE 'MAIL RETURNED - STATEMENT HELD'
                        TO UD-REASON
                    PERFORM G250-REPORT-UNDELIVERABLE
                    CALL 'MAILHOLD' USING 'STMTGEN ',
                        CM-CUSTOMER-NUMBER,
                        WS-HELD-ACCOUNT(WS-ANCHOR-IDX),
                        'STATEMENT   ', CM-MAIL-RETURNED-DATE
                    END-CALL
                    SET DELIVER-HELD TO TRUE
                  END-IF
              END-READ.

              G250-REPORT-UNDELIVERABLE.
              MOVE WS-HELD-ACCOUNT(WS-ANCHOR-IDX) TO UD-ACCOUNT-ID
              MOVE WS-CONS-CUSTOMER TO UD-CUSTOMER-NUMBER
              WRITE UNDELIVERABLE-LINE FROM
                  WS-UNDELIVERABLE-DETAIL
              ADD 1 TO WS-UNDELIVERABLE-COUNT.

              *> the relationship summary page - every account
              *> held, in what capacity, with its period opening
              *> and closing, then the total position: deposits
              *> held against loans owed
              G300-PRINT-RELATIONSHIP-SUMMARY.
              MOVE 0 TO WS-TOTAL-DEPOSITS
              MOVE 0 TO WS-TOTAL-LOANS
              PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                  UNTIL WS-HELD-IDX > WS-HELD-COUNT
                IF WS-HELD-PRODUCT(WS-HELD-IDX) = 'L'
                  ADD WS-HELD-CLOSING(WS-HELD-IDX) TO
                      WS-TOTAL-LOANS
                ELSE
                  ADD WS-HELD-CLOSING(WS-HELD-IDX) TO
                      WS-TOTAL-DEPOSITS
                END-IF
              END-PERFORM
              COMPUTE WS-NET-POSITION =
                  WS-TOTAL-DEPOSITS - WS-TOTAL-LOANS
              IF DELIVER-ELECTRONIC
                EXIT PARAGRAPH
              END-IF

              MOVE WS-CONS-CUSTOMER TO CH-CUSTOMER-NUMBER
              MOVE WS-STATEMENT-DATE TO CH-DATE
              WRITE PRINT-LINE FROM WS-CONS-HEADER-LINE
                  AFTER ADVANCING PAGE
              MOVE CM-CUSTOMER-NAME TO CN-NAME
              WRITE PRINT-LINE FROM WS-CONS-NAME-LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'RELATIONSHIP SUMMARY' TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE
                  '  ACCOUNT  PRODUCT      HOLDING       OPENING'
                  TO PRINT-LINE
              MOVE '     CLOSING ITEMS' TO PRINT-LINE(46:18)
              WRITE PRINT-LINE
              PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                  UNTIL WS-HELD-IDX > WS-HELD-COUNT
                PERFORM G350-NAME-PRODUCT-AND-ROLE
                MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO SL-ACCOUNT-ID
                MOVE WS-PRODUCT-NAME TO SL-PRODUCT
                MOVE WS-ROLE-NAME TO SL-ROLE
                MOVE WS-HELD-OPENING(WS-HELD-IDX) TO SL-OPENING
                MOVE WS-HELD-CLOSING(WS-HELD-IDX) TO SL-CLOSING
                MOVE WS-HELD-POSTINGS(WS-HELD-IDX) TO SL-POSTINGS
                WRITE PRINT-LINE FROM WS-SUMMARY-LINE
              END-PERFORM
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'TOTAL DEPOSITS:     ' TO PL-LABEL
              MOVE WS-TOTAL-DEPOSITS TO PL-AMOUNT
              WRITE PRINT-LINE FROM WS-POSITION-LINE
              MOVE 'TOTAL LOANS OWED:   ' TO PL-LABEL
              MOVE WS-TOTAL-LOANS TO PL-AMOUNT
              WRITE PRINT-LINE FROM WS-POSITION-LINE
              MOVE 'NET POSITION:       ' TO PL-LABEL
              MOVE WS-NET-POSITION TO PL-AMOUNT
              WRITE PRINT-LINE FROM WS-POSITION-LINE.

              G350-NAME-PRODUCT-AND-ROLE.
              EVALUATE WS-HELD-PRODUCT(WS-HELD-IDX)
                WHEN 'T'
                  MOVE 'TERM DEPOSIT' TO WS-PRODUCT-NAME
                WHEN 'L'
                  MOVE 'LOAN' TO WS-PRODUCT-NAME
                WHEN OTHER
                  MOVE 'DEPOSIT' TO WS-PRODUCT-NAME
              END-EVALUATE
              EVALUATE WS-HELD-ROLE(WS-HELD-IDX)
                WHEN 'P'
                  MOVE 'PRIMARY' TO WS-ROLE-NAME
                WHEN 'J'
                  MOVE 'JOINT' TO WS-ROLE-NAME
                WHEN OTHER
                  MOVE 'SIGNATORY' TO WS-ROLE-NAME
              END-EVALUATE.

              *> one account's activity section - the staged
              *> postings for it are merged off the sorted file
              *> in the same match RECONRPT's B000 does
              G400-PRINT-ACCOUNT-SECTION.
              MOVE 0 TO WS-DEBIT-INTEREST
              IF DELIVER-ELECTRONIC
                MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO
                    EX-H-ACCOUNT-ID
                MOVE WS-CONS-CUSTOMER TO EX-H-CUSTOMER-NUMBER
                MOVE WS-STATEMENT-DATE TO EX-H-STATEMENT-DATE
                MOVE CM-CONTACT-DETAILS TO EX-H-CONTACT
                WRITE EXTRACT-LINE FROM WS-EXTRACT-HEADER
              ELSE
                PERFORM G350-NAME-PRODUCT-AND-ROLE
                MOVE SPACES TO PRINT-LINE
                WRITE PRINT-LINE
                MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO SE-ACCOUNT-ID
                MOVE WS-PRODUCT-NAME TO SE-PRODUCT
                MOVE WS-ROLE-NAME TO SE-ROLE
                WRITE PRINT-LINE FROM WS-SECTION-LINE
                MOVE 'OPENING BALANCE: ' TO BL-LABEL
                MOVE WS-HELD-OPENING(WS-HELD-IDX) TO BL-AMOUNT
                WRITE PRINT-LINE FROM WS-BALANCE-LINE
              END-IF

              PERFORM UNTIL END-OF-SORTED
                  OR CS-CUSTOMER-NUMBER NOT = WS-CONS-CUSTOMER
                  OR CS-ACCOUNT-ID > WS-HELD-ACCOUNT(WS-HELD-IDX)
                IF CS-ACCOUNT-ID = WS-HELD-ACCOUNT(WS-HELD-IDX)
                  PERFORM G450-PRINT-POSTING
                END-IF
                PERFORM X100-READ-SORTED
              END-PERFORM

              IF DELIVER-ELECTRONIC
                MOVE WS-HELD-ACCOUNT(WS-HELD-IDX) TO
                    EX-T-ACCOUNT-ID
                MOVE WS-HELD-OPENING(WS-HELD-IDX) TO
                    EX-T-OPENING-BALANCE
                MOVE WS-HELD-CLOSING(WS-HELD-IDX) TO
                    EX-T-CLOSING-BALANCE
                MOVE WS-HELD-POSTINGS(WS-HELD-IDX) TO
                    EX-T-POSTING-COUNT
                WRITE EXTRACT-LINE FROM WS-EXTRACT-TRAILER
              ELSE
                IF WS-HELD-POSTINGS(WS-HELD-IDX) = 0
                  MOVE SPACES TO PRINT-LINE
                  MOVE '  NO ACTIVITY THIS PERIOD' TO PRINT-LINE
                  WRITE PRINT-LINE
                END-IF
                IF WS-DEBIT-INTEREST NOT = 0
                  MOVE 'DEBIT INTEREST:  ' TO BL-LABEL
                  MOVE WS-DEBIT-INTEREST TO BL-AMOUNT
                  WRITE PRINT-LINE FROM WS-BALANCE-LINE
                END-IF
                MOVE 'CLOSING BALANCE: ' TO BL-LABEL
                MOVE WS-HELD-CLOSING(WS-HELD-IDX) TO BL-AMOUNT
                WRITE PRINT-LINE FROM WS-BALANCE-LINE
              END-IF
              ADD 1 TO WS-ACCOUNTS-CONSOLIDATED.

              *> the staged posting carries no type code - a
              *> debit-interest charge is known by the DESC
              *> INTACCR posts it with
              G450-PRINT-POSTING.
              IF CS-DESC = 'DEBIT INTEREST'
                ADD CS-AMOUNT TO WS-DEBIT-INTEREST
              END-IF
              IF DELIVER-ELECTRONIC
                MOVE CS-ACCOUNT-ID TO EX-D-ACCOUNT-ID
                MOVE CS-POST-DATE TO EX-D-POST-DATE
                MOVE CS-UID TO EX-D-UID
                MOVE CS-AMOUNT TO EX-D-AMOUNT
                MOVE CS-RUNNING-BALANCE TO EX-D-RUNNING-BALANCE
                MOVE CS-DESC TO EX-D-DESC
                WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL
              ELSE
                MOVE CS-POST-DATE TO DL-POST-DATE
                MOVE CS-UID TO DL-UID
                MOVE CS-DESC TO DL-DESC
                MOVE CS-AMOUNT TO DL-AMOUNT
                MOVE CS-RUNNING-BALANCE TO DL-RUNNING-BALANCE
                WRITE PRINT-LINE FROM WS-DETAIL-LINE
              END-IF.

              G600-CLOSE-CONSOLIDATED.
              IF DELIVER-ELECTRONIC
                MOVE WS-CONS-CUSTOMER TO EX-C-CUSTOMER-NUMBER
                MOVE WS-STATEMENT-DATE TO EX-C-STATEMENT-DATE
                MOVE WS-HELD-COUNT TO EX-C-ACCOUNT-COUNT
                MOVE WS-TOTAL-DEPOSITS TO EX-C-TOTAL-DEPOSITS
                MOVE WS-TOTAL-LOANS TO EX-C-TOTAL-LOANS
                WRITE EXTRACT-LINE FROM WS-EXTRACT-CUSTOMER
                ADD 1 TO WS-EXTRACTS-WRITTEN
              ELSE
                ADD 1 TO WS-STATEMENTS-PRINTED
              END-IF
              *> one envelope, one history row - against the
              *> anchor account, found again by the customer
              *> number its page heading carries
              MOVE 'CS' TO WS-DOC-TYPE
              MOVE WS-CONS-CUSTOMER TO WS-DOC-CUSTOMER
              MOVE WS-HELD-ACCOUNT(WS-ANCHOR-IDX) TO WS-DOC-ACCOUNT
              MOVE WS-CONS-CUSTOMER TO WS-DOC-KEY-NUMBER
              PERFORM B300-LOG-STATEMENT.

              *> passes over whatever of this customer's staged
              *> rows the print did not consume
              G900-SKIP-CUSTOMER.
              PERFORM UNTIL END-OF-SORTED
                  OR CS-CUSTOMER-NUMBER NOT = WS-CONS-CUSTOMER
                PERFORM X100-READ-SORTED
              END-PERFORM.

              X100-READ-SORTED.
              READ CONSOLIDATION-SORTED
                AT END
                  SET END-OF-SORTED TO TRUE
                NOT AT END
                  MOVE CONSOLIDATION-SORTED-IMAGE TO
                      WS-CONS-RECORD
              END-READ.
