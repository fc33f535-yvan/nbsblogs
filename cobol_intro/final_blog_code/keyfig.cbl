            IDENTIFICATION DIVISION.
            PROGRAM-ID. KEYFIG.
            *> daily management key figures - every morning the
            *> operations desk was asked for the same numbers and
            *> copied them out of five reports. This end-of-night
            *> step works them out itself: total deposits and the
            *> deposit-account count off ACCOUNT-MASTER (by branch
            *> through account_rate_xref.txt), the accounts opened
            *> and closed on the date off the master's change
            *> journal, the NSF decisions off nsf_events.txt, the
            *> day's rejects, the feed read and posted off
            *> TRANLOAD's run history with the trailer's declared
            *> count beside them, and the postings waiting on the
            *> hold desk. One dated row per business date goes on
            *> key_figures.txt (copybooks/KEYFIG) for the
            *> executive dashboard, carrying the prior business
            *> day, month-to-date and year-to-date comparisons the
            *> history gives, and a one-page summary is printed
            *> and stowed in the report repository with the
            *> branches ranked by the day's deposit growth. The
            *> history is rewritten whole so a rerun of a date
            *> replaces its row (REJTREND's idiom). The step must
            *> be scheduled ahead of NSFNTCE, which clears the NSF
            *> events once it has noticed them. Run parameter is
            *> the business date (CCYYMMDD); no parameter means
            *> today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the master's change journal - a new account
                  *> logs with a blank before-image, a closure as
                  *> a status turned to closed
                  SELECT OPTIONAL MASTER-JOURNAL
                      ASSIGN TO 'master_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL NSF-EVENTS
                      ASSIGN TO 'nsf_events.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL RUN-HISTORY
                      ASSIGN TO 'run_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL TRAILER-FILE
                      ASSIGN TO 'transactions_trailer.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL HOLD-QUEUE
                      ASSIGN TO 'hold_queue.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> one row per business date, read back for the
                  *> comparisons and rewritten whole
                  SELECT OPTIONAL KEY-FIGURES
                      ASSIGN TO 'key_figures.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT KEY-FIGURES-REPORT
                      ASSIGN TO 'key_figures_summary.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD MASTER-JOURNAL.
                COPY MSTJRNL.

                *> same record TRANLOAD writes
                FD NSF-EVENTS.
                01 NSF-EVENT-RECORD.
                  02 NE-EVENT-DATE PIC 9(8).
                  02 NE-ACCOUNT-ID PIC S9(7).
                  02 NE-DECISION PIC X(1).
                  02 NE-ITEM-DESC PIC X(25).
                  02 NE-ITEM-AMOUNT PIC S9(6)V9(2).
                  02 NE-RESULT-BALANCE PIC S9(8)V9(2).

                FD REJECTS.
                COPY REJECT.

                *> same record RUNSTAT writes
                FD RUN-HISTORY.
                01 RUN-HISTORY-RECORD.
                  02 RH-RUN-DATE PIC 9(8).
                  02 RH-STEP-NAME PIC X(10).
                  02 RH-RECORDS-READ PIC 9(7).
                  02 RH-RECORDS-POSTED PIC 9(7).
                  02 RH-RECORDS-REJECTED PIC 9(7).
                  02 RH-RECORDS-HELD PIC 9(7).
                  02 RH-START-TIME PIC 9(6).
                  02 RH-END-TIME PIC 9(6).
                  02 RH-RESTARTED PIC X(1).

                FD TRAILER-FILE.
                COPY TRAILREC.

                FD HOLD-QUEUE.
                COPY HOLDQ.

                FD KEY-FIGURES.
                01 KEY-FIGURES-IMAGE PIC X(882).

                FD KEY-FIGURES-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.
                  05 WS-NSF-EOF PIC X VALUE 'N'.
                    88 END-OF-NSF-EVENTS VALUE 'Y'.
                  05 WS-REJECTS-EOF PIC X VALUE 'N'.
                    88 END-OF-REJECTS VALUE 'Y'.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-RUN-HISTORY VALUE 'Y'.
                  05 WS-HOLD-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLD-QUEUE VALUE 'Y'.
                  05 WS-FIGURES-EOF PIC X VALUE 'N'.
                    88 END-OF-KEY-FIGURES VALUE 'Y'.

                COPY KEYFIG.

                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
                  05 WS-REPORT-YEAR PIC 9(4).
                  05 WS-REPORT-MONTH PIC 9(2).
                  05 WS-REPORT-DAY PIC 9(2).
                *> the first of the report month and of its year -
                *> the month and the year open on the last row
                *> dated before them
                01 WS-MONTH-START PIC 9(8).
                01 WS-YEAR-START PIC 9(8).

                *> account-to-branch cross-reference
                01 WS-XREF-COUNT PIC 9(4) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                    10 WS-XREF-ACCOUNT PIC S9(7).
                    10 WS-XREF-BRANCH PIC X(4).
                01 WS-XREF-IDX PIC 9(4).
                01 WS-ACCOUNT-BRANCH PIC X(4).
                01 WS-BRANCH-IDX PIC 9(2).
                01 WS-THIS-BRANCH PIC 9(2).

                *> a master-journal image seen through the master
                *> record's status byte
                01 WS-IMAGE-VIEW.
                  05 FILLER PIC X(67).
                  05 WS-IMAGE-STATUS PIC X(1).
                  05 FILLER PIC X(43).
                01 WS-BEFORE-STATUS PIC X(1).

                *> the comparison base gathered off the history -
                *> the latest row before the date, and the rows
                *> of the date's month and year before it
                01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
                01 WS-PRIOR-FOUND PIC X VALUE 'N'.
                  88 PRIOR-DAY-ON-FILE VALUE 'Y'.
                01 WS-PRIOR-FIGURES.
                  05 WS-PRIOR-FIGURE PIC 9(7) OCCURS 6 TIMES.
                01 WS-PRIOR-DEPOSITS PIC S9(11)V9(2) VALUE 0.
                01 WS-PRIOR-HOLDS PIC 9(7) VALUE 0.
                01 WS-PRIOR-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-PRIOR-BRANCH-TABLE.
                  05 WS-PRIOR-BRANCH-ENTRY OCCURS 20 TIMES.
                    10 WS-PB-CODE PIC X(4).
                    10 WS-PB-DEPOSITS PIC S9(11)V9(2).
                01 WS-PRIOR-BRANCH-IDX PIC 9(2).
                01 WS-MONTH-OPEN-DATE PIC 9(8) VALUE 0.
                01 WS-MONTH-OPEN-DEPOSITS PIC S9(11)V9(2) VALUE 0.
                01 WS-YEAR-OPEN-DATE PIC 9(8) VALUE 0.
                01 WS-YEAR-OPEN-DEPOSITS PIC S9(11)V9(2) VALUE 0.
                01 WS-MTD-SUMS.
                  05 WS-MTD-SUM PIC 9(9) OCCURS 6 TIMES.
                01 WS-YTD-SUMS.
                  05 WS-YTD-SUM PIC 9(9) OCCURS 6 TIMES.
                01 WS-FIGURE-IDX PIC 9(1).

                *> key_figures.txt loaded whole and rewritten - a
                *> row already on file for the date is remembered
                *> so the rewrite replaces it
                01 WS-HIST-COUNT PIC 9(3) VALUE 0.
                01 WS-HIST-TABLE.
                  05 WS-HIST-IMAGE PIC X(882) OCCURS 400 TIMES.
                01 WS-HIST-IDX PIC 9(3).
                01 WS-THIS-DAY-IDX PIC 9(3) VALUE 0.

                *> today's day figures while they are counted
                01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
                01 WS-ACCOUNT-BALANCE PIC S9(9)V9(2).

                *> the top branches by growth, picked off the
                *> branch table one at a time
                01 WS-TOP-BRANCHES PIC 9(1) VALUE 3.
                01 WS-RANK PIC 9(1).
                01 WS-BEST-IDX PIC 9(2).
                01 WS-BRANCH-PICKED-TABLE.
                  05 WS-BRANCH-PICKED PIC X(1) OCCURS 20 TIMES.

                01 WS-FIGURE-NAMES.
                  05 FILLER PIC X(20) VALUE 'ACCOUNTS OPENED'.
                  05 FILLER PIC X(20) VALUE 'ACCOUNTS CLOSED'.
                  05 FILLER PIC X(20) VALUE 'NSF ITEMS'.
                  05 FILLER PIC X(20) VALUE 'REJECTS'.
                  05 FILLER PIC X(20) VALUE 'FEED RECORDS READ'.
                  05 FILLER PIC X(20) VALUE 'FEED RECORDS POSTED'.
                01 WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.
                  05 WS-FIGURE-NAME PIC X(20) OCCURS 6 TIMES.

                01 WS-HEADING-1.
                  05 FILLER PIC X(45) VALUE
                    'DAILY MANAGEMENT KEY FIGURES - BUSINESS DATE '.
                  05 HD-DATE PIC 9(8).
                01 WS-DAY-HEADING.
                  05 FILLER PIC X(44) VALUE
                      'DAY FIGURES               TODAY PRIOR DAY   '.
                  05 FILLER PIC X(38) VALUE
                      '  CHANGE  MONTH-TO-DATE   YEAR-TO-DATE'.
                01 WS-DAY-LINE.
                  05 DF-LABEL PIC X(20).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DF-TODAY PIC Z,ZZZ,ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DF-PRIOR PIC Z,ZZZ,ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DF-CHANGE PIC -,---,--9.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 DF-MTD PIC ZZZ,ZZZ,ZZ9.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 DF-YTD PIC ZZZ,ZZZ,ZZ9.

                01 WS-POSITION-HEADING.
                  05 FILLER PIC X(44) VALUE
                      'POSITIONS                         TODAY     '.
                  05 FILLER PIC X(40) VALUE
                      '     PRIOR DAY         DAY CHANGE       '.
                  05 FILLER PIC X(31) VALUE
                      'MONTH CHANGE        YEAR CHANGE'.
                01 WS-MONEY-LINE.
                  05 PL-LABEL PIC X(20).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-TODAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-PRIOR PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-DAY-CHANGE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-MONTH-CHANGE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-YEAR-CHANGE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                01 WS-COUNT-LINE.
                  05 CL-LABEL PIC X(20).
                  05 FILLER PIC X(10) VALUE SPACES.
                  05 CL-TODAY PIC Z,ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE SPACES.
                  05 CL-PRIOR PIC Z,ZZZ,ZZ9.
                  05 FILLER PIC X(10) VALUE SPACES.
                  05 CL-CHANGE PIC -,---,--9.

                01 WS-BRANCH-HEADING.
                  05 FILLER PIC X(44) VALUE
                      'TOP BRANCHES BY DEPOSIT GROWTH  BRANCH      '.
                  05 FILLER PIC X(33) VALUE
                      '      DEPOSITS         DAY GROWTH'.
                01 WS-BRANCH-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 BL-RANK PIC 9(1).
                  05 FILLER PIC X(27) VALUE SPACES.
                  05 BL-BRANCH PIC X(4).
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 BL-DEPOSITS PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 BL-GROWTH PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                *> one key-figures row posted per run
                01 WS-STAT-POSTED PIC 9(7) VALUE 1.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-DATE-TEXT
              END-UNSTRING
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF
              COMPUTE WS-MONTH-START =
                  WS-REPORT-YEAR * 10000 + WS-REPORT-MONTH * 100 + 1
              COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 101

              INITIALIZE WS-PRIOR-FIGURES WS-PRIOR-BRANCH-TABLE
                  WS-MTD-SUMS WS-YTD-SUMS
              PERFORM B000-LOAD-KEY-FIGURES

              INITIALIZE KEY-FIGURES-RECORD
              MOVE WS-REPORT-DATE TO KF-BUSINESS-DATE
              PERFORM C000-LOAD-BRANCH-XREF
              PERFORM C100-TOTAL-DEPOSITS
              PERFORM C200-COUNT-OPENED-CLOSED
              PERFORM C300-COUNT-NSF-ITEMS
              PERFORM C400-COUNT-REJECTS
              PERFORM C500-TOTAL-FEED-VOLUMES
              PERFORM C600-READ-TRAILER
              PERFORM C700-COUNT-HOLDS-PENDING

              PERFORM D000-BUILD-COMPARISONS
              PERFORM E000-PRINT-SUMMARY
              PERFORM F000-SAVE-KEY-FIGURES

              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'KEYFIG    ',
                  WS-ACCOUNTS-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'KEYFIG - END OF JOB SUMMARY'
              DISPLAY 'BUSINESS DATE     : ' WS-REPORT-DATE
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
              DISPLAY 'TOTAL DEPOSITS    : ' KF-TOTAL-DEPOSITS
              DISPLAY 'HISTORY ROWS      : ' WS-HIST-COUNT
              IF PRIOR-DAY-ON-FILE
                DISPLAY 'PRIOR DAY COMPARED: ' WS-PRIOR-DATE
              ELSE
                DISPLAY 'NO PRIOR DAY ON HISTORY'
              END-IF
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> bring the whole history forward, gathering the
              *> comparison base off every row dated before the
              *> report date - each row is looked at through the
              *> KEYFIG record, which today's figures then
              *> overwrite
              B000-LOAD-KEY-FIGURES.
              MOVE 'N' TO WS-FIGURES-EOF
              OPEN INPUT KEY-FIGURES
              PERFORM UNTIL END-OF-KEY-FIGURES
                READ KEY-FIGURES
                  AT END
                    SET END-OF-KEY-FIGURES TO TRUE
                  NOT AT END
                    IF WS-HIST-COUNT >= 400
                      *> the table bounds F000's rewrite-whole
                      *> pass - stop clean rather than save a
                      *> truncated history (REJTREND's abend)
                      DISPLAY 'KEYFIG ABEND - KEY FIGURES HISTORY '
                          'EXCEEDS 400 ROWS - PRUNE '
                          'key_figures.txt AND RERUN'
                      CLOSE KEY-FIGURES
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-HIST-COUNT
                    MOVE KEY-FIGURES-IMAGE TO
                        WS-HIST-IMAGE(WS-HIST-COUNT)
                    MOVE KEY-FIGURES-IMAGE TO KEY-FIGURES-RECORD
                    IF KF-BUSINESS-DATE = WS-REPORT-DATE
                      MOVE WS-HIST-COUNT TO WS-THIS-DAY-IDX
                    END-IF
                    IF KF-BUSINESS-DATE < WS-REPORT-DATE
                      PERFORM B100-FOLD-HISTORY-ROW
                    END-IF
                END-READ
              END-PERFORM
              CLOSE KEY-FIGURES.

              B100-FOLD-HISTORY-ROW.
              IF KF-BUSINESS-DATE > WS-PRIOR-DATE
                SET PRIOR-DAY-ON-FILE TO TRUE
                MOVE KF-BUSINESS-DATE TO WS-PRIOR-DATE
                PERFORM VARYING WS-FIGURE-IDX FROM 1 BY 1
                    UNTIL WS-FIGURE-IDX > 6
                  MOVE KF-DAY-FIGURE(WS-FIGURE-IDX) TO
                      WS-PRIOR-FIGURE(WS-FIGURE-IDX)
                END-PERFORM
                MOVE KF-TOTAL-DEPOSITS TO WS-PRIOR-DEPOSITS
                MOVE KF-HOLDS-PENDING TO WS-PRIOR-HOLDS
                MOVE KF-BRANCH-COUNT TO WS-PRIOR-BRANCH-COUNT
                PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                    UNTIL WS-BRANCH-IDX > KF-BRANCH-COUNT
                  MOVE KF-BRANCH-CODE(WS-BRANCH-IDX) TO
                      WS-PB-CODE(WS-BRANCH-IDX)
                  MOVE KF-BRANCH-DEPOSITS(WS-BRANCH-IDX) TO
                      WS-PB-DEPOSITS(WS-BRANCH-IDX)
                END-PERFORM
              END-IF
              IF KF-BUSINESS-DATE < WS-MONTH-START
                  AND KF-BUSINESS-DATE > WS-MONTH-OPEN-DATE
                MOVE KF-BUSINESS-DATE TO WS-MONTH-OPEN-DATE
                MOVE KF-TOTAL-DEPOSITS TO WS-MONTH-OPEN-DEPOSITS
              END-IF
              IF KF-BUSINESS-DATE < WS-YEAR-START
                  AND KF-BUSINESS-DATE > WS-YEAR-OPEN-DATE
                MOVE KF-BUSINESS-DATE TO WS-YEAR-OPEN-DATE
                MOVE KF-TOTAL-DEPOSITS TO WS-YEAR-OPEN-DEPOSITS
              END-IF
              PERFORM VARYING WS-FIGURE-IDX FROM 1 BY 1
                  UNTIL WS-FIGURE-IDX > 6
                IF KF-BUSINESS-DATE NOT < WS-MONTH-START
                  ADD KF-DAY-FIGURE(WS-FIGURE-IDX) TO
                      WS-MTD-SUM(WS-FIGURE-IDX)
                END-IF
                IF KF-BUSINESS-DATE NOT < WS-YEAR-START
                  ADD KF-DAY-FIGURE(WS-FIGURE-IDX) TO
                      WS-YTD-SUM(WS-FIGURE-IDX)
                END-IF
              END-PERFORM.

              C000-LOAD-BRANCH-XREF.
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-XREF
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-XREF-COUNT < 2000
                      ADD 1 TO WS-XREF-COUNT
                      MOVE XR-FEED-ACCOUNT-ID TO
                          WS-XREF-ACCOUNT(WS-XREF-COUNT)
                      MOVE XR-FEED-BRANCH-CODE TO
                          WS-XREF-BRANCH(WS-XREF-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> a deposit account still holding customer money
              *> (open, frozen or dormant) counts its credit
              *> balance - an overdrawn balance is no deposit
              C100-TOTAL-DEPOSITS.
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ACCOUNTS-READ
                    IF NOT PRODUCT-LOAN
                        AND NOT ACCOUNT-CLOSED
                        AND NOT ACCOUNT-ESCHEATED
                        AND NOT ACCOUNT-CHARGED-OFF
                      PERFORM C110-COUNT-DEPOSIT-ACCOUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER.

              C110-COUNT-DEPOSIT-ACCOUNT.
              ADD 1 TO KF-DEPOSIT-ACCOUNTS
              MOVE 0 TO WS-ACCOUNT-BALANCE
              IF AM-BALANCE > 0
                MOVE AM-BALANCE TO WS-ACCOUNT-BALANCE
              END-IF
              ADD WS-ACCOUNT-BALANCE TO KF-TOTAL-DEPOSITS

              MOVE '????' TO WS-ACCOUNT-BRANCH
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF WS-XREF-ACCOUNT(WS-XREF-IDX) = AM-ACCOUNT-ID
                  MOVE WS-XREF-BRANCH(WS-XREF-IDX) TO
                      WS-ACCOUNT-BRANCH
                END-IF
              END-PERFORM
              MOVE 0 TO WS-THIS-BRANCH
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > KF-BRANCH-COUNT
                IF KF-BRANCH-CODE(WS-BRANCH-IDX) = WS-ACCOUNT-BRANCH
                  MOVE WS-BRANCH-IDX TO WS-THIS-BRANCH
                END-IF
              END-PERFORM
              IF WS-THIS-BRANCH = 0
                IF KF-BRANCH-COUNT >= 20
                  DISPLAY 'KEYFIG ABEND - MORE THAN 20 BRANCHES '
                      'ON account_rate_xref.txt'
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
                END-IF
                ADD 1 TO KF-BRANCH-COUNT
                MOVE KF-BRANCH-COUNT TO WS-THIS-BRANCH
                MOVE WS-ACCOUNT-BRANCH TO
                    KF-BRANCH-CODE(WS-THIS-BRANCH)
              END-IF
              ADD WS-ACCOUNT-BALANCE TO
                  KF-BRANCH-DEPOSITS(WS-THIS-BRANCH).

              *> ACCTOPEN logs a new account with a blank
              *> before-image; a closure is the status turning to
              *> closed, whichever program turned it
              C200-COUNT-OPENED-CLOSED.
              OPEN INPUT MASTER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ MASTER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    IF MJ-TIMESTAMP = WS-REPORT-DATE
                      IF MJ-BEFORE-IMAGE = SPACES
                        ADD 1 TO KF-ACCOUNTS-OPENED
                      ELSE
                        MOVE MJ-BEFORE-IMAGE TO WS-IMAGE-VIEW
                        MOVE WS-IMAGE-STATUS TO WS-BEFORE-STATUS
                        MOVE MJ-AFTER-IMAGE TO WS-IMAGE-VIEW
                        IF WS-IMAGE-STATUS = 'C'
                            AND WS-BEFORE-STATUS NOT = 'C'
                          ADD 1 TO KF-ACCOUNTS-CLOSED
                        END-IF
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MASTER-JOURNAL.

              *> a returned deposit's chargeback notice rides
              *> the same event file but is no NSF decision
              C300-COUNT-NSF-ITEMS.
              OPEN INPUT NSF-EVENTS
              PERFORM UNTIL END-OF-NSF-EVENTS
                READ NSF-EVENTS
                  AT END
                    SET END-OF-NSF-EVENTS TO TRUE
                  NOT AT END
                    IF NE-EVENT-DATE = WS-REPORT-DATE
                        AND NE-DECISION NOT = 'D'
                      ADD 1 TO KF-NSF-COUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE NSF-EVENTS.

              C400-COUNT-REJECTS.
              OPEN INPUT REJECTS
              PERFORM UNTIL END-OF-REJECTS
                READ REJECTS
                  AT END
                    SET END-OF-REJECTS TO TRUE
                  NOT AT END
                    IF RJ-DATE = WS-REPORT-DATE
                      ADD 1 TO KF-REJECT-COUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE REJECTS.

              *> every TRANLOAD run of the date - each posting
              *> cycle and branch partition leaves its own row
              C500-TOTAL-FEED-VOLUMES.
              OPEN INPUT RUN-HISTORY
              PERFORM UNTIL END-OF-RUN-HISTORY
                READ RUN-HISTORY
                  AT END
                    SET END-OF-RUN-HISTORY TO TRUE
                  NOT AT END
                    IF RH-RUN-DATE = WS-REPORT-DATE
                        AND RH-STEP-NAME = 'TRANLOAD'
                      ADD RH-RECORDS-READ TO KF-FEED-READ
                      ADD RH-RECORDS-POSTED TO KF-FEED-POSTED
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RUN-HISTORY.

              C600-READ-TRAILER.
              OPEN INPUT TRAILER-FILE
              READ TRAILER-FILE
                AT END
                  CONTINUE
                NOT AT END
                  IF TR-RUN-DATE = WS-REPORT-DATE
                    MOVE TR-RECORD-COUNT TO KF-TRAILER-COUNT
                  END-IF
              END-READ
              CLOSE TRAILER-FILE.

              C700-COUNT-HOLDS-PENDING.
              OPEN INPUT HOLD-QUEUE
              PERFORM UNTIL END-OF-HOLD-QUEUE
                READ HOLD-QUEUE
                  AT END
                    SET END-OF-HOLD-QUEUE TO TRUE
                  NOT AT END
                    ADD 1 TO KF-HOLDS-PENDING
                END-READ
              END-PERFORM
              CLOSE HOLD-QUEUE.

              *> with no history reaching back to the month or
              *> the year, today's position stands in for the
              *> opening one and the change reads zero
              D000-BUILD-COMPARISONS.
              PERFORM VARYING WS-FIGURE-IDX FROM 1 BY 1
                  UNTIL WS-FIGURE-IDX > 6
                MOVE WS-PRIOR-FIGURE(WS-FIGURE-IDX) TO
                    KF-PRIOR-DAY-FIGURE(WS-FIGURE-IDX)
                COMPUTE KF-MTD-FIGURE(WS-FIGURE-IDX) =
                    WS-MTD-SUM(WS-FIGURE-IDX) +
                    KF-DAY-FIGURE(WS-FIGURE-IDX)
                COMPUTE KF-YTD-FIGURE(WS-FIGURE-IDX) =
                    WS-YTD-SUM(WS-FIGURE-IDX) +
                    KF-DAY-FIGURE(WS-FIGURE-IDX)
              END-PERFORM
              MOVE WS-PRIOR-DEPOSITS TO KF-PRIOR-DAY-DEPOSITS
              MOVE WS-PRIOR-HOLDS TO KF-PRIOR-DAY-HOLDS
              IF WS-MONTH-OPEN-DATE = 0
                MOVE KF-TOTAL-DEPOSITS TO KF-MONTH-OPEN-DEPOSITS
              ELSE
                MOVE WS-MONTH-OPEN-DEPOSITS TO
                    KF-MONTH-OPEN-DEPOSITS
              END-IF
              IF WS-YEAR-OPEN-DATE = 0
                MOVE KF-TOTAL-DEPOSITS TO KF-YEAR-OPEN-DEPOSITS
              ELSE
                MOVE WS-YEAR-OPEN-DEPOSITS TO KF-YEAR-OPEN-DEPOSITS
              END-IF

              *> a branch new since the prior day grows by its
              *> whole book
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > KF-BRANCH-COUNT
                MOVE KF-BRANCH-DEPOSITS(WS-BRANCH-IDX) TO
                    KF-BRANCH-GROWTH(WS-BRANCH-IDX)
                PERFORM VARYING WS-PRIOR-BRANCH-IDX FROM 1 BY 1
                    UNTIL WS-PRIOR-BRANCH-IDX > WS-PRIOR-BRANCH-COUNT
                  IF WS-PB-CODE(WS-PRIOR-BRANCH-IDX) =
                      KF-BRANCH-CODE(WS-BRANCH-IDX)
                    COMPUTE KF-BRANCH-GROWTH(WS-BRANCH-IDX) =
                        KF-BRANCH-DEPOSITS(WS-BRANCH-IDX) -
                        WS-PB-DEPOSITS(WS-PRIOR-BRANCH-IDX)
                  END-IF
                END-PERFORM
              END-PERFORM.

              E000-PRINT-SUMMARY.
              OPEN OUTPUT KEY-FIGURES-REPORT
              MOVE WS-REPORT-DATE TO HD-DATE
              WRITE REPORT-LINE FROM WS-HEADING-1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-DAY-HEADING
              PERFORM VARYING WS-FIGURE-IDX FROM 1 BY 1
                  UNTIL WS-FIGURE-IDX > 6
                MOVE WS-FIGURE-NAME(WS-FIGURE-IDX) TO DF-LABEL
                MOVE KF-DAY-FIGURE(WS-FIGURE-IDX) TO DF-TODAY
                MOVE KF-PRIOR-DAY-FIGURE(WS-FIGURE-IDX) TO DF-PRIOR
                COMPUTE DF-CHANGE =
                    KF-DAY-FIGURE(WS-FIGURE-IDX) -
                    KF-PRIOR-DAY-FIGURE(WS-FIGURE-IDX)
                MOVE KF-MTD-FIGURE(WS-FIGURE-IDX) TO DF-MTD
                MOVE KF-YTD-FIGURE(WS-FIGURE-IDX) TO DF-YTD
                WRITE REPORT-LINE FROM WS-DAY-LINE
              END-PERFORM

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-POSITION-HEADING
              MOVE 'TOTAL DEPOSITS' TO PL-LABEL
              MOVE KF-TOTAL-DEPOSITS TO PL-TODAY
              MOVE KF-PRIOR-DAY-DEPOSITS TO PL-PRIOR
              COMPUTE PL-DAY-CHANGE =
                  KF-TOTAL-DEPOSITS - KF-PRIOR-DAY-DEPOSITS
              COMPUTE PL-MONTH-CHANGE =
                  KF-TOTAL-DEPOSITS - KF-MONTH-OPEN-DEPOSITS
              COMPUTE PL-YEAR-CHANGE =
                  KF-TOTAL-DEPOSITS - KF-YEAR-OPEN-DEPOSITS
              WRITE REPORT-LINE FROM WS-MONEY-LINE
              MOVE 'DEPOSIT ACCOUNTS' TO CL-LABEL
              MOVE KF-DEPOSIT-ACCOUNTS TO CL-TODAY
              MOVE 0 TO CL-PRIOR
              MOVE 0 TO CL-CHANGE
              WRITE REPORT-LINE FROM WS-COUNT-LINE(1:49)
              MOVE 'HOLDS PENDING' TO CL-LABEL
              MOVE KF-HOLDS-PENDING TO CL-TODAY
              MOVE KF-PRIOR-DAY-HOLDS TO CL-PRIOR
              COMPUTE CL-CHANGE =
                  KF-HOLDS-PENDING - KF-PRIOR-DAY-HOLDS
              WRITE REPORT-LINE FROM WS-COUNT-LINE
              MOVE 'TRAILER DECLARED' TO CL-LABEL
              MOVE KF-TRAILER-COUNT TO CL-TODAY
              WRITE REPORT-LINE FROM WS-COUNT-LINE(1:49)

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-BRANCH-HEADING
              MOVE SPACES TO WS-BRANCH-PICKED-TABLE
              PERFORM VARYING WS-RANK FROM 1 BY 1
                  UNTIL WS-RANK > WS-TOP-BRANCHES
                      OR WS-RANK > KF-BRANCH-COUNT
                PERFORM E100-PICK-NEXT-BRANCH
                MOVE WS-RANK TO BL-RANK
                MOVE KF-BRANCH-CODE(WS-BEST-IDX) TO BL-BRANCH
                MOVE KF-BRANCH-DEPOSITS(WS-BEST-IDX) TO BL-DEPOSITS
                MOVE KF-BRANCH-GROWTH(WS-BEST-IDX) TO BL-GROWTH
                WRITE REPORT-LINE FROM WS-BRANCH-LINE
              END-PERFORM

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              IF PRIOR-DAY-ON-FILE
                MOVE SPACES TO REPORT-LINE
                STRING 'PRIOR DAY COMPARED: ' DELIMITED BY SIZE
                    WS-PRIOR-DATE DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
              ELSE
                MOVE 'NO PRIOR DAY ON HISTORY - PRIOR DAY COLUMNS '
                    & 'READ AGAINST ZERO' TO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
              CLOSE KEY-FIGURES-REPORT
              CALL 'RPTSTOW' USING 'KEYFIGS     ',
                  'key_figures_summary.txt                 '
              END-CALL.

              *> the branch not yet printed with the most growth
              E100-PICK-NEXT-BRANCH.
              MOVE 0 TO WS-BEST-IDX
              PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                  UNTIL WS-BRANCH-IDX > KF-BRANCH-COUNT
                IF WS-BRANCH-PICKED(WS-BRANCH-IDX) NOT = 'Y'
                  IF WS-BEST-IDX = 0
                    MOVE WS-BRANCH-IDX TO WS-BEST-IDX
                  ELSE
                    IF KF-BRANCH-GROWTH(WS-BRANCH-IDX) >
                        KF-BRANCH-GROWTH(WS-BEST-IDX)
                      MOVE WS-BRANCH-IDX TO WS-BEST-IDX
                    END-IF
                  END-IF
                END-IF
              END-PERFORM
              MOVE 'Y' TO WS-BRANCH-PICKED(WS-BEST-IDX).

              *> fold today's row into the history and write it
              *> back whole - a rerun of the date replaces its
              *> own row
              F000-SAVE-KEY-FIGURES.
              IF WS-THIS-DAY-IDX = 0
                IF WS-HIST-COUNT >= 400
                  DISPLAY 'KEYFIG ABEND - KEY FIGURES HISTORY '
                      'EXCEEDS 400 ROWS - PRUNE '
                      'key_figures.txt AND RERUN'
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
                END-IF
                ADD 1 TO WS-HIST-COUNT
                MOVE WS-HIST-COUNT TO WS-THIS-DAY-IDX
              END-IF
              MOVE KEY-FIGURES-RECORD TO
                  WS-HIST-IMAGE(WS-THIS-DAY-IDX)
              OPEN OUTPUT KEY-FIGURES
              PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                  UNTIL WS-HIST-IDX > WS-HIST-COUNT
                MOVE WS-HIST-IMAGE(WS-HIST-IDX) TO KEY-FIGURES-IMAGE
                WRITE KEY-FIGURES-IMAGE
              END-PERFORM
              CLOSE KEY-FIGURES.
