            IDENTIFICATION DIVISION.
            PROGRAM-ID. TDPENLTY.
            *> early-withdrawal penalty on a term deposit -
            *> MATURITY looks after a deposit that runs its term,
            *> but one broken early used to pay out in full. This
            *> subprogram (BRVALID's lazy-loading shape) quotes
            *> the penalty for taking an amount out of a 'T'
            *> account ahead of AM-MATURITY-DATE: so many days of
            *> interest at AM-TERM-RATE on the principal taken,
            *> the number of days set by how much of the term is
            *> left (term_penalty_schedule.txt, one row per band
            *> of days remaining) and never more than the days
            *> actually left to run. Whether a deposit may be
            *> broken only in part, and what must stay in it
            *> when it is, is the product rule on
            *> term_break_policy.txt. Either file missing leaves
            *> the house defaults below in force. A withdrawal
            *> that takes the whole balance is a full break
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL TERM-PENALTY-SCHEDULE
                      ASSIGN TO 'term_penalty_schedule.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> a single row - partial breaks allowed Y/N
                  *> and the balance a partial break must leave
                  SELECT OPTIONAL TERM-BREAK-POLICY
                      ASSIGN TO 'term_break_policy.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD TERM-PENALTY-SCHEDULE.
                01 TS-FEED-RECORD.
                  02 TS-FEED-MIN-DAYS-LEFT PIC 9(5).
                  02 TS-FEED-PENALTY-DAYS PIC 9(3).

                FD TERM-BREAK-POLICY.
                01 TB-FEED-RECORD.
                  02 TB-FEED-PARTIAL-ALLOWED PIC X(1).
                  02 TB-FEED-MIN-REMAINING PIC 9(6)V9(2).

              WORKING-STORAGE SECTION.
                01 WS-TABLE-LOADED PIC X VALUE 'N'.
                  88 TABLE-ALREADY-LOADED VALUE 'Y'.

                01 WS-FLAGS.
                  05 WS-SCHEDULE-EOF PIC X VALUE 'N'.
                    88 END-OF-SCHEDULE VALUE 'Y'.

                *> penalty bands - a band applies when at least
                *> its minimum days are left to maturity; the
                *> highest such minimum wins
                01 WS-BAND-COUNT PIC 9(2) VALUE 0.
                01 WS-BAND-TABLE.
                  05 WS-BAND-ENTRY OCCURS 20 TIMES.
                    10 WS-BAND-MIN-DAYS-LEFT PIC 9(5).
                    10 WS-BAND-PENALTY-DAYS PIC 9(3).
                01 WS-BAND-IDX PIC 9(2).
                01 WS-BEST-MIN-DAYS PIC 9(5).

                *> house defaults when no schedule is on file -
                *> six months' interest with more than a year to
                *> run, down to a month's in the last quarter
                01 WS-DEFAULT-BANDS.
                  05 FILLER PIC X(8) VALUE '00366180'.
                  05 FILLER PIC X(8) VALUE '00181090'.
                  05 FILLER PIC X(8) VALUE '00091060'.
                  05 FILLER PIC X(8) VALUE '00000030'.
                01 WS-DEFAULT-BAND-TABLE REDEFINES WS-DEFAULT-BANDS.
                  05 WS-DEFAULT-BAND OCCURS 4 TIMES PIC X(8).

                01 WS-PARTIAL-ALLOWED PIC X(1) VALUE 'Y'.
                  88 PARTIAL-BREAK-ALLOWED VALUE 'Y'.
                01 WS-MIN-REMAINING PIC 9(6)V9(2) VALUE 1000.00.

                01 WS-DAYS-LEFT PIC S9(7) VALUE 0.
                01 WS-PRINCIPAL PIC 9(8)V9(2) VALUE 0.
                01 WS-LEFT-AFTER PIC S9(8)V9(2) VALUE 0.

            LINKAGE SECTION.
              01 LS-BALANCE PIC S9(8)V9(2).
              01 LS-TERM-RATE PIC 9V999.
              01 LS-MATURITY-DATE PIC 9(8).
              01 LS-AS-OF-DATE PIC 9(8).
              *> the withdrawal as it would post - negative
              01 LS-BREAK-AMOUNT PIC S9(8)V9(2).
              01 LS-PENALTY-AMOUNT PIC 9(6)V9(2).
              01 LS-PENALTY-DAYS PIC 9(3).
              01 LS-DAYS-TO-MATURITY PIC 9(5).
              01 LS-BREAK-STATUS PIC X.
                88 NO-PENALTY-DUE VALUE 'N'.
                88 FULL-BREAK VALUE 'F'.
                88 PARTIAL-BREAK VALUE 'P'.
                88 PARTIAL-BREAK-REFUSED VALUE 'R'.

            PROCEDURE DIVISION USING LS-BALANCE, LS-TERM-RATE,
                LS-MATURITY-DATE, LS-AS-OF-DATE, LS-BREAK-AMOUNT,
                LS-PENALTY-AMOUNT, LS-PENALTY-DAYS,
                LS-DAYS-TO-MATURITY, LS-BREAK-STATUS.
              A000-MAIN-PARA.
              IF NOT TABLE-ALREADY-LOADED
                PERFORM B000-LOAD-PENALTY-SCHEDULE
                PERFORM B100-LOAD-BREAK-POLICY
                SET TABLE-ALREADY-LOADED TO TRUE
              END-IF
              PERFORM C000-QUOTE-THE-PENALTY
              GOBACK.

              B000-LOAD-PENALTY-SCHEDULE.
              MOVE 0 TO WS-BAND-COUNT
              OPEN INPUT TERM-PENALTY-SCHEDULE
              PERFORM UNTIL END-OF-SCHEDULE
                READ TERM-PENALTY-SCHEDULE
                  AT END
                    SET END-OF-SCHEDULE TO TRUE
                  NOT AT END
                    IF WS-BAND-COUNT < 20
                      ADD 1 TO WS-BAND-COUNT
                      MOVE TS-FEED-MIN-DAYS-LEFT TO
                          WS-BAND-MIN-DAYS-LEFT(WS-BAND-COUNT)
                      MOVE TS-FEED-PENALTY-DAYS TO
                          WS-BAND-PENALTY-DAYS(WS-BAND-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TERM-PENALTY-SCHEDULE
              IF WS-BAND-COUNT = 0
                PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 4
                  ADD 1 TO WS-BAND-COUNT
                  MOVE WS-DEFAULT-BAND(WS-BAND-IDX) TO
                      WS-BAND-ENTRY(WS-BAND-COUNT)
                END-PERFORM
              END-IF.

              B100-LOAD-BREAK-POLICY.
              OPEN INPUT TERM-BREAK-POLICY
              READ TERM-BREAK-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  MOVE TB-FEED-PARTIAL-ALLOWED TO
                      WS-PARTIAL-ALLOWED
                  MOVE TB-FEED-MIN-REMAINING TO WS-MIN-REMAINING
              END-READ
              CLOSE TERM-BREAK-POLICY.

              *> nothing is due on a deposit (or a deposit into
              *> one) once the maturity date is reached. A
              *> partial break is refused outright when the
              *> product does not allow one, or when what would
              *> be left after the withdrawal and its penalty
              *> falls under the product's minimum
              C000-QUOTE-THE-PENALTY.
              SET NO-PENALTY-DUE TO TRUE
              MOVE 0 TO LS-PENALTY-AMOUNT
              MOVE 0 TO LS-PENALTY-DAYS
              MOVE 0 TO LS-DAYS-TO-MATURITY
              IF LS-BREAK-AMOUNT >= 0
                  OR LS-MATURITY-DATE <= LS-AS-OF-DATE
                  OR LS-BALANCE <= 0
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-DAYS-LEFT =
                  FUNCTION INTEGER-OF-DATE(LS-MATURITY-DATE)
                  - FUNCTION INTEGER-OF-DATE(LS-AS-OF-DATE)
              MOVE WS-DAYS-LEFT TO LS-DAYS-TO-MATURITY

              COMPUTE WS-PRINCIPAL = 0 - LS-BREAK-AMOUNT
              IF WS-PRINCIPAL >= LS-BALANCE
                MOVE LS-BALANCE TO WS-PRINCIPAL
                SET FULL-BREAK TO TRUE
              ELSE
                SET PARTIAL-BREAK TO TRUE
              END-IF

              PERFORM C100-FIND-PENALTY-BAND
              IF LS-PENALTY-DAYS > WS-DAYS-LEFT
                MOVE WS-DAYS-LEFT TO LS-PENALTY-DAYS
              END-IF
              COMPUTE LS-PENALTY-AMOUNT ROUNDED =
                  WS-PRINCIPAL * LS-TERM-RATE * LS-PENALTY-DAYS
                  / 365
              IF FULL-BREAK
                  AND LS-PENALTY-AMOUNT > LS-BALANCE
                MOVE LS-BALANCE TO LS-PENALTY-AMOUNT
              END-IF

              IF PARTIAL-BREAK
                COMPUTE WS-LEFT-AFTER = LS-BALANCE - WS-PRINCIPAL
                    - LS-PENALTY-AMOUNT
                IF NOT PARTIAL-BREAK-ALLOWED
                    OR WS-LEFT-AFTER < WS-MIN-REMAINING
                  SET PARTIAL-BREAK-REFUSED TO TRUE
                END-IF
              END-IF.

              C100-FIND-PENALTY-BAND.
              MOVE 0 TO WS-BEST-MIN-DAYS
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                  UNTIL WS-BAND-IDX > WS-BAND-COUNT
                IF WS-DAYS-LEFT >= WS-BAND-MIN-DAYS-LEFT(WS-BAND-IDX)
                    AND WS-BAND-MIN-DAYS-LEFT(WS-BAND-IDX) >=
                        WS-BEST-MIN-DAYS
                  MOVE WS-BAND-MIN-DAYS-LEFT(WS-BAND-IDX) TO
                      WS-BEST-MIN-DAYS
                  MOVE WS-BAND-PENALTY-DAYS(WS-BAND-IDX) TO
                      LS-PENALTY-DAYS
                END-IF
              END-PERFORM.
