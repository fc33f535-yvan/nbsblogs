            IDENTIFICATION DIVISION.
            PROGRAM-ID. AVAILBAL.
            *> intraday available-funds figure for one account - a
            *> CALLed subprogram in BALCHK's shape, so the wire
            *> workstations judge funds the way TRANLOAD's C700
            *> will tonight instead of each re-coding it. The
            *> caller passes the ledger balance and overdraft line
            *> off the master; today's PENDING memos (ACCTSCRN's
            *> sum, see copybooks/MEMOPST) are added in and the
            *> unreleased funds holds on funds_holds.txt are
            *> netted out, so a debit cannot draw on an uncollected
            *> deposit. The answer is what may be drawn, overdraft
            *> line included. Both files are read fresh on every
            *> CALL - they change through the day
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL MEMO-POST-FILE
                      ASSIGN TO 'memo_post.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the uncollected-funds holds TRANLOAD writes
                  *> and AVAILREL releases
                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD MEMO-POST-FILE.
                COPY MEMOPST.

                *> same row shape as FUNDS-HOLD-RECORD in
                *> tranload.cbl
                FD FUNDS-HOLDS.
                01 FUNDS-HOLD-RECORD.
                  02 FH-ACCOUNT-ID PIC S9(7).
                  02 FH-UID PIC 9(5).
                  02 FH-AMOUNT PIC 9(6)V9(2).
                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-MEMO-EOF PIC X VALUE 'N'.
                    88 END-OF-MEMO-POST VALUE 'Y'.
                  05 WS-HOLDS-EOF PIC X VALUE 'N'.
                    88 END-OF-HOLDS VALUE 'Y'.

                01 WS-PENDING-TOTAL PIC S9(8)V9(2) VALUE 0.
                01 WS-HELD-TOTAL PIC 9(8)V9(2) VALUE 0.

              LINKAGE SECTION.
                01 LS-ACCOUNT-ID PIC S9(7).
                01 LS-RUN-DATE PIC 9(8).
                01 LS-LEDGER-BALANCE PIC S9(8)V9(2).
                01 LS-OVERDRAFT-LIMIT PIC 9(6)V9(2).
                01 LS-AVAILABLE PIC S9(8)V9(2).

            PROCEDURE DIVISION USING LS-ACCOUNT-ID, LS-RUN-DATE,
                LS-LEDGER-BALANCE, LS-OVERDRAFT-LIMIT, LS-AVAILABLE.
              A000-MAIN-PARA.
              PERFORM B000-SUM-PENDING-MEMOS
              PERFORM C000-SUM-FUNDS-HOLDS
              COMPUTE LS-AVAILABLE =
                  LS-LEDGER-BALANCE + WS-PENDING-TOTAL
                  - WS-HELD-TOTAL + LS-OVERDRAFT-LIMIT
              GOBACK.

              B000-SUM-PENDING-MEMOS.
              MOVE 0 TO WS-PENDING-TOTAL
              MOVE 'N' TO WS-MEMO-EOF
              OPEN INPUT MEMO-POST-FILE
              PERFORM UNTIL END-OF-MEMO-POST
                READ MEMO-POST-FILE
                  AT END
                    SET END-OF-MEMO-POST TO TRUE
                  NOT AT END
                    IF MEMO-PENDING
                        AND MP-ACCOUNT-ID = LS-ACCOUNT-ID
                      ADD MP-AMOUNT TO WS-PENDING-TOTAL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MEMO-POST-FILE.

              *> a hold still counts until the morning of its
              *> release date, the same test TRANLOAD applies
              *> when it loads the holds for C700
              C000-SUM-FUNDS-HOLDS.
              MOVE 0 TO WS-HELD-TOTAL
              MOVE 'N' TO WS-HOLDS-EOF
              OPEN INPUT FUNDS-HOLDS
              PERFORM UNTIL END-OF-HOLDS
                READ FUNDS-HOLDS
                  AT END
                    SET END-OF-HOLDS TO TRUE
                  NOT AT END
                    IF FH-ACCOUNT-ID = LS-ACCOUNT-ID
                        AND FH-RELEASE-DATE > LS-RUN-DATE
                      ADD FH-AMOUNT TO WS-HELD-TOTAL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FUNDS-HOLDS.
