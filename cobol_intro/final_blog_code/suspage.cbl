            IDENTIFICATION DIVISION.
            PROGRAM-ID. SUSPAGE.
            *> daily suspense aging report - TRANLOAD parks a
            *> credit it cannot apply on its branch's suspense
            *> account and files the item on suspense_items.dat
            *> (see copybooks/SUSPITM); SUSPWORK takes it off
            *> again. This ages every item still open against the
            *> days suspense_policy.txt allows, lists each one by
            *> branch with its age, and raises every item past
            *> policy to the exception log as a severe event so
            *> nothing sits unapplied unnoticed. Each branch's
            *> open items are also proved against its suspense
            *> account's balance on the master - the two must
            *> agree, or something moved the suspense account
            *> outside TRANLOAD and SUSPWORK. Run parameter is
            *> the aging date (CCYYMMDD); no parameter means
            *> today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL SUSPENSE-ITEMS
                      ASSIGN TO 'suspense_items.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SI-ITEM-UID.

                  *> the same per-branch suspense accounts
                  *> TRANLOAD posts to
                  SELECT OPTIONAL SUSPENSE-ACCOUNTS
                      ASSIGN TO 'suspense_accounts.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> a single row - how many days an item may sit
                  *> in suspense before it is raised as severe
                  SELECT OPTIONAL SUSPENSE-POLICY
                      ASSIGN TO 'suspense_policy.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT AGING-REPORT
                      ASSIGN TO 'suspense_aging.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SUSPENSE-ITEMS.
                COPY SUSPITM.

                FD SUSPENSE-ACCOUNTS.
                01 SX-FEED-RECORD.
                  02 SX-FEED-BRANCH-CODE PIC X(4).
                  02 SX-FEED-ACCOUNT-ID PIC S9(7).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD SUSPENSE-POLICY.
                01 SP-FEED-RECORD.
                  02 SP-FEED-MAX-DAYS PIC 9(3).

                FD AGING-REPORT.
                01 REPORT-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-ITEMS-EOF PIC X VALUE 'N'.
                    88 END-OF-ITEMS VALUE 'Y'.
                  05 WS-ACCOUNTS-EOF PIC X VALUE 'N'.
                    88 END-OF-SUSPENSE-ACCOUNTS VALUE 'Y'.

                *> the aging date - ACCEPT FROM COMMAND-LINE
                *> follows CASHPROOF's run-parameter pattern
                01 WS-AGING-PARM PIC X(8) VALUE SPACES.
                01 WS-AGING-DATE PIC 9(8).

                *> house default when no policy row is on file
                01 WS-MAX-SUSPENSE-DAYS PIC 9(3) VALUE 10.

                *> one row per suspense account - seeded off
                *> suspense_accounts.txt so an account with
                *> nothing open is still proved against its
                *> balance, then added to as items name accounts
                *> the control file no longer carries
                01 WS-SA-COUNT PIC 9(2) VALUE 0.
                01 WS-SA-TABLE.
                  05 WS-SA-ENTRY OCCURS 30 TIMES.
                    10 WS-SA-BRANCH PIC X(4).
                    10 WS-SA-ACCOUNT PIC S9(7).
                    10 WS-SA-OPEN-COUNT PIC 9(5).
                    10 WS-SA-OPEN-AMOUNT PIC S9(9)V9(2).
                    10 WS-SA-OVER-COUNT PIC 9(5).
                    10 WS-SA-OVER-AMOUNT PIC S9(9)V9(2).
                01 WS-SA-IDX PIC 9(2).
                01 WS-SA-MATCH PIC 9(2).

                01 WS-CURRENT-BRANCH PIC X(4).
                01 WS-CURRENT-ACCOUNT PIC S9(7).
                01 WS-ITEM-AGE PIC S9(5).
                01 WS-MASTER-BALANCE PIC S9(9)V9(2).
                01 WS-DIFFERENCE PIC S9(9)V9(2).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-ITEM-LINE.
                  05 IL-BRANCH PIC X(4).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 IL-UID PIC 9(5).
                  05 FILLER PIC X(8) VALUE ' FILED '.
                  05 IL-FILED-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' AGE '.
                  05 IL-AGE PIC ZZZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 IL-AMOUNT PIC -(6)9.99.
                  05 FILLER PIC X(6) VALUE ' ACCT '.
                  05 IL-ORIG-ACCOUNT PIC -(7)9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 IL-REASON PIC X(10).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 IL-DESC PIC X(25).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 IL-FLAG PIC X(11).
                01 WS-BRANCH-LINE.
                  05 FILLER PIC X(7) VALUE 'BRANCH '.
                  05 BL-BRANCH PIC X(4).
                  05 FILLER PIC X(10) VALUE ' SUSPENSE '.
                  05 BL-ACCOUNT PIC -(7)9.
                  05 FILLER PIC X(6) VALUE ' OPEN '.
                  05 BL-OPEN-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 BL-OPEN-AMOUNT PIC -(9)9.99.
                  05 FILLER PIC X(13) VALUE ' PAST POLICY '.
                  05 BL-OVER-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 BL-OVER-AMOUNT PIC -(9)9.99.
                01 WS-PROOF-LINE.
                  05 FILLER PIC X(11) VALUE SPACES.
                  05 FILLER PIC X(16) VALUE 'ACCOUNT BALANCE '.
                  05 PL-BALANCE PIC -(9)9.99.
                  05 FILLER PIC X(12) VALUE ' DIFFERENCE '.
                  05 PL-DIFFERENCE PIC -(9)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PL-VERDICT PIC X(30).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-ITEMS-READ PIC 9(7) VALUE 0.
                  05 WS-ITEMS-OPEN PIC 9(7) VALUE 0.
                  05 WS-ITEMS-OVER-POLICY PIC 9(7) VALUE 0.
                  05 WS-WORKED-TODAY PIC 9(7) VALUE 0.
                  05 WS-ACCOUNTS-OUT PIC 9(7) VALUE 0.
                01 WS-OPEN-TOTAL PIC S9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-AGING-PARM FROM COMMAND-LINE
              IF WS-AGING-PARM IS NUMERIC
                MOVE WS-AGING-PARM TO WS-AGING-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-AGING-DATE
                END-CALL
              END-IF

              PERFORM A100-LOAD-SUSPENSE-POLICY
              PERFORM B000-LOAD-SUSPENSE-ACCOUNTS
              OPEN OUTPUT AGING-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'SUSPENSE AGING - AS AT ' WS-AGING-DATE
                  '  POLICY LIMIT ' WS-MAX-SUSPENSE-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM C000-AGE-OPEN-ITEMS
              PERFORM D000-BRANCH-SUMMARY
              CLOSE AGING-REPORT
              CALL 'RPTSTOW' USING 'SUSPAGE     ',
                  'suspense_aging.txt                      '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'SUSPAGE - END OF JOB SUMMARY'
              DISPLAY 'AGING DATE         : ' WS-AGING-DATE
              DISPLAY 'ITEMS ON FILE      : ' WS-ITEMS-READ
              DISPLAY 'ITEMS IN SUSPENSE  : ' WS-ITEMS-OPEN
              DISPLAY 'AMOUNT IN SUSPENSE : ' WS-OPEN-TOTAL
              DISPLAY '  PAST POLICY      : ' WS-ITEMS-OVER-POLICY
              DISPLAY 'WORKED TODAY       : ' WS-WORKED-TODAY
              DISPLAY 'ACCOUNTS NOT AGREED: ' WS-ACCOUNTS-OUT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'SUSPAGE   ',
                  WS-ITEMS-READ, WS-ITEMS-OPEN,
                  WS-ITEMS-OVER-POLICY, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              A100-LOAD-SUSPENSE-POLICY.
              OPEN INPUT SUSPENSE-POLICY
              READ SUSPENSE-POLICY
                AT END
                  CONTINUE
                NOT AT END
                  IF SP-FEED-MAX-DAYS IS NUMERIC
                    MOVE SP-FEED-MAX-DAYS TO
                        WS-MAX-SUSPENSE-DAYS
                  END-IF
              END-READ
              CLOSE SUSPENSE-POLICY.

              B000-LOAD-SUSPENSE-ACCOUNTS.
              OPEN INPUT SUSPENSE-ACCOUNTS
              PERFORM UNTIL END-OF-SUSPENSE-ACCOUNTS
                READ SUSPENSE-ACCOUNTS
                  AT END
                    SET END-OF-SUSPENSE-ACCOUNTS TO TRUE
                  NOT AT END
                    MOVE SX-FEED-BRANCH-CODE TO WS-CURRENT-BRANCH
                    MOVE SX-FEED-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
                    PERFORM B300-FIND-ACCOUNT-ROW
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ACCOUNTS.

              *> CASHPROOF's B300 find-or-add, keyed on the
              *> suspense account - a full table leaves
              *> WS-SA-MATCH at zero and the item is still
              *> listed, just not summarized
              B300-FIND-ACCOUNT-ROW.
              MOVE 0 TO WS-SA-MATCH
              PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                  UNTIL WS-SA-IDX > WS-SA-COUNT
                IF WS-SA-ACCOUNT(WS-SA-IDX) = WS-CURRENT-ACCOUNT
                  MOVE WS-SA-IDX TO WS-SA-MATCH
                END-IF
              END-PERFORM
              IF WS-SA-MATCH = 0
                  AND WS-SA-COUNT < 30
                ADD 1 TO WS-SA-COUNT
                MOVE WS-SA-COUNT TO WS-SA-MATCH
                MOVE WS-CURRENT-BRANCH TO WS-SA-BRANCH(WS-SA-MATCH)
                MOVE WS-CURRENT-ACCOUNT TO
                    WS-SA-ACCOUNT(WS-SA-MATCH)
                MOVE 0 TO WS-SA-OPEN-COUNT(WS-SA-MATCH)
                MOVE 0 TO WS-SA-OPEN-AMOUNT(WS-SA-MATCH)
                MOVE 0 TO WS-SA-OVER-COUNT(WS-SA-MATCH)
                MOVE 0 TO WS-SA-OVER-AMOUNT(WS-SA-MATCH)
              END-IF.

              *> every open item is listed with its age; one
              *> older than the policy allows is flagged on the
              *> page and raised as severe
              C000-AGE-OPEN-ITEMS.
              MOVE 'OPEN ITEMS' TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN INPUT SUSPENSE-ITEMS
              PERFORM UNTIL END-OF-ITEMS
                READ SUSPENSE-ITEMS NEXT RECORD
                  AT END
                    SET END-OF-ITEMS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ITEMS-READ
                    IF SUSPENSE-ITEM-OPEN
                      PERFORM C100-AGE-ONE-ITEM
                    ELSE
                      IF SI-WORKED-DATE = WS-AGING-DATE
                        ADD 1 TO WS-WORKED-TODAY
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ITEMS
              IF WS-ITEMS-OPEN = 0
                MOVE '    NOTHING IN SUSPENSE' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF.

              C100-AGE-ONE-ITEM.
              ADD 1 TO WS-ITEMS-OPEN
              ADD SI-AMOUNT TO WS-OPEN-TOTAL
              COMPUTE WS-ITEM-AGE =
                  FUNCTION INTEGER-OF-DATE(WS-AGING-DATE)
                  - FUNCTION INTEGER-OF-DATE(SI-FILED-DATE)
              MOVE SI-BRANCH-CODE TO WS-CURRENT-BRANCH
              MOVE SI-SUSPENSE-ACCOUNT TO WS-CURRENT-ACCOUNT
              PERFORM B300-FIND-ACCOUNT-ROW
              IF WS-SA-MATCH > 0
                ADD 1 TO WS-SA-OPEN-COUNT(WS-SA-MATCH)
                ADD SI-AMOUNT TO WS-SA-OPEN-AMOUNT(WS-SA-MATCH)
              END-IF

              MOVE SI-BRANCH-CODE TO IL-BRANCH
              MOVE SI-ITEM-UID TO IL-UID
              MOVE SI-FILED-DATE TO IL-FILED-DATE
              MOVE WS-ITEM-AGE TO IL-AGE
              MOVE SI-AMOUNT TO IL-AMOUNT
              MOVE SI-ORIG-ACCOUNT-ID TO IL-ORIG-ACCOUNT
              IF SUSPENSE-ACCOUNT-CLOSED
                MOVE 'CLOSED' TO IL-REASON
              ELSE
                MOVE 'NO ACCOUNT' TO IL-REASON
              END-IF
              MOVE SI-ORIG-DESC TO IL-DESC
              MOVE SPACES TO IL-FLAG
              IF WS-ITEM-AGE > WS-MAX-SUSPENSE-DAYS
                ADD 1 TO WS-ITEMS-OVER-POLICY
                MOVE '*** OVERDUE' TO IL-FLAG
                IF WS-SA-MATCH > 0
                  ADD 1 TO WS-SA-OVER-COUNT(WS-SA-MATCH)
                  ADD SI-AMOUNT TO WS-SA-OVER-AMOUNT(WS-SA-MATCH)
                END-IF
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'SUSPENSE ITEM PAST POLICY - UID '
                    SI-ITEM-UID ' BRANCH ' SI-BRANCH-CODE
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'SUSPAGE ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF
              WRITE REPORT-LINE FROM WS-ITEM-LINE.

              *> per suspense account - what is open, what is
              *> past policy, and whether the open items add up
              *> to what the account actually holds
              D000-BRANCH-SUMMARY.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'SUSPENSE ACCOUNTS' TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN INPUT ACCOUNT-MASTER
              PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                  UNTIL WS-SA-IDX > WS-SA-COUNT
                PERFORM D100-PROVE-ONE-ACCOUNT
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'ITEMS IN SUSPENSE ' WS-ITEMS-OPEN
                  '  PAST POLICY ' WS-ITEMS-OVER-POLICY
                  '  WORKED TODAY ' WS-WORKED-TODAY
                  '  ACCOUNTS NOT AGREED ' WS-ACCOUNTS-OUT
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE.

              D100-PROVE-ONE-ACCOUNT.
              MOVE WS-SA-BRANCH(WS-SA-IDX) TO BL-BRANCH
              MOVE WS-SA-ACCOUNT(WS-SA-IDX) TO BL-ACCOUNT
              MOVE WS-SA-OPEN-COUNT(WS-SA-IDX) TO BL-OPEN-COUNT
              MOVE WS-SA-OPEN-AMOUNT(WS-SA-IDX) TO BL-OPEN-AMOUNT
              MOVE WS-SA-OVER-COUNT(WS-SA-IDX) TO BL-OVER-COUNT
              MOVE WS-SA-OVER-AMOUNT(WS-SA-IDX) TO BL-OVER-AMOUNT
              WRITE REPORT-LINE FROM WS-BRANCH-LINE
              MOVE WS-SA-ACCOUNT(WS-SA-IDX) TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 0 TO WS-MASTER-BALANCE
                  MOVE 'SUSPENSE ACCOUNT NOT ON MASTER'
                      TO PL-VERDICT
                NOT INVALID KEY
                  MOVE AM-BALANCE TO WS-MASTER-BALANCE
                  MOVE SPACES TO PL-VERDICT
              END-READ
              COMPUTE WS-DIFFERENCE = WS-MASTER-BALANCE
                  - WS-SA-OPEN-AMOUNT(WS-SA-IDX)
              IF WS-DIFFERENCE NOT = 0
                  OR PL-VERDICT NOT = SPACES
                ADD 1 TO WS-ACCOUNTS-OUT
                IF PL-VERDICT = SPACES
                  MOVE '*** DOES NOT AGREE TO ITEMS'
                      TO PL-VERDICT
                END-IF
                MOVE 'SUSPENSE ACCOUNT DOES NOT AGREE TO OPEN ITEMS'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'SUSPAGE ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              ELSE
                MOVE 'AGREES TO OPEN ITEMS' TO PL-VERDICT
              END-IF
              MOVE WS-MASTER-BALANCE TO PL-BALANCE
              MOVE WS-DIFFERENCE TO PL-DIFFERENCE
              WRITE REPORT-LINE FROM WS-PROOF-LINE.
