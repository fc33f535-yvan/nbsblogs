            IDENTIFICATION DIVISION.
            PROGRAM-ID. SODRPT.
            *> nightly segregation-of-duties audit report - each
            *> maker/checker gate enforces its own rule (CORRAPPR
            *> behind CORRSTG, HOLDREL behind TELLSCRN's park for
            *> the supervisor, DISPUTE's resolution behind its
            *> opening, FEERAPPR behind FEERREQ, OPERMNT's second
            *> administrator) but nothing checked the hands across
            *> them. For the business date (or a date given as
            *> the run parameter) this reads every approval the
            *> gates recorded - the maker/checker trail (see
            *> copybooks/MKCKTRL), the fee-refund register, and
            *> OPERMNT's operator journal - and reports:
            *>   - an operator who approved an item they
            *>     originated themselves
            *>   - an operator who approved work on their own
            *>     account, or the account of a customer they are
            *>     linked to (operator_links.txt, see
            *>     copybooks/OPRLINK, against the account master's
            *>     customer number)
            *>   - an operator whose own level or limit was
            *>     changed on a change they keyed or confirmed,
            *>     and two operators who confirmed changes for
            *>     each other on the same date
            *> Each violation prints with its trace: the journal
            *> entries posted under the item's UID (and any
            *> CORRPOST entry naming it), or the operator-journal
            *> record behind the change. Every violation also
            *> goes to EXCLOG as 'W' for the morning operator
            *> summary, and the page is stowed in the report
            *> repository
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL MAKER-CHECKER-LOG
                      ASSIGN TO 'maker_checker_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL FEE-REFUNDS
                      ASSIGN TO 'fee_refunds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FQ-FEE-UID.

                  SELECT OPTIONAL OPERATOR-JOURNAL
                      ASSIGN TO 'operator_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL OPERATOR-LINKS
                      ASSIGN TO 'operator_links.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read by account for the customer number
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT SOD-REPORT
                      ASSIGN TO 'sod_violations.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD MAKER-CHECKER-LOG.
                COPY MKCKTRL.

                FD FEE-REFUNDS.
                COPY FEERFND.

                *> same record OPERMNT journals (see opermnt.cbl)
                FD OPERATOR-JOURNAL.
                01 OPERATOR-JOURNAL-RECORD.
                  02 OJ-TIMESTAMP PIC 9(8).
                  02 OJ-ACTION PIC X(1).
                  02 OJ-KEYED-BY PIC X(8).
                  02 OJ-CONFIRMED-BY PIC X(8).
                  02 OJ-BEFORE-IMAGE PIC X(51).
                  02 OJ-AFTER-IMAGE PIC X(51).

                FD OPERATOR-LINKS.
                COPY OPRLINK.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD JOURNAL.
                COPY JOURNAL.

                FD SOD-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                *> report date - ACCEPT FROM COMMAND-LINE follows
                *> loops.cbl's run-parameter pattern; no parameter
                *> means the business date
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-LOG-EOF PIC X VALUE 'N'.
                    88 END-OF-LOG VALUE 'Y'.
                  05 WS-REFUND-EOF PIC X VALUE 'N'.
                    88 END-OF-REFUNDS VALUE 'Y'.
                  05 WS-OPER-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-OPER-JOURNAL VALUE 'Y'.
                  05 WS-LINKS-EOF PIC X VALUE 'N'.
                    88 END-OF-LINKS VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> an operator row as OPERMNT images it on the
                *> operator journal (see opermnt.cbl)
                01 WS-OPERATOR-IMAGE.
                  05 OI-ID PIC X(8).
                  05 OI-NAME PIC X(30).
                  05 OI-LEVEL PIC 9(1).
                  05 OI-BRANCH PIC X(4).
                  05 OI-LIMIT PIC 9(6)V9(2).

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

                *> every operator-to-customer link
                01 WS-LINK-COUNT PIC 9(4) VALUE 0.
                01 WS-LINK-TABLE.
                  05 WS-LINK-ENTRY OCCURS 1000 TIMES.
                    10 WS-LK-OPERATOR PIC X(8).
                    10 WS-LK-CUSTOMER PIC 9(7).
                    10 WS-LK-RELATION PIC X(1).
                01 WS-LINK-IDX PIC 9(4).
                01 WS-LINK-MATCH PIC 9(4).

                *> who originated each item still on the trail -
                *> the latest origination of a type and key wins
                01 WS-ORIGIN-COUNT PIC 9(4) VALUE 0.
                01 WS-ORIGIN-TABLE.
                  05 WS-ORIGIN-ENTRY OCCURS 3000 TIMES.
                    10 WS-OR-ITEM-TYPE PIC X(4).
                    10 WS-OR-ITEM-KEY PIC 9(5).
                    10 WS-OR-OPERATOR PIC X(8).
                01 WS-ORIGIN-IDX PIC 9(4).
                01 WS-ORIGIN-MATCH PIC 9(4).

                *> the approval in hand, whichever gate it came
                *> from
                01 WS-CHECK-SOURCE PIC X(8).
                01 WS-CHECK-ITEM-TYPE PIC X(4).
                01 WS-CHECK-ITEM-KEY PIC 9(5).
                01 WS-CHECK-UID PIC 9(5).
                01 WS-CHECK-UID-2 PIC 9(5).
                01 WS-CHECK-ACCOUNT PIC S9(7).
                01 WS-CHECK-MAKER PIC X(8).
                01 WS-CHECK-CHECKER PIC X(8).
                01 WS-CHECK-CUSTOMER PIC 9(7).

                *> the date's level and limit changes off the
                *> operator journal
                01 WS-GRANT-COUNT PIC 9(3) VALUE 0.
                01 WS-GRANT-TABLE.
                  05 WS-GRANT-ENTRY OCCURS 300 TIMES.
                    10 WS-GT-ACTION PIC X(1).
                    10 WS-GT-TARGET PIC X(8).
                    10 WS-GT-KEYED PIC X(8).
                    10 WS-GT-CONFIRMED PIC X(8).
                    10 WS-GT-BEFORE-LEVEL PIC 9(1).
                    10 WS-GT-AFTER-LEVEL PIC 9(1).
                    10 WS-GT-BEFORE-LIMIT PIC 9(6)V9(2).
                    10 WS-GT-AFTER-LIMIT PIC 9(6)V9(2).
                01 WS-GRANT-IDX PIC 9(3).
                01 WS-GRANT-SCAN PIC 9(3).

                *> one row per violation found
                01 WS-VIOLATION-COUNT PIC 9(3) VALUE 0.
                01 WS-VIOLATION-TABLE.
                  05 WS-VIOLATION-ENTRY OCCURS 500 TIMES.
                    *> M originated and approved, S own account,
                    *> L linked customer, G self-granted change,
                    *> R reciprocal changes
                    10 WS-VT-KIND PIC X(1).
                    10 WS-VT-SOURCE PIC X(8).
                    10 WS-VT-ITEM-TYPE PIC X(4).
                    10 WS-VT-ITEM-KEY PIC 9(5).
                    10 WS-VT-UID PIC 9(5).
                    10 WS-VT-UID-2 PIC 9(5).
                    10 WS-VT-ACCOUNT PIC S9(7).
                    10 WS-VT-MAKER PIC X(8).
                    10 WS-VT-CHECKER PIC X(8).
                    10 WS-VT-CUSTOMER PIC 9(7).
                    10 WS-VT-GRANT PIC 9(3).
                    10 WS-VT-GRANT-2 PIC 9(3).
                01 WS-VIOLATION-IDX PIC 9(3).
                01 WS-VIOLATIONS-DROPPED PIC 9(5) VALUE 0.
                01 WS-NEW-KIND PIC X(1).

                *> the journal entries behind each violation
                01 WS-TRACE-COUNT PIC 9(4) VALUE 0.
                01 WS-TRACE-TABLE.
                  05 WS-TRACE-ENTRY OCCURS 2000 TIMES.
                    10 WS-TR-VIOLATION PIC 9(3).
                    10 WS-TR-DATE PIC 9(8).
                    10 WS-TR-OPERATION PIC X(7).
                    10 WS-TR-OPERATOR PIC X(8).
                    10 WS-TR-UID PIC 9(5).
                    10 WS-TR-AMOUNT PIC S9(6)V9(2).
                01 WS-TRACE-IDX PIC 9(4).
                01 WS-TRACES-FOUND PIC 9(4).

                01 WS-KIND-TEXT PIC X(30).
                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-VIOLATION-LINE.
                  05 FILLER PIC X(10) VALUE 'VIOLATION '.
                  05 VL-NUMBER PIC ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 VL-KIND PIC X(30).
                  05 FILLER PIC X(10) VALUE 'OPERATOR '.
                  05 VL-OPERATOR PIC X(8).
                01 WS-ITEM-LINE.
                  05 FILLER PIC X(8) VALUE '   ITEM '.
                  05 IL-ITEM-TYPE PIC X(4).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 IL-ITEM-KEY PIC 9(5).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 IL-UID PIC 9(5).
                  05 FILLER PIC X(9) VALUE ' ACCOUNT '.
                  05 IL-ACCOUNT PIC 9(7).
                  05 FILLER PIC X(15) VALUE ' ORIGINATED BY '.
                  05 IL-MAKER PIC X(8).
                  05 FILLER PIC X(13) VALUE ' APPROVED BY '.
                  05 IL-CHECKER PIC X(8).
                  05 FILLER PIC X(4) VALUE ' IN '.
                  05 IL-SOURCE PIC X(8).
                01 WS-TRACE-LINE.
                  05 FILLER PIC X(11) VALUE '   JOURNAL '.
                  05 TL-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 TL-OPERATION PIC X(7).
                  05 FILLER PIC X(5) VALUE ' UID '.
                  05 TL-UID PIC 9(5).
                  05 FILLER PIC X(8) VALUE ' AMOUNT '.
                  05 TL-AMOUNT PIC -ZZZ,ZZ9.99.
                  05 FILLER PIC X(4) VALUE ' BY '.
                  05 TL-OPERATOR PIC X(8).
                01 WS-GRANT-LINE.
                  05 FILLER PIC X(20) VALUE
                      '   OPERATOR JOURNAL '.
                  05 GL-DATE PIC 9(8).
                  05 FILLER PIC X(8) VALUE ' ACTION '.
                  05 GL-ACTION PIC X(1).
                  05 FILLER PIC X(8) VALUE ' TARGET '.
                  05 GL-TARGET PIC X(8).
                  05 FILLER PIC X(10) VALUE ' KEYED BY '.
                  05 GL-KEYED PIC X(8).
                  05 FILLER PIC X(14) VALUE ' CONFIRMED BY '.
                  05 GL-CONFIRMED PIC X(8).
                  05 FILLER PIC X(7) VALUE ' LEVEL '.
                  05 GL-BEFORE-LEVEL PIC 9(1).
                  05 FILLER PIC X(1) VALUE '>'.
                  05 GL-AFTER-LEVEL PIC 9(1).
                  05 FILLER PIC X(7) VALUE ' LIMIT '.
                  05 GL-BEFORE-LIMIT PIC ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE '>'.
                  05 GL-AFTER-LIMIT PIC ZZZ,ZZ9.99.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-APPROVALS-CHECKED PIC 9(7) VALUE 0.
                  05 WS-CHANGES-CHECKED PIC 9(7) VALUE 0.
                  05 WS-RECORDS-CHECKED PIC 9(7) VALUE 0.
                  05 WS-VIOLATIONS-FOUND PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B000-LOAD-OPERATOR-LINKS
              OPEN INPUT ACCOUNT-MASTER
              PERFORM B100-CHECK-MAKER-CHECKER-LOG
              PERFORM B200-CHECK-FEE-REFUNDS
              CLOSE ACCOUNT-MASTER
              PERFORM B300-CHECK-OPERATOR-CHANGES
              PERFORM B400-FIND-RECIPROCAL-GRANTS
              PERFORM D000-TRACE-JOURNAL
              PERFORM E000-PRINT-REPORT

              MOVE WS-VIOLATION-COUNT TO WS-VIOLATIONS-FOUND
              COMPUTE WS-RECORDS-CHECKED =
                  WS-APPROVALS-CHECKED + WS-CHANGES-CHECKED
              DISPLAY '=========================================='
              DISPLAY 'SODRPT - END OF JOB SUMMARY'
              DISPLAY 'REPORT DATE       : ' WS-REPORT-DATE
              DISPLAY 'APPROVALS CHECKED : ' WS-APPROVALS-CHECKED
              DISPLAY 'OPERATOR CHANGES  : ' WS-CHANGES-CHECKED
              DISPLAY 'VIOLATIONS        : ' WS-VIOLATIONS-FOUND
              IF WS-VIOLATIONS-DROPPED > 0
                DISPLAY 'NOT REPORTED, FULL: '
                    WS-VIOLATIONS-DROPPED
              END-IF
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'SODRPT    ',
                  WS-RECORDS-CHECKED, WS-VIOLATIONS-FOUND,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-OPERATOR-LINKS.
              OPEN INPUT OPERATOR-LINKS
              PERFORM UNTIL END-OF-LINKS
                READ OPERATOR-LINKS
                  AT END
                    SET END-OF-LINKS TO TRUE
                  NOT AT END
                    IF WS-LINK-COUNT < 1000
                      ADD 1 TO WS-LINK-COUNT
                      MOVE OL-OPERATOR-ID TO
                          WS-LK-OPERATOR(WS-LINK-COUNT)
                      MOVE OL-CUSTOMER-NUMBER TO
                          WS-LK-CUSTOMER(WS-LINK-COUNT)
                      MOVE OL-RELATION TO
                          WS-LK-RELATION(WS-LINK-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE OPERATOR-LINKS.

              *> the trail is in the order things happened, so
              *> an approval always finds its item's origination
              *> already noted, whatever day that was
              B100-CHECK-MAKER-CHECKER-LOG.
              OPEN INPUT MAKER-CHECKER-LOG
              PERFORM UNTIL END-OF-LOG
                READ MAKER-CHECKER-LOG
                  AT END
                    SET END-OF-LOG TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                      WHEN MC-ORIGINATED
                        PERFORM B110-NOTE-ORIGINATION
                      WHEN MC-APPROVED
                          AND MC-DATE = WS-REPORT-DATE
                        PERFORM B120-TAKE-TRAIL-APPROVAL
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE MAKER-CHECKER-LOG.

              B110-NOTE-ORIGINATION.
              PERFORM X000-FIND-ORIGIN
              IF WS-ORIGIN-MATCH = 0
                IF WS-ORIGIN-COUNT >= 3000
                  EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-ORIGIN-COUNT
                MOVE WS-ORIGIN-COUNT TO WS-ORIGIN-MATCH
                MOVE MC-ITEM-TYPE TO
                    WS-OR-ITEM-TYPE(WS-ORIGIN-MATCH)
                MOVE MC-ITEM-KEY TO WS-OR-ITEM-KEY(WS-ORIGIN-MATCH)
              END-IF
              MOVE MC-OPERATOR-ID TO WS-OR-OPERATOR(WS-ORIGIN-MATCH).

              B120-TAKE-TRAIL-APPROVAL.
              PERFORM X000-FIND-ORIGIN
              MOVE MC-PROGRAM TO WS-CHECK-SOURCE
              MOVE MC-ITEM-TYPE TO WS-CHECK-ITEM-TYPE
              MOVE MC-ITEM-KEY TO WS-CHECK-ITEM-KEY
              MOVE MC-UID TO WS-CHECK-UID
              MOVE 0 TO WS-CHECK-UID-2
              MOVE MC-ACCOUNT-ID TO WS-CHECK-ACCOUNT
              MOVE MC-OPERATOR-ID TO WS-CHECK-CHECKER
              IF WS-ORIGIN-MATCH > 0
                MOVE WS-OR-OPERATOR(WS-ORIGIN-MATCH) TO
                    WS-CHECK-MAKER
              ELSE
                MOVE SPACES TO WS-CHECK-MAKER
              END-IF
              PERFORM C000-CHECK-APPROVAL.

              *> FEERREQ and FEERAPPR keep both hands on the
              *> register row itself
              B200-CHECK-FEE-REFUNDS.
              OPEN INPUT FEE-REFUNDS
              MOVE 0 TO FQ-FEE-UID
              START FEE-REFUNDS KEY IS NOT LESS THAN FQ-FEE-UID
                INVALID KEY
                  SET END-OF-REFUNDS TO TRUE
              END-START
              PERFORM UNTIL END-OF-REFUNDS
                READ FEE-REFUNDS NEXT RECORD
                  AT END
                    SET END-OF-REFUNDS TO TRUE
                  NOT AT END
                    IF (REFUND-APPROVED OR REFUND-APPLIED)
                        AND FQ-DECIDED-DATE = WS-REPORT-DATE
                      PERFORM B210-TAKE-REFUND-APPROVAL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FEE-REFUNDS.

              B210-TAKE-REFUND-APPROVAL.
              MOVE 'FEERAPPR' TO WS-CHECK-SOURCE
              MOVE 'FEER' TO WS-CHECK-ITEM-TYPE
              MOVE FQ-FEE-UID TO WS-CHECK-ITEM-KEY
              MOVE FQ-FEE-UID TO WS-CHECK-UID
              MOVE FQ-REFUND-UID TO WS-CHECK-UID-2
              MOVE FQ-ACCOUNT-ID TO WS-CHECK-ACCOUNT
              MOVE FQ-REQUESTED-BY TO WS-CHECK-MAKER
              MOVE FQ-DECIDED-BY TO WS-CHECK-CHECKER
              PERFORM C000-CHECK-APPROVAL.

              *> the date's adds and level changes - revocations
              *> grant nothing
              B300-CHECK-OPERATOR-CHANGES.
              OPEN INPUT OPERATOR-JOURNAL
              PERFORM UNTIL END-OF-OPER-JOURNAL
                READ OPERATOR-JOURNAL
                  AT END
                    SET END-OF-OPER-JOURNAL TO TRUE
                  NOT AT END
                    IF OJ-TIMESTAMP = WS-REPORT-DATE
                        AND (OJ-ACTION = 'A' OR OJ-ACTION = 'L')
                      ADD 1 TO WS-CHANGES-CHECKED
                      PERFORM B310-TAKE-OPERATOR-CHANGE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE OPERATOR-JOURNAL.

              B310-TAKE-OPERATOR-CHANGE.
              IF WS-GRANT-COUNT >= 300
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GRANT-COUNT
              MOVE WS-GRANT-COUNT TO WS-GRANT-IDX
              MOVE OJ-ACTION TO WS-GT-ACTION(WS-GRANT-IDX)
              MOVE OJ-KEYED-BY TO WS-GT-KEYED(WS-GRANT-IDX)
              MOVE OJ-CONFIRMED-BY TO WS-GT-CONFIRMED(WS-GRANT-IDX)
              MOVE 0 TO WS-GT-BEFORE-LEVEL(WS-GRANT-IDX)
              MOVE 0 TO WS-GT-BEFORE-LIMIT(WS-GRANT-IDX)
              IF OJ-BEFORE-IMAGE NOT = SPACES
                MOVE OJ-BEFORE-IMAGE TO WS-OPERATOR-IMAGE
                MOVE OI-LEVEL TO WS-GT-BEFORE-LEVEL(WS-GRANT-IDX)
                MOVE OI-LIMIT TO WS-GT-BEFORE-LIMIT(WS-GRANT-IDX)
              END-IF
              MOVE OJ-AFTER-IMAGE TO WS-OPERATOR-IMAGE
              MOVE OI-ID TO WS-GT-TARGET(WS-GRANT-IDX)
              MOVE OI-LEVEL TO WS-GT-AFTER-LEVEL(WS-GRANT-IDX)
              MOVE OI-LIMIT TO WS-GT-AFTER-LIMIT(WS-GRANT-IDX)
              IF WS-GT-TARGET(WS-GRANT-IDX) =
                  WS-GT-KEYED(WS-GRANT-IDX)
                  OR WS-GT-TARGET(WS-GRANT-IDX) =
                    WS-GT-CONFIRMED(WS-GRANT-IDX)
                MOVE 'G' TO WS-NEW-KIND
                PERFORM C100-ADD-VIOLATION
                IF WS-VIOLATION-IDX > 0
                  MOVE 'OPERMNT ' TO WS-VT-SOURCE(WS-VIOLATION-IDX)
                  MOVE WS-GT-TARGET(WS-GRANT-IDX) TO
                      WS-VT-CHECKER(WS-VIOLATION-IDX)
                  MOVE WS-GRANT-IDX TO
                      WS-VT-GRANT(WS-VIOLATION-IDX)
                END-IF
              END-IF.

              *> two operators who each had a hand in the other's
              *> change the same day granted themselves by proxy
              B400-FIND-RECIPROCAL-GRANTS.
              PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                  UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                PERFORM VARYING WS-GRANT-SCAN FROM WS-GRANT-IDX
                    BY 1 UNTIL WS-GRANT-SCAN > WS-GRANT-COUNT
                  IF WS-GT-TARGET(WS-GRANT-IDX) NOT =
                      WS-GT-TARGET(WS-GRANT-SCAN)
                    PERFORM B410-CHECK-GRANT-PAIR
                  END-IF
                END-PERFORM
              END-PERFORM.

              B410-CHECK-GRANT-PAIR.
              IF (WS-GT-TARGET(WS-GRANT-IDX) =
                  WS-GT-KEYED(WS-GRANT-SCAN)
                  OR WS-GT-TARGET(WS-GRANT-IDX) =
                    WS-GT-CONFIRMED(WS-GRANT-SCAN))
                  AND (WS-GT-TARGET(WS-GRANT-SCAN) =
                    WS-GT-KEYED(WS-GRANT-IDX)
                    OR WS-GT-TARGET(WS-GRANT-SCAN) =
                      WS-GT-CONFIRMED(WS-GRANT-IDX))
                MOVE 'R' TO WS-NEW-KIND
                PERFORM C100-ADD-VIOLATION
                IF WS-VIOLATION-IDX > 0
                  MOVE 'OPERMNT ' TO WS-VT-SOURCE(WS-VIOLATION-IDX)
                  MOVE WS-GT-TARGET(WS-GRANT-IDX) TO
                      WS-VT-CHECKER(WS-VIOLATION-IDX)
                  MOVE WS-GT-TARGET(WS-GRANT-SCAN) TO
                      WS-VT-MAKER(WS-VIOLATION-IDX)
                  MOVE WS-GRANT-IDX TO
                      WS-VT-GRANT(WS-VIOLATION-IDX)
                  MOVE WS-GRANT-SCAN TO
                      WS-VT-GRANT-2(WS-VIOLATION-IDX)
                END-IF
              END-IF.

              *> one approval, from whichever gate - the same
              *> hands on both sides, then the approver's ties to
              *> the account's customer
              C000-CHECK-APPROVAL.
              ADD 1 TO WS-APPROVALS-CHECKED
              IF WS-CHECK-CHECKER = SPACES
                EXIT PARAGRAPH
              END-IF
              IF WS-CHECK-MAKER = WS-CHECK-CHECKER
                MOVE 'M' TO WS-NEW-KIND
                MOVE 0 TO WS-CHECK-CUSTOMER
                PERFORM C100-ADD-VIOLATION
                PERFORM C110-FILL-ITEM-VIOLATION
              END-IF
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE WS-CHECK-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER OR AM-CUSTOMER-NUMBER = 0
                EXIT PARAGRAPH
              END-IF
              MOVE AM-CUSTOMER-NUMBER TO WS-CHECK-CUSTOMER
              MOVE 0 TO WS-LINK-MATCH
              PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                  UNTIL WS-LINK-IDX > WS-LINK-COUNT
                IF WS-LK-OPERATOR(WS-LINK-IDX) = WS-CHECK-CHECKER
                    AND WS-LK-CUSTOMER(WS-LINK-IDX) =
                      WS-CHECK-CUSTOMER
                  MOVE WS-LINK-IDX TO WS-LINK-MATCH
                END-IF
              END-PERFORM
              IF WS-LINK-MATCH > 0
                IF WS-LK-RELATION(WS-LINK-MATCH) = 'S'
                  MOVE 'S' TO WS-NEW-KIND
                ELSE
                  MOVE 'L' TO WS-NEW-KIND
                END-IF
                PERFORM C100-ADD-VIOLATION
                PERFORM C110-FILL-ITEM-VIOLATION
              END-IF.

              *> a new violation row - WS-VIOLATION-IDX is zero
              *> when the table is full
              C100-ADD-VIOLATION.
              MOVE 0 TO WS-VIOLATION-IDX
              IF WS-VIOLATION-COUNT >= 500
                ADD 1 TO WS-VIOLATIONS-DROPPED
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VIOLATION-COUNT
              MOVE WS-VIOLATION-COUNT TO WS-VIOLATION-IDX
              MOVE WS-NEW-KIND TO WS-VT-KIND(WS-VIOLATION-IDX)
              MOVE SPACES TO WS-VT-SOURCE(WS-VIOLATION-IDX)
              MOVE SPACES TO WS-VT-ITEM-TYPE(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-ITEM-KEY(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-UID(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-UID-2(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-ACCOUNT(WS-VIOLATION-IDX)
              MOVE SPACES TO WS-VT-MAKER(WS-VIOLATION-IDX)
              MOVE SPACES TO WS-VT-CHECKER(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-CUSTOMER(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-GRANT(WS-VIOLATION-IDX)
              MOVE 0 TO WS-VT-GRANT-2(WS-VIOLATION-IDX).

              C110-FILL-ITEM-VIOLATION.
              IF WS-VIOLATION-IDX = 0
                EXIT PARAGRAPH
              END-IF
              MOVE WS-CHECK-SOURCE TO WS-VT-SOURCE(WS-VIOLATION-IDX)
              MOVE WS-CHECK-ITEM-TYPE TO
                  WS-VT-ITEM-TYPE(WS-VIOLATION-IDX)
              MOVE WS-CHECK-ITEM-KEY TO
                  WS-VT-ITEM-KEY(WS-VIOLATION-IDX)
              MOVE WS-CHECK-UID TO WS-VT-UID(WS-VIOLATION-IDX)
              MOVE WS-CHECK-UID-2 TO WS-VT-UID-2(WS-VIOLATION-IDX)
              MOVE WS-CHECK-ACCOUNT TO
                  WS-VT-ACCOUNT(WS-VIOLATION-IDX)
              MOVE WS-CHECK-MAKER TO WS-VT-MAKER(WS-VIOLATION-IDX)
              MOVE WS-CHECK-CHECKER TO
                  WS-VT-CHECKER(WS-VIOLATION-IDX)
              MOVE WS-CHECK-CUSTOMER TO
                  WS-VT-CUSTOMER(WS-VIOLATION-IDX).

              *> every journal entry posted under a violation's
              *> UID, and every CORRPOST entry naming it
              D000-TRACE-JOURNAL.
              IF WS-VIOLATION-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    MOVE JN-TRANSACTION-IMAGE TO WS-JOURNAL-IMAGE
                    MOVE 0 TO WS-CORRECTED-UID
                    IF JI-DESC(1:12) = 'CORR OF UID '
                      MOVE JI-DESC(13:5) TO WS-CORRECTED-UID-TEXT
                      IF WS-CORRECTED-UID-TEXT IS NOT NUMERIC
                        MOVE 0 TO WS-CORRECTED-UID
                      END-IF
                    END-IF
                    PERFORM D100-MATCH-JOURNAL-ENTRY
                END-READ
              END-PERFORM
              CLOSE JOURNAL.

              D100-MATCH-JOURNAL-ENTRY.
              PERFORM VARYING WS-VIOLATION-IDX FROM 1 BY 1
                  UNTIL WS-VIOLATION-IDX > WS-VIOLATION-COUNT
                IF WS-VT-UID(WS-VIOLATION-IDX) > 0
                    AND (JI-UID = WS-VT-UID(WS-VIOLATION-IDX)
                      OR JI-UID = WS-VT-UID-2(WS-VIOLATION-IDX)
                      OR WS-CORRECTED-UID =
                        WS-VT-UID(WS-VIOLATION-IDX))
                    AND WS-TRACE-COUNT < 2000
                  ADD 1 TO WS-TRACE-COUNT
                  MOVE WS-VIOLATION-IDX TO
                      WS-TR-VIOLATION(WS-TRACE-COUNT)
                  MOVE JN-TIMESTAMP TO WS-TR-DATE(WS-TRACE-COUNT)
                  MOVE JN-OPERATION TO
                      WS-TR-OPERATION(WS-TRACE-COUNT)
                  MOVE JN-OPERATOR-ID TO
                      WS-TR-OPERATOR(WS-TRACE-COUNT)
                  MOVE JI-UID TO WS-TR-UID(WS-TRACE-COUNT)
                  MOVE JI-AMOUNT TO WS-TR-AMOUNT(WS-TRACE-COUNT)
                END-IF
              END-PERFORM.

              E000-PRINT-REPORT.
              OPEN OUTPUT SOD-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'SEGREGATION-OF-DUTIES VIOLATIONS FOR '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-VIOLATION-IDX FROM 1 BY 1
                  UNTIL WS-VIOLATION-IDX > WS-VIOLATION-COUNT
                PERFORM E100-PRINT-ONE-VIOLATION
              END-PERFORM
              IF WS-VIOLATION-COUNT = 0
                MOVE 'NO VIOLATIONS FOUND' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING 'APPROVALS CHECKED ' WS-APPROVALS-CHECKED
                  '  OPERATOR CHANGES CHECKED ' WS-CHANGES-CHECKED
                  '  VIOLATIONS ' WS-VIOLATION-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE SOD-REPORT
              CALL 'RPTSTOW' USING 'SODRPT      ',
                  'sod_violations.txt                      '
              END-CALL.

              E100-PRINT-ONE-VIOLATION.
              EVALUATE WS-VT-KIND(WS-VIOLATION-IDX)
                WHEN 'M'
                  MOVE 'ORIGINATED AND APPROVED' TO WS-KIND-TEXT
                WHEN 'S'
                  MOVE 'APPROVED OWN ACCOUNT' TO WS-KIND-TEXT
                WHEN 'L'
                  MOVE 'APPROVED LINKED CUSTOMER' TO WS-KIND-TEXT
                WHEN 'G'
                  MOVE 'SELF-GRANTED LEVEL/LIMIT' TO WS-KIND-TEXT
                WHEN OTHER
                  MOVE 'RECIPROCAL LEVEL/LIMIT GRANT' TO
                      WS-KIND-TEXT
              END-EVALUATE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-VIOLATION-IDX TO VL-NUMBER
              MOVE WS-KIND-TEXT TO VL-KIND
              MOVE WS-VT-CHECKER(WS-VIOLATION-IDX) TO VL-OPERATOR
              WRITE REPORT-LINE FROM WS-VIOLATION-LINE
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'SOD VIOLATION ' WS-KIND-TEXT ' '
                  WS-VT-CHECKER(WS-VIOLATION-IDX)
                  DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'SODRPT  ', 'W', WS-EXC-MESSAGE
              END-CALL
              IF WS-VT-GRANT(WS-VIOLATION-IDX) > 0
                MOVE WS-VT-GRANT(WS-VIOLATION-IDX) TO WS-GRANT-IDX
                PERFORM E300-PRINT-GRANT
                IF WS-VT-GRANT-2(WS-VIOLATION-IDX) > 0
                  MOVE WS-VT-GRANT-2(WS-VIOLATION-IDX) TO
                      WS-GRANT-IDX
                  PERFORM E300-PRINT-GRANT
                END-IF
                EXIT PARAGRAPH
              END-IF
              MOVE WS-VT-ITEM-TYPE(WS-VIOLATION-IDX) TO IL-ITEM-TYPE
              MOVE WS-VT-ITEM-KEY(WS-VIOLATION-IDX) TO IL-ITEM-KEY
              MOVE WS-VT-UID(WS-VIOLATION-IDX) TO IL-UID
              MOVE WS-VT-ACCOUNT(WS-VIOLATION-IDX) TO IL-ACCOUNT
              MOVE WS-VT-MAKER(WS-VIOLATION-IDX) TO IL-MAKER
              MOVE WS-VT-CHECKER(WS-VIOLATION-IDX) TO IL-CHECKER
              MOVE WS-VT-SOURCE(WS-VIOLATION-IDX) TO IL-SOURCE
              WRITE REPORT-LINE FROM WS-ITEM-LINE
              IF WS-VT-CUSTOMER(WS-VIOLATION-IDX) > 0
                MOVE SPACES TO REPORT-LINE
                STRING '   CUSTOMER ' WS-VT-CUSTOMER(WS-VIOLATION-IDX)
                    ' IS ON THE APPROVER''S OPERATOR LINKS'
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
              END-IF
              PERFORM E200-PRINT-TRACE.

              E200-PRINT-TRACE.
              MOVE 0 TO WS-TRACES-FOUND
              PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                  UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                IF WS-TR-VIOLATION(WS-TRACE-IDX) = WS-VIOLATION-IDX
                  ADD 1 TO WS-TRACES-FOUND
                  MOVE WS-TR-DATE(WS-TRACE-IDX) TO TL-DATE
                  MOVE WS-TR-OPERATION(WS-TRACE-IDX) TO
                      TL-OPERATION
                  MOVE WS-TR-UID(WS-TRACE-IDX) TO TL-UID
                  MOVE WS-TR-AMOUNT(WS-TRACE-IDX) TO TL-AMOUNT
                  MOVE WS-TR-OPERATOR(WS-TRACE-IDX) TO TL-OPERATOR
                  WRITE REPORT-LINE FROM WS-TRACE-LINE
                END-IF
              END-PERFORM
              *> a correction approved tonight posts when CORRPOST
              *> runs - the trail row is the only trace until then
              IF WS-TRACES-FOUND = 0
                MOVE SPACES TO REPORT-LINE
                STRING '   NO JOURNAL ENTRY YET UNDER UID '
                    WS-VT-UID(WS-VIOLATION-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
              END-IF.

              E300-PRINT-GRANT.
              MOVE WS-REPORT-DATE TO GL-DATE
              MOVE WS-GT-ACTION(WS-GRANT-IDX) TO GL-ACTION
              MOVE WS-GT-TARGET(WS-GRANT-IDX) TO GL-TARGET
              MOVE WS-GT-KEYED(WS-GRANT-IDX) TO GL-KEYED
              MOVE WS-GT-CONFIRMED(WS-GRANT-IDX) TO GL-CONFIRMED
              MOVE WS-GT-BEFORE-LEVEL(WS-GRANT-IDX) TO
                  GL-BEFORE-LEVEL
              MOVE WS-GT-AFTER-LEVEL(WS-GRANT-IDX) TO GL-AFTER-LEVEL
              MOVE WS-GT-BEFORE-LIMIT(WS-GRANT-IDX) TO
                  GL-BEFORE-LIMIT
              MOVE WS-GT-AFTER-LIMIT(WS-GRANT-IDX) TO GL-AFTER-LIMIT
              WRITE REPORT-LINE FROM WS-GRANT-LINE.

              X000-FIND-ORIGIN.
              MOVE 0 TO WS-ORIGIN-MATCH
              PERFORM VARYING WS-ORIGIN-IDX FROM 1 BY 1
                  UNTIL WS-ORIGIN-IDX > WS-ORIGIN-COUNT
                IF WS-OR-ITEM-TYPE(WS-ORIGIN-IDX) = MC-ITEM-TYPE
                    AND WS-OR-ITEM-KEY(WS-ORIGIN-IDX) = MC-ITEM-KEY
                  MOVE WS-ORIGIN-IDX TO WS-ORIGIN-MATCH
                END-IF
              END-PERFORM.
