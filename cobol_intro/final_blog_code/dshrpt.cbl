            IDENTIFICATION DIVISION.
            PROGRAM-ID. DSHRPT.
            *> dishonoured deposited items by depositor - every
            *> cheque RTNITEM charged back within the report
            *> window (returned_item_control.txt, 90 days if not
            *> set) listed under the customer who deposited it,
            *> the master's customer number, and the account it
            *> went into, with a subtotal for each depositor. An
            *> account with no customer number stands as its own
            *> depositor. A depositor whose cheques came back as
            *> often as the referral count (2 if not set) is
            *> flagged REFERRED and each of their accounts that
            *> took a returned item is filed on the compliance
            *> case file through CASEFILE (source 'R'), unless a
            *> returned-deposit case on it is still open, so
            *> RISKRATE's case count and the kiting work see a
            *> depositor whose paper does not clear. The items
            *> are put in depositor order by the SORT verb, with
            *> an INPUT PROCEDURE choosing the window's returns
            *> as TRANLOAD's partition sort does, and the page is
            *> stowed in the report repository. Run parameter is
            *> the as-at date (CCYYMMDD), LGLRPT's parse; no
            *> parameter means the business date
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL RETURN-ITEM-CONTROL
                      ASSIGN TO 'returned_item_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DEPOSITED-ITEMS
                      ASSIGN TO 'deposited_items.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT SORT-WORK-FILE
                      ASSIGN TO 'dshrpt_sortwk.tmp'.

                  SELECT RETURNS-SORTED
                      ASSIGN TO 'dshrpt_sorted.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT DISHONOUR-REPORT
                      ASSIGN TO 'dishonoured_items.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                *> same row RTNITEM reads
                FD RETURN-ITEM-CONTROL.
                01 RETURN-ITEM-CONTROL-RECORD.
                  02 RC-HOLD-EXTEND-DAYS PIC 9(2).
                  02 RC-REPORT-WINDOW-DAYS PIC 9(3).
                  02 RC-REFER-COUNT PIC 9(2).

                FD DEPOSITED-ITEMS.
                COPY DEPITEM.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                *> the register row behind its depositor and
                *> account for the sort key
                SD SORT-WORK-FILE.
                01 SORT-RECORD.
                  02 SR-DEPOSITOR PIC 9(7).
                  02 SR-ACCOUNT-ID PIC 9(7).
                  02 SR-RETURN-DATE PIC 9(8).
                  02 SR-ITEM-IMAGE PIC X(89).

                FD RETURNS-SORTED.
                01 RETURNS-SORTED-RECORD.
                  02 RS-DEPOSITOR PIC 9(7).
                  02 RS-ACCOUNT-ID PIC 9(7).
                  02 RS-RETURN-DATE PIC 9(8).
                  02 RS-ITEM-IMAGE PIC X(89).

                FD DISHONOUR-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-ITEMS-EOF PIC X VALUE 'N'.
                    88 END-OF-ITEMS VALUE 'Y'.
                  05 WS-SORTED-EOF PIC X VALUE 'N'.
                    88 END-OF-SORTED VALUE 'Y'.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-CASE-ALREADY-OPEN PIC X VALUE 'N'.
                    88 RETURN-CASE-OPEN VALUE 'Y'.

                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-WINDOW-START PIC 9(8).

                *> how far back returns are reported, and how
                *> many returns refer a depositor - overridden by
                *> the control file
                01 WS-WINDOW-DAYS PIC 9(3) VALUE 90.
                01 WS-REFER-COUNT PIC 9(2) VALUE 2.

                *> accounts already carrying an open returned-
                *> deposit case - KITESCRN's bound
                01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
                01 WS-OPEN-TABLE.
                  05 WS-OPEN-ACCOUNT OCCURS 1000 TIMES PIC S9(7).
                01 WS-OPEN-IDX PIC 9(4).

                *> the depositor being totalled, and each of
                *> their accounts that took a return
                01 WS-CURRENT-DEPOSITOR PIC 9(7) VALUE 0.
                01 WS-DEPOSITOR-ITEMS PIC 9(5) VALUE 0.
                01 WS-DEPOSITOR-AMOUNT PIC 9(9)V9(2) VALUE 0.
                01 WS-DEP-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                01 WS-DEP-ACCOUNT-TABLE.
                  05 WS-DEP-ACCOUNT-ENTRY OCCURS 50 TIMES.
                    10 WS-DA-ACCOUNT PIC S9(7).
                    10 WS-DA-ITEMS PIC 9(3).
                    10 WS-DA-AMOUNT PIC 9(8)V9(2).
                01 WS-DEP-ACCOUNT-IDX PIC 9(2).
                01 WS-DEP-ACCOUNT-MATCH PIC 9(2).

                *> staged full-width for CASEFILE's linkage
                01 WS-CASE-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-CASE-AMOUNT PIC S9(8)V9(2) VALUE 0.
                01 WS-CASE-DETAIL PIC X(40) VALUE SPACES.
                01 WS-EDIT-ITEMS PIC 9(3).
                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-HEADING-1.
                  05 FILLER PIC X(40)
                      VALUE 'DISHONOURED DEPOSITED ITEMS BY DEPOSITOR'.
                  05 FILLER PIC X(7) VALUE ' - FROM'.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 HD-WINDOW-START PIC 9(8).
                  05 FILLER PIC X(4) VALUE ' TO '.
                  05 HD-REPORT-DATE PIC 9(8).
                01 WS-COLUMN-HEADING.
                  05 FILLER PIC X(45) VALUE
                      'DEPOSTR  ACCOUNT ITEM  DEPOSITD RETURNED     '.
                  05 FILLER PIC X(40) VALUE
                      'AMOUNT RC REASON                        '.
                  05 FILLER PIC X(10) VALUE '      FEE'.

                01 WS-DETAIL-LINE.
                  05 DL-DEPOSITOR PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-ITEM-REF PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-DEPOSIT-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-RETURN-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-AMOUNT PIC ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-REASON-CODE PIC X(2).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-REASON-TEXT PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-FEE PIC Z,ZZ9.99.

                01 WS-SUBTOTAL-LINE.
                  05 FILLER PIC X(10) VALUE '  RETURNS '.
                  05 ST-ITEMS PIC ZZZ9.
                  05 FILLER PIC X(9) VALUE '  AMOUNT '.
                  05 ST-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 ST-FLAG PIC X(40).

                01 WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE 'DEPOSITORS        : '.
                  05 TL-DEPOSITORS PIC ZZZZ9.
                  05 FILLER PIC X(20) VALUE '   RETURNED ITEMS : '.
                  05 TL-ITEMS PIC ZZZZ9.
                  05 FILLER PIC X(20) VALUE '   REFERRED       : '.
                  05 TL-REFERRED PIC ZZZZ9.
                  05 FILLER PIC X(20) VALUE '   TOTAL RETURNED : '.
                  05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

                01 WS-COUNTS.
                  05 WS-ITEMS-READ PIC 9(5) VALUE 0.
                  05 WS-ITEMS-REPORTED PIC 9(5) VALUE 0.
                  05 WS-DEPOSITOR-COUNT PIC 9(5) VALUE 0.
                  05 WS-REFERRED-COUNT PIC 9(5) VALUE 0.
                  05 WS-CASES-FILED PIC 9(5) VALUE 0.
                  05 WS-ALREADY-OPEN PIC 9(5) VALUE 0.
                  05 WS-REPORTED-TOTAL PIC 9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
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
              PERFORM B000-LOAD-CONTROL
              COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                  - WS-WINDOW-DAYS)
              PERFORM B100-LOAD-OPEN-CASES

              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-DEPOSITOR SR-ACCOUNT-ID
                      SR-RETURN-DATE
                  INPUT PROCEDURE IS C000-SELECT-RETURNS
                  GIVING RETURNS-SORTED

              OPEN INPUT RETURNS-SORTED
              OPEN OUTPUT DISHONOUR-REPORT
              MOVE WS-WINDOW-START TO HD-WINDOW-START
              MOVE WS-REPORT-DATE TO HD-REPORT-DATE
              WRITE REPORT-LINE FROM WS-HEADING-1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-COLUMN-HEADING
              PERFORM UNTIL END-OF-SORTED
                READ RETURNS-SORTED
                  AT END
                    SET END-OF-SORTED TO TRUE
                  NOT AT END
                    IF WS-DEPOSITOR-ITEMS > 0
                        AND RS-DEPOSITOR NOT = WS-CURRENT-DEPOSITOR
                      PERFORM D100-CLOSE-DEPOSITOR
                    END-IF
                    PERFORM D000-PRINT-ONE-ITEM
                END-READ
              END-PERFORM
              IF WS-DEPOSITOR-ITEMS > 0
                PERFORM D100-CLOSE-DEPOSITOR
              END-IF
              IF WS-ITEMS-REPORTED = 0
                MOVE '    NO DEPOSITED ITEM RETURNED IN THE WINDOW'
                    TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-DEPOSITOR-COUNT TO TL-DEPOSITORS
              MOVE WS-ITEMS-REPORTED TO TL-ITEMS
              MOVE WS-REFERRED-COUNT TO TL-REFERRED
              MOVE WS-REPORTED-TOTAL TO TL-AMOUNT
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
              CLOSE RETURNS-SORTED
              CLOSE DISHONOUR-REPORT
              CALL 'RPTSTOW' USING 'DISHONOUR   ',
                  'dishonoured_items.txt                   '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'DSHRPT - END OF JOB SUMMARY'
              DISPLAY 'REPORT WINDOW     : ' WS-WINDOW-START
                  ' TO ' WS-REPORT-DATE
              DISPLAY 'REGISTER ITEMS    : ' WS-ITEMS-READ
              DISPLAY 'RETURNS REPORTED  : ' WS-ITEMS-REPORTED
              DISPLAY 'DEPOSITORS        : ' WS-DEPOSITOR-COUNT
              DISPLAY 'DEPOSITORS REFERRD: ' WS-REFERRED-COUNT
              DISPLAY 'CASES FILED       : ' WS-CASES-FILED
              DISPLAY 'CASES ALREADY OPEN: ' WS-ALREADY-OPEN
              DISPLAY 'TOTAL RETURNED    : ' WS-REPORTED-TOTAL
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> zero or missing keeps the default
              B000-LOAD-CONTROL.
              OPEN INPUT RETURN-ITEM-CONTROL
              READ RETURN-ITEM-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  IF RC-REPORT-WINDOW-DAYS IS NUMERIC
                      AND RC-REPORT-WINDOW-DAYS > 0
                    MOVE RC-REPORT-WINDOW-DAYS TO WS-WINDOW-DAYS
                  END-IF
                  IF RC-REFER-COUNT IS NUMERIC
                      AND RC-REFER-COUNT > 0
                    MOVE RC-REFER-COUNT TO WS-REFER-COUNT
                  END-IF
              END-READ
              CLOSE RETURN-ITEM-CONTROL.

              B100-LOAD-OPEN-CASES.
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-CASES
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    IF CASE-FROM-RETURNED-DEPOSITS
                        AND COMP-CASE-OPEN
                        AND WS-OPEN-COUNT < 1000
                      ADD 1 TO WS-OPEN-COUNT
                      MOVE CP-ACCOUNT-ID TO
                          WS-OPEN-ACCOUNT(WS-OPEN-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              *> the sort's INPUT PROCEDURE - each item returned
              *> inside the window, behind its depositor
              C000-SELECT-RETURNS.
              OPEN INPUT DEPOSITED-ITEMS
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-ITEMS
                READ DEPOSITED-ITEMS
                  AT END
                    SET END-OF-ITEMS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ITEMS-READ
                    IF ITEM-RETURNED
                        AND DI-RETURN-DATE >= WS-WINDOW-START
                        AND DI-RETURN-DATE <= WS-REPORT-DATE
                      PERFORM C100-RELEASE-ONE-RETURN
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE DEPOSITED-ITEMS.

              C100-RELEASE-ONE-RETURN.
              MOVE DI-ACCOUNT-ID TO AM-ACCOUNT-ID
              MOVE DI-ACCOUNT-ID TO SR-DEPOSITOR
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF AM-CUSTOMER-NUMBER > 0
                    MOVE AM-CUSTOMER-NUMBER TO SR-DEPOSITOR
                  END-IF
              END-READ
              MOVE DI-ACCOUNT-ID TO SR-ACCOUNT-ID
              MOVE DI-RETURN-DATE TO SR-RETURN-DATE
              MOVE DEPOSITED-ITEM-RECORD TO SR-ITEM-IMAGE
              RELEASE SORT-RECORD.

              D000-PRINT-ONE-ITEM.
              MOVE RS-ITEM-IMAGE TO DEPOSITED-ITEM-RECORD
              IF WS-DEPOSITOR-ITEMS = 0
                MOVE RS-DEPOSITOR TO WS-CURRENT-DEPOSITOR
                MOVE 0 TO WS-DEPOSITOR-AMOUNT
                MOVE 0 TO WS-DEP-ACCOUNT-COUNT
                ADD 1 TO WS-DEPOSITOR-COUNT
              END-IF
              ADD 1 TO WS-DEPOSITOR-ITEMS
              ADD DI-AMOUNT TO WS-DEPOSITOR-AMOUNT
              ADD 1 TO WS-ITEMS-REPORTED
              ADD DI-AMOUNT TO WS-REPORTED-TOTAL
              MOVE 0 TO WS-DEP-ACCOUNT-MATCH
              PERFORM VARYING WS-DEP-ACCOUNT-IDX FROM 1 BY 1
                  UNTIL WS-DEP-ACCOUNT-IDX > WS-DEP-ACCOUNT-COUNT
                IF WS-DA-ACCOUNT(WS-DEP-ACCOUNT-IDX) = DI-ACCOUNT-ID
                  MOVE WS-DEP-ACCOUNT-IDX TO WS-DEP-ACCOUNT-MATCH
                END-IF
              END-PERFORM
              IF WS-DEP-ACCOUNT-MATCH = 0
                  AND WS-DEP-ACCOUNT-COUNT < 50
                ADD 1 TO WS-DEP-ACCOUNT-COUNT
                MOVE WS-DEP-ACCOUNT-COUNT TO WS-DEP-ACCOUNT-MATCH
                MOVE DI-ACCOUNT-ID TO
                    WS-DA-ACCOUNT(WS-DEP-ACCOUNT-MATCH)
                MOVE 0 TO WS-DA-ITEMS(WS-DEP-ACCOUNT-MATCH)
                MOVE 0 TO WS-DA-AMOUNT(WS-DEP-ACCOUNT-MATCH)
              END-IF
              IF WS-DEP-ACCOUNT-MATCH > 0
                ADD 1 TO WS-DA-ITEMS(WS-DEP-ACCOUNT-MATCH)
                ADD DI-AMOUNT TO WS-DA-AMOUNT(WS-DEP-ACCOUNT-MATCH)
              END-IF
              MOVE RS-DEPOSITOR TO DL-DEPOSITOR
              MOVE DI-ACCOUNT-ID TO DL-ACCOUNT-ID
              MOVE DI-UID TO DL-ITEM-REF
              MOVE DI-DEPOSIT-DATE TO DL-DEPOSIT-DATE
              MOVE DI-RETURN-DATE TO DL-RETURN-DATE
              MOVE DI-AMOUNT TO DL-AMOUNT
              MOVE DI-RETURN-REASON-CODE TO DL-REASON-CODE
              MOVE DI-RETURN-REASON-TEXT TO DL-REASON-TEXT
              MOVE DI-FEE-AMOUNT TO DL-FEE
              WRITE REPORT-LINE FROM WS-DETAIL-LINE.

              *> the depositor's subtotal - referred when their
              *> returns reach the referral count
              D100-CLOSE-DEPOSITOR.
              MOVE WS-DEPOSITOR-ITEMS TO ST-ITEMS
              MOVE WS-DEPOSITOR-AMOUNT TO ST-AMOUNT
              MOVE SPACES TO ST-FLAG
              IF WS-DEPOSITOR-ITEMS >= WS-REFER-COUNT
                MOVE '*** REFERRED - REPEATED RETURNS ***' TO ST-FLAG
                ADD 1 TO WS-REFERRED-COUNT
                PERFORM VARYING WS-DEP-ACCOUNT-IDX FROM 1 BY 1
                    UNTIL WS-DEP-ACCOUNT-IDX > WS-DEP-ACCOUNT-COUNT
                  PERFORM D200-REFER-ONE-ACCOUNT
                END-PERFORM
                MOVE WS-DEPOSITOR-ITEMS TO WS-EDIT-ITEMS
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'DEPOSITOR ' WS-CURRENT-DEPOSITOR
                    ' REFERRED - ' WS-EDIT-ITEMS
                    ' RETURNED ITEMS'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'DSHRPT  ', 'W', WS-EXC-MESSAGE
                END-CALL
              END-IF
              WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 0 TO WS-DEPOSITOR-ITEMS.

              *> one case per account, KITESCRN's open-case check
              D200-REFER-ONE-ACCOUNT.
              MOVE WS-DA-ACCOUNT(WS-DEP-ACCOUNT-IDX) TO
                  WS-CASE-ACCOUNT
              MOVE 'N' TO WS-CASE-ALREADY-OPEN
              PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                  UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                IF WS-OPEN-ACCOUNT(WS-OPEN-IDX) = WS-CASE-ACCOUNT
                  SET RETURN-CASE-OPEN TO TRUE
                END-IF
              END-PERFORM
              IF RETURN-CASE-OPEN
                ADD 1 TO WS-ALREADY-OPEN
                EXIT PARAGRAPH
              END-IF
              MOVE WS-DA-AMOUNT(WS-DEP-ACCOUNT-IDX) TO WS-CASE-AMOUNT
              MOVE WS-DA-ITEMS(WS-DEP-ACCOUNT-IDX) TO WS-EDIT-ITEMS
              MOVE SPACES TO WS-CASE-DETAIL
              STRING 'RETURNED ITEMS ' WS-EDIT-ITEMS
                  ' SEE DISHONOUR ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO WS-CASE-DETAIL
              END-STRING
              CALL 'CASEFILE' USING WS-CASE-ACCOUNT,
                  'R', WS-CASE-AMOUNT, WS-CASE-DETAIL
              END-CALL
              IF WS-OPEN-COUNT < 1000
                ADD 1 TO WS-OPEN-COUNT
                MOVE WS-CASE-ACCOUNT TO WS-OPEN-ACCOUNT(WS-OPEN-COUNT)
              END-IF
              ADD 1 TO WS-CASES-FILED
              DISPLAY 'ACCT ' WS-CASE-ACCOUNT
                  ' RETURNED DEPOSITS - CASE FILED'.
