            IDENTIFICATION DIVISION.
            PROGRAM-ID. LGLRPT.
            *> open legal-order report for the legal team - every
            *> garnishment and tax levy still holding money (see
            *> copybooks/LEGLORD) listed in remittance-deadline
            *> order, soonest first, with the days left to each
            *> deadline. An order past its deadline prints as
            *> OVERDUE and goes to the exception log; one
            *> LGLREMIT will pay tonight prints as DUE TONIGHT,
            *> and one within the warning window as DUE SOON, so
            *> nothing reaches its deadline unseen. The file is
            *> put in deadline order by the SORT verb (INSCOVR's
            *> idiom) and the page is stowed in the report
            *> repository. Run parameter is the as-at date
            *> (CCYYMMDD); no parameter means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL LEGAL-ORDERS
                      ASSIGN TO 'legal_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT SORT-WORK-FILE
                      ASSIGN TO 'lglrpt_sortwk.tmp'.

                  SELECT ORDERS-SORTED
                      ASSIGN TO 'lglrpt_sorted.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT OPEN-ORDERS-REPORT
                      ASSIGN TO 'legal_open_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD LEGAL-ORDERS.
                01 LEGAL-ORDERS-IMAGE PIC X(154).

                *> the legal-order record with its deadline
                *> broken out for the sort key
                SD SORT-WORK-FILE.
                01 SORT-RECORD.
                  02 SR-FRONT PIC X(104).
                  02 SR-REMIT-DUE-DATE PIC 9(8).
                  02 SR-REST PIC X(42).

                FD ORDERS-SORTED.
                01 ORDERS-SORTED-IMAGE PIC X(154).

                FD OPEN-ORDERS-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SORTED-EOF PIC X VALUE 'N'.
                    88 END-OF-SORTED VALUE 'Y'.

                COPY LEGLORD.

                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).

                *> HOLCHK's date-service block (see holchk.cbl) -
                *> tonight's LGLREMIT pays every order due before
                *> the next business day
                01 WS-HOLIDAY-STATUS PIC X.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1) VALUE SPACE.
                  02 WS-SECOND-DATE PIC 9(8) VALUE 0.
                  02 WS-RESULT-DATE PIC 9(8) VALUE 0.
                  02 WS-DAY-COUNT PIC S9(5) VALUE 0.
                01 WS-NEXT-BUSINESS-DATE PIC 9(8).

                *> an order due within this many calendar days
                *> is flagged DUE SOON
                01 WS-WARN-DAYS PIC 9(3) VALUE 5.
                01 WS-REPORT-INTEGER PIC 9(9).
                01 WS-DAYS-LEFT PIC S9(5).

                01 WS-HEADING-1.
                  05 FILLER PIC X(38)
                      VALUE 'OPEN LEGAL ORDERS BY DEADLINE - AS AT '.
                  05 HD-DATE PIC 9(8).
                01 WS-COLUMN-HEADING.
                  05 FILLER PIC X(45) VALUE
                      'ORDER T ACCOUNT  CUSTOMER AGENCY             '.
                  05 FILLER PIC X(45) VALUE
                      '  AGENCY REF      RECEIVED REMIT-BY  DAYS    '.
                  05 FILLER PIC X(42) VALUE
                      '   ORDERED          HELD FLAG'.

                01 WS-DETAIL-LINE.
                  05 DL-ORDER-ID PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-ORDER-TYPE PIC X(1).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-CUSTOMER-NUMBER PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-AGENCY-NAME PIC X(20).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-AGENCY-REF PIC X(15).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-RECEIVED-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-REMIT-DUE-DATE PIC 9(8).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-DAYS-LEFT PIC -(4)9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-ORDERED PIC ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-HELD PIC ZZ,ZZZ,ZZ9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-FLAG PIC X(11).

                01 WS-TOTAL-LINE.
                  05 FILLER PIC X(20) VALUE 'OPEN ORDERS       : '.
                  05 TL-OPEN-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(20) VALUE '   OVERDUE        : '.
                  05 TL-OVERDUE-COUNT PIC ZZZZ9.
                  05 FILLER PIC X(20) VALUE '   TOTAL HELD     : '.
                  05 TL-HELD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

                01 WS-COUNTS.
                  05 WS-ORDERS-READ PIC 9(5) VALUE 0.
                  05 WS-OPEN-COUNT PIC 9(5) VALUE 0.
                  05 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
                  05 WS-DUE-TONIGHT-COUNT PIC 9(5) VALUE 0.
                  05 WS-DUE-SOON-COUNT PIC 9(5) VALUE 0.
                  05 WS-HELD-TOTAL PIC 9(9)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

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
              MOVE 'N' TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING WS-REPORT-DATE, WS-HOLIDAY-STATUS,
                  WS-DATE-SERVICE
              END-CALL
              MOVE WS-RESULT-DATE TO WS-NEXT-BUSINESS-DATE
              COMPUTE WS-REPORT-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)

              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-REMIT-DUE-DATE
                  USING LEGAL-ORDERS
                  GIVING ORDERS-SORTED

              OPEN INPUT ORDERS-SORTED
              OPEN OUTPUT OPEN-ORDERS-REPORT
              MOVE WS-REPORT-DATE TO HD-DATE
              WRITE REPORT-LINE FROM WS-HEADING-1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-COLUMN-HEADING
              PERFORM UNTIL END-OF-SORTED
                READ ORDERS-SORTED
                  AT END
                    SET END-OF-SORTED TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ORDERS-READ
                    MOVE ORDERS-SORTED-IMAGE TO LEGAL-ORDER-RECORD
                    IF ORDER-HELD
                      PERFORM B000-PRINT-ONE-ORDER
                    END-IF
                END-READ
              END-PERFORM
              IF WS-OPEN-COUNT = 0
                MOVE '    NO LEGAL ORDER IS HOLDING FUNDS'
                    TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-OPEN-COUNT TO TL-OPEN-COUNT
              MOVE WS-OVERDUE-COUNT TO TL-OVERDUE-COUNT
              MOVE WS-HELD-TOTAL TO TL-HELD-TOTAL
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
              CLOSE ORDERS-SORTED
              CLOSE OPEN-ORDERS-REPORT
              CALL 'RPTSTOW' USING 'LEGALOPEN   ',
                  'legal_open_orders.txt                   '
              END-CALL

              IF WS-OVERDUE-COUNT > 0
                MOVE 'LEGAL ORDERS OPEN PAST THEIR REMIT DEADLINE'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'LGLRPT  ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'LGLRPT - END OF JOB SUMMARY'
              DISPLAY 'ORDERS READ       : ' WS-ORDERS-READ
              DISPLAY 'OPEN ORDERS       : ' WS-OPEN-COUNT
              DISPLAY 'OVERDUE           : ' WS-OVERDUE-COUNT
              DISPLAY 'DUE TONIGHT       : ' WS-DUE-TONIGHT-COUNT
              DISPLAY 'DUE SOON          : ' WS-DUE-SOON-COUNT
              DISPLAY 'TOTAL HELD        : ' WS-HELD-TOTAL
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-PRINT-ONE-ORDER.
              ADD 1 TO WS-OPEN-COUNT
              ADD LO-HELD-AMOUNT TO WS-HELD-TOTAL
              COMPUTE WS-DAYS-LEFT =
                  FUNCTION INTEGER-OF-DATE(LO-REMIT-DUE-DATE)
                  - WS-REPORT-INTEGER
              MOVE SPACES TO DL-FLAG
              EVALUATE TRUE
                WHEN LO-REMIT-DUE-DATE < WS-REPORT-DATE
                  MOVE 'OVERDUE' TO DL-FLAG
                  ADD 1 TO WS-OVERDUE-COUNT
                WHEN LO-REMIT-DUE-DATE < WS-NEXT-BUSINESS-DATE
                  MOVE 'DUE TONIGHT' TO DL-FLAG
                  ADD 1 TO WS-DUE-TONIGHT-COUNT
                WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                  MOVE 'DUE SOON' TO DL-FLAG
                  ADD 1 TO WS-DUE-SOON-COUNT
              END-EVALUATE
              MOVE LO-ORDER-ID TO DL-ORDER-ID
              MOVE LO-ORDER-TYPE TO DL-ORDER-TYPE
              MOVE LO-ACCOUNT-ID TO DL-ACCOUNT-ID
              MOVE LO-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
              MOVE LO-AGENCY-NAME TO DL-AGENCY-NAME
              MOVE LO-AGENCY-REF TO DL-AGENCY-REF
              MOVE LO-RECEIVED-DATE TO DL-RECEIVED-DATE
              MOVE LO-REMIT-DUE-DATE TO DL-REMIT-DUE-DATE
              MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT
              MOVE LO-ORDERED-AMOUNT TO DL-ORDERED
              MOVE LO-HELD-AMOUNT TO DL-HELD
              WRITE REPORT-LINE FROM WS-DETAIL-LINE.
