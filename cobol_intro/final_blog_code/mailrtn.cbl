            IDENTIFICATION DIVISION.
            PROGRAM-ID. MAILRTN.
            *> returned-mail intake - when a statement or notice
            *> came back from the post office nothing recorded
            *> it, and every paper run went on mailing the same
            *> dead address. The mailroom keys each return here:
            *> the customer's row is marked with the return date
            *> (CM-MAIL-RETURNED-DATE, see copybooks/CUSTMST),
            *> and from then on STMTGEN, NSFNTCE, RATENTCE,
            *> ALERTGEN and ESCHEAT hold that customer's mail on
            *> the held-mail list (see MAILHOLD) instead of
            *> printing it. CUSTMNT clears the mark when it
            *> records new contact details. The customer write
            *> is journaled through CUSTJRNL, in CUSTMNT's
            *> command-line style. Run parameter is '<cust>
            *> [<date returned CCYYMMDD>]' - no date means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD CUSTOMER-MASTER.
                COPY CUSTMST.

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-KEY-TEXT PIC X(7).
                01 WS-DATE-TEXT PIC X(8).

                01 WS-WORK-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-RETURNED-DATE PIC 9(8) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).

                *> the same 8 bytes as a date and as its pieces,
                *> for the return-date range check
                01 WS-DATE-CHECK.
                  05 WS-CHECK-YEAR PIC 9(4).
                  05 WS-CHECK-MONTH PIC 9(2).
                  05 WS-CHECK-DAY PIC 9(2).
                01 WS-DATE-CHECK-DATE REDEFINES WS-DATE-CHECK
                    PIC 9(8).

                *> logging a return is mailroom work - teller
                *> level (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> before-image for the customer change journal
                01 WS-CJ-BEFORE PIC X(142).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'MAILRTN - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF WS-WORK-CUSTOMER = 0
                DISPLAY 'MAILRTN - USE <CUST> [<DATE RETURNED '
                    'CCYYMMDD>]'
                STOP RUN
              END-IF
              MOVE WS-RETURNED-DATE TO WS-DATE-CHECK-DATE
              IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                  OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                  OR WS-RETURNED-DATE > WS-TODAY-DATE
                DISPLAY 'MAILRTN - DATE RETURNED NOT A PAST DATE: '
                    WS-DATE-TEXT
                STOP RUN
              END-IF

              OPEN I-O CUSTOMER-MASTER
              PERFORM C000-MARK-ADDRESS-BAD
              CLOSE CUSTOMER-MASTER
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              MOVE SPACES TO WS-DATE-TEXT
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-KEY-TEXT, WS-DATE-TEXT
              END-UNSTRING
              IF WS-KEY-TEXT IS NUMERIC
                MOVE WS-KEY-TEXT TO WS-WORK-CUSTOMER
              END-IF
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-RETURNED-DATE
              END-IF
              IF WS-RETURNED-DATE = 0
                MOVE WS-TODAY-DATE TO WS-RETURNED-DATE
              END-IF.

              *> a second return against an address already
              *> marked bad moves the date on - the mark always
              *> shows the latest return
              C000-MARK-ADDRESS-BAD.
              MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              IF NOT CUSTOMER-ON-FILE
                DISPLAY 'MAILRTN - CUSTOMER NOT ON FILE: '
                    WS-WORK-CUSTOMER
                EXIT PARAGRAPH
              END-IF
              IF CM-MAIL-RETURNED-DATE >= WS-RETURNED-DATE
                DISPLAY 'MAILRTN - CUSTOMER ' WS-WORK-CUSTOMER
                    ' ALREADY MARKED, MAIL RETURNED '
                    CM-MAIL-RETURNED-DATE
                EXIT PARAGRAPH
              END-IF

              MOVE CUSTOMER-MASTER-RECORD TO WS-CJ-BEFORE
              MOVE WS-RETURNED-DATE TO CM-MAIL-RETURNED-DATE
              REWRITE CUSTOMER-MASTER-RECORD
              CALL 'CUSTJRNL' USING 'MAILRTN ', WS-OPERATOR-ID,
                  WS-CJ-BEFORE, CUSTOMER-MASTER-RECORD
              END-CALL
              DISPLAY 'MAILRTN - CUSTOMER ' WS-WORK-CUSTOMER
                  ' ADDRESS MARKED BAD, MAIL RETURNED '
                  WS-RETURNED-DATE
              DISPLAY 'MAILRTN - MAIL HELD UNTIL CUSTMNT RECORDS '
                  'NEW CONTACT DETAILS: ' CM-CONTACT-DETAILS.
