            IDENTIFICATION DIVISION.
            PROGRAM-ID. CARDMNT.
            *> debit card maintenance - the card master (see
            *> copybooks/CARDMST) ties each card to the account it
            *> draws on and the customer it was issued to, in
            *> IDOCMNT's command-line style. Run parameter is
            *> 'ISSUE <card> <account> <expiry CCYYMM> <daily
            *> limit>', 'HOT <card> LOST|STOLEN', 'REPLACE <old
            *> card> <new card> [<expiry CCYYMM>]', 'LIMIT <card>
            *> <daily limit>' or 'LIST <account>'. A replacement
            *> takes over the old card's account, customer and
            *> limit and hot-lists the old card as replaced;
            *> hot-listing is open to any teller so a lost card
            *> is stopped at once, the rest is supervisor work
            *> (see OPERSGN)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL CARD-MASTER
                      ASSIGN TO 'card_master.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-CARD-NUMBER.

                  *> read only - a card is only issued on an
                  *> open account
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD CARD-MASTER.
                COPY CARDMST.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(100) VALUE SPACES.
                01 WS-ACTION-TEXT PIC X(8).
                01 WS-CARD-TEXT PIC X(16).
                01 WS-SECOND-TEXT PIC X(16).
                01 WS-THIRD-TEXT PIC X(10).
                01 WS-FOURTH-TEXT PIC X(12).

                01 WS-ACTION PIC X.
                  88 ACTION-ISSUE VALUE 'I'.
                  88 ACTION-HOT VALUE 'H'.
                  88 ACTION-REPLACE VALUE 'R'.
                  88 ACTION-LIMIT VALUE 'M'.
                  88 ACTION-LIST VALUE 'L'.

                01 WS-WORK-CARD PIC 9(16) VALUE 0.
                01 WS-NEW-CARD PIC 9(16) VALUE 0.
                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-WORK-LIMIT PIC 9(5)V9(2) VALUE 0.

                *> the same 6 bytes as an expiry and as its
                *> pieces, for the range check
                01 WS-EXPIRY-CHECK.
                  05 WS-EXPIRY-YEAR PIC 9(4).
                  05 WS-EXPIRY-MONTH PIC 9(2).
                01 WS-EXPIRY-CHECK-DATE REDEFINES WS-EXPIRY-CHECK
                    PIC 9(6).
                01 WS-WORK-EXPIRY PIC 9(6) VALUE 0.

                *> hot-listing is teller work, everything else
                *> supervisor work (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-CARDS-EOF PIC X VALUE 'N'.
                    88 END-OF-CARDS VALUE 'Y'.

                01 WS-CARD-FOUND PIC X VALUE 'N'.
                  88 CARD-ON-FILE VALUE 'Y'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).
                01 WS-CARDS-LISTED PIC 9(3) VALUE 0.

                *> the old card, held while the replacement is
                *> written
                01 WS-OLD-CARD-IMAGE PIC X(99).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF ACTION-HOT
                MOVE 1 TO WS-REQUIRED-LEVEL
              END-IF
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'CARDMNT - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF

              OPEN I-O CARD-MASTER
              EVALUATE TRUE
                WHEN ACTION-ISSUE
                  PERFORM C000-ISSUE-CARD
                WHEN ACTION-HOT
                  PERFORM D000-HOT-LIST-CARD
                WHEN ACTION-REPLACE
                  PERFORM E000-REPLACE-CARD
                WHEN ACTION-LIMIT
                  PERFORM F000-CHANGE-LIMIT
                WHEN ACTION-LIST
                  PERFORM G000-LIST-CARDS
                WHEN OTHER
                  DISPLAY 'CARDMNT - UNKNOWN ACTION, USE ISSUE '
                      '<CARD> <ACCOUNT> <CCYYMM> <LIMIT>, HOT '
                      '<CARD> LOST|STOLEN, REPLACE <OLD> <NEW> '
                      '[<CCYYMM>], LIMIT <CARD> <LIMIT> OR LIST '
                      '<ACCOUNT>'
              END-EVALUATE
              CLOSE CARD-MASTER
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION-TEXT, WS-CARD-TEXT, WS-SECOND-TEXT,
                      WS-THIRD-TEXT, WS-FOURTH-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'ISSUE   '
                  SET ACTION-ISSUE TO TRUE
                WHEN 'HOT     '
                  SET ACTION-HOT TO TRUE
                WHEN 'REPLACE '
                  SET ACTION-REPLACE TO TRUE
                WHEN 'LIMIT   '
                  SET ACTION-LIMIT TO TRUE
                WHEN 'LIST    '
                  SET ACTION-LIST TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF ACTION-LIST
                IF WS-CARD-TEXT(1:7) IS NUMERIC
                  MOVE WS-CARD-TEXT(1:7) TO WS-WORK-ACCOUNT
                END-IF
              ELSE
                IF WS-CARD-TEXT IS NUMERIC
                  MOVE WS-CARD-TEXT TO WS-WORK-CARD
                END-IF
              END-IF.

              *> read the card named on the command line into the
              *> record area
              B100-READ-CARD.
              MOVE 'N' TO WS-CARD-FOUND
              MOVE WS-WORK-CARD TO CD-CARD-NUMBER
              READ CARD-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CARD-FOUND
                NOT INVALID KEY
                  SET CARD-ON-FILE TO TRUE
              END-READ.

              *> an expiry is a real month not already past
              B200-EDIT-EXPIRY.
              MOVE 0 TO WS-WORK-EXPIRY
              IF WS-THIRD-TEXT(1:6) IS NUMERIC
                  AND WS-THIRD-TEXT(7:) = SPACES
                MOVE WS-THIRD-TEXT(1:6) TO WS-EXPIRY-CHECK-DATE
                IF WS-EXPIRY-MONTH >= 1 AND WS-EXPIRY-MONTH <= 12
                    AND WS-EXPIRY-CHECK-DATE NOT <
                        WS-TODAY-DATE(1:6)
                  MOVE WS-EXPIRY-CHECK-DATE TO WS-WORK-EXPIRY
                END-IF
              END-IF.

              C000-ISSUE-CARD.
              IF WS-WORK-CARD = 0
                  OR WS-SECOND-TEXT(1:7) IS NOT NUMERIC
                DISPLAY 'CARDMNT - ISSUE NEEDS A 16-DIGIT CARD, '
                    'ACCOUNT, EXPIRY AND DAILY LIMIT'
                EXIT PARAGRAPH
              END-IF
              PERFORM B100-READ-CARD
              IF CARD-ON-FILE
                DISPLAY 'CARDMNT - CARD ALREADY ON FILE: '
                    WS-WORK-CARD
                EXIT PARAGRAPH
              END-IF
              PERFORM B200-EDIT-EXPIRY
              IF WS-WORK-EXPIRY = 0
                DISPLAY 'CARDMNT - EXPIRY NOT A CURRENT CCYYMM: '
                    WS-THIRD-TEXT
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-WORK-LIMIT = FUNCTION NUMVAL(WS-FOURTH-TEXT)
              MOVE WS-SECOND-TEXT(1:7) TO WS-WORK-ACCOUNT

              OPEN INPUT ACCOUNT-MASTER
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              CLOSE ACCOUNT-MASTER
              IF NOT ACCOUNT-ON-MASTER
                DISPLAY 'CARDMNT - ACCOUNT NOT ON FILE: '
                    WS-WORK-ACCOUNT
                EXIT PARAGRAPH
              END-IF
              IF NOT ACCOUNT-OPEN OR PRODUCT-LOAN
                DISPLAY 'CARDMNT - A CARD IS ONLY ISSUED ON AN '
                    'OPEN DEPOSIT ACCOUNT: ' WS-WORK-ACCOUNT
                EXIT PARAGRAPH
              END-IF

              MOVE WS-WORK-CARD TO CD-CARD-NUMBER
              MOVE WS-WORK-ACCOUNT TO CD-ACCOUNT-ID
              MOVE AM-CUSTOMER-NUMBER TO CD-CUSTOMER-NUMBER
              SET CARD-ACTIVE TO TRUE
              MOVE WS-TODAY-DATE TO CD-STATUS-DATE
              MOVE WS-WORK-EXPIRY TO CD-EXPIRY-DATE
              MOVE WS-WORK-LIMIT TO CD-DAILY-LIMIT
              MOVE WS-TODAY-DATE TO CD-ISSUE-DATE
              MOVE WS-OPERATOR-ID TO CD-ISSUED-BY
              MOVE 0 TO CD-REPLACED-BY
              MOVE 0 TO CD-USED-DATE
              MOVE 0 TO CD-USED-AMOUNT
              WRITE CARD-MASTER-RECORD
                INVALID KEY
                  DISPLAY 'CARDMNT - CARD ALREADY ON FILE: '
                      WS-WORK-CARD
                NOT INVALID KEY
                  DISPLAY 'CARDMNT CARD ISSUED: ' WS-WORK-CARD
                      ' ON ACCOUNT ' WS-WORK-ACCOUNT
                      ' EXPIRES ' WS-WORK-EXPIRY
              END-WRITE.

              D000-HOT-LIST-CARD.
              PERFORM B100-READ-CARD
              IF NOT CARD-ON-FILE
                DISPLAY 'CARDMNT - CARD NOT ON FILE: ' WS-WORK-CARD
                EXIT PARAGRAPH
              END-IF
              IF CARD-HOT-LISTED
                DISPLAY 'CARDMNT - CARD ALREADY HOT-LISTED: '
                    WS-WORK-CARD ' STATUS ' CD-STATUS
                EXIT PARAGRAPH
              END-IF
              EVALUATE WS-SECOND-TEXT
                WHEN 'LOST'
                  SET CARD-LOST TO TRUE
                WHEN 'STOLEN'
                  SET CARD-STOLEN TO TRUE
                WHEN OTHER
                  DISPLAY 'CARDMNT - HOT NEEDS LOST OR STOLEN'
                  EXIT PARAGRAPH
              END-EVALUATE
              MOVE WS-TODAY-DATE TO CD-STATUS-DATE
              REWRITE CARD-MASTER-RECORD
              DISPLAY 'CARDMNT CARD HOT-LISTED: ' WS-WORK-CARD
                  ' ' WS-SECOND-TEXT.

              *> the new card carries the old one's account,
              *> customer and limit - the expiry too, unless a
              *> new one is given
              E000-REPLACE-CARD.
              IF WS-SECOND-TEXT IS NUMERIC
                MOVE WS-SECOND-TEXT TO WS-NEW-CARD
              END-IF
              IF WS-WORK-CARD = 0 OR WS-NEW-CARD = 0
                DISPLAY 'CARDMNT - REPLACE NEEDS THE OLD AND NEW '
                    '16-DIGIT CARD NUMBERS'
                EXIT PARAGRAPH
              END-IF
              PERFORM B100-READ-CARD
              IF NOT CARD-ON-FILE
                DISPLAY 'CARDMNT - CARD NOT ON FILE: ' WS-WORK-CARD
                EXIT PARAGRAPH
              END-IF
              IF CARD-REPLACED
                DISPLAY 'CARDMNT - CARD ALREADY REPLACED BY '
                    CD-REPLACED-BY
                EXIT PARAGRAPH
              END-IF
              MOVE CARD-MASTER-RECORD TO WS-OLD-CARD-IMAGE
              IF WS-THIRD-TEXT NOT = SPACES
                PERFORM B200-EDIT-EXPIRY
                IF WS-WORK-EXPIRY = 0
                  DISPLAY 'CARDMNT - EXPIRY NOT A CURRENT CCYYMM: '
                      WS-THIRD-TEXT
                  EXIT PARAGRAPH
                END-IF
                MOVE WS-WORK-EXPIRY TO CD-EXPIRY-DATE
              END-IF

              MOVE WS-NEW-CARD TO CD-CARD-NUMBER
              SET CARD-ACTIVE TO TRUE
              MOVE WS-TODAY-DATE TO CD-STATUS-DATE
              MOVE WS-TODAY-DATE TO CD-ISSUE-DATE
              MOVE WS-OPERATOR-ID TO CD-ISSUED-BY
              MOVE 0 TO CD-REPLACED-BY
              MOVE 0 TO CD-USED-DATE
              MOVE 0 TO CD-USED-AMOUNT
              WRITE CARD-MASTER-RECORD
                INVALID KEY
                  DISPLAY 'CARDMNT - NEW CARD ALREADY ON FILE: '
                      WS-NEW-CARD
                  EXIT PARAGRAPH
              END-WRITE

              MOVE WS-OLD-CARD-IMAGE TO CARD-MASTER-RECORD
              SET CARD-REPLACED TO TRUE
              MOVE WS-TODAY-DATE TO CD-STATUS-DATE
              MOVE WS-NEW-CARD TO CD-REPLACED-BY
              REWRITE CARD-MASTER-RECORD
              DISPLAY 'CARDMNT CARD ' WS-WORK-CARD
                  ' REPLACED BY ' WS-NEW-CARD.

              F000-CHANGE-LIMIT.
              PERFORM B100-READ-CARD
              IF NOT CARD-ON-FILE
                DISPLAY 'CARDMNT - CARD NOT ON FILE: ' WS-WORK-CARD
                EXIT PARAGRAPH
              END-IF
              IF NOT CARD-ACTIVE
                DISPLAY 'CARDMNT - CARD NOT ACTIVE: ' WS-WORK-CARD
                    ' STATUS ' CD-STATUS
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-WORK-LIMIT =
                  FUNCTION NUMVAL(WS-SECOND-TEXT)
              MOVE WS-WORK-LIMIT TO CD-DAILY-LIMIT
              REWRITE CARD-MASTER-RECORD
              DISPLAY 'CARDMNT DAILY LIMIT ON ' WS-WORK-CARD
                  ' NOW ' CD-DAILY-LIMIT.

              G000-LIST-CARDS.
              DISPLAY 'CARDS ON ACCOUNT ' WS-WORK-ACCOUNT
              DISPLAY '=================================='
              PERFORM UNTIL END-OF-CARDS
                READ CARD-MASTER NEXT RECORD
                  AT END
                    SET END-OF-CARDS TO TRUE
                  NOT AT END
                    IF CD-ACCOUNT-ID = WS-WORK-ACCOUNT
                      ADD 1 TO WS-CARDS-LISTED
                      DISPLAY CD-CARD-NUMBER ' STATUS ' CD-STATUS
                          ' SINCE ' CD-STATUS-DATE
                          ' EXP ' CD-EXPIRY-DATE
                          ' LIMIT ' CD-DAILY-LIMIT
                          ' ISSUED ' CD-ISSUE-DATE
                    END-IF
                END-READ
              END-PERFORM
              DISPLAY 'CARDS LISTED: ' WS-CARDS-LISTED.
