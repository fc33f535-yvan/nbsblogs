            IDENTIFICATION DIVISION.
            PROGRAM-ID. SDBMAINT.
            *> safe deposit box register maintenance - the
            *> branches kept their boxes on a card file, so nobody
            *> could say from the system who rented which box,
            *> who else could open it, or which boxes stood empty.
            *> This keeps the register (see copybooks/SDBOX) in
            *> HLDRMNT's command-line style with the load-whole/
            *> rewrite-whole idiom. Run parameter is 'ADD <branch>
            *> <box> <S|M|L>' to put a box on the register for a
            *> branch open on the branch master, 'RENT <branch>
            *> <box> <cust> <acct>' to let an available box to a
            *> customer on CUSTOMER-MASTER with the rent taken
            *> from their own open deposit account, 'ACCESS' and
            *> 'REVOKE <branch> <box> <cust>' to keep the list of
            *> customers allowed into the box, 'VACATE <branch>
            *> <box>' when the renter gives the box up, 'READY
            *> <branch> <box>' once a vacated box is re-keyed and
            *> can be let again, and 'LIST <branch>'. The first
            *> year's rent is billed by SDBBILL on the letting
            *> date, each year's after on the anniversary; a box
            *> with rent still owing cannot be vacated until it is
            *> paid
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL SAFE-DEPOSIT-BOXES
                      ASSIGN TO 'safe_deposit_boxes.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the branch master BRMAINT maintains (see
                  *> copybooks/BRMST)
                  SELECT OPTIONAL BRANCH-MASTER
                      ASSIGN TO 'branch_master.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD SAFE-DEPOSIT-BOXES.
                COPY SDBOX.

                FD BRANCH-MASTER.
                COPY BRMST.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-ACTION-TEXT PIC X(6).
                01 WS-BRANCH-TEXT PIC X(4).
                01 WS-BOX-TEXT PIC X(5).
                01 WS-THIRD-TEXT PIC X(7).
                01 WS-FOURTH-TEXT PIC X(7).

                01 WS-ACTION PIC X.
                  88 ACTION-ADD VALUE 'A'.
                  88 ACTION-RENT VALUE 'R'.
                  88 ACTION-ACCESS VALUE 'C'.
                  88 ACTION-REVOKE VALUE 'K'.
                  88 ACTION-VACATE VALUE 'V'.
                  88 ACTION-READY VALUE 'Y'.
                  88 ACTION-LIST VALUE 'L'.

                01 WS-WORK-BOX PIC 9(5) VALUE 0.
                01 WS-WORK-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).

                *> letting and vacating boxes is supervisor work
                *> (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-BOXES-EOF PIC X VALUE 'N'.
                    88 END-OF-BOXES VALUE 'Y'.
                  05 WS-BRANCH-EOF PIC X VALUE 'N'.
                    88 END-OF-BRANCHES VALUE 'Y'.

                01 WS-BRANCH-FOUND PIC X VALUE 'N'.
                  88 BRANCH-ON-MASTER VALUE 'Y'.
                01 WS-BRANCH-USABLE PIC X VALUE 'N'.
                  88 BRANCH-IS-OPEN VALUE 'Y'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> the register loaded whole and rewritten whole,
                *> HLDRMNT's idiom
                01 WS-BOX-COUNT PIC 9(4) VALUE 0.
                01 WS-BOX-TABLE.
                  05 WS-BOX-ENTRY OCCURS 2000 TIMES.
                    10 WS-BOX-IMAGE PIC X(92).
                01 WS-BOX-IDX PIC 9(4).
                01 WS-WORKED-IDX PIC 9(4) VALUE 0.
                01 WS-FILE-CHANGED PIC X VALUE 'N'.
                  88 REGISTER-FILE-CHANGED VALUE 'Y'.

                01 WS-HOLDER-IDX PIC 9(1).
                01 WS-FREE-SLOT PIC 9(1) VALUE 0.
                01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'SDBMAINT - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-BOX-REGISTER

              EVALUATE TRUE
                WHEN ACTION-ADD
                  PERFORM C000-ADD-BOX
                WHEN ACTION-RENT
                  PERFORM D000-RENT-BOX
                WHEN ACTION-ACCESS
                  PERFORM E000-GRANT-ACCESS
                WHEN ACTION-REVOKE
                  PERFORM E100-REVOKE-ACCESS
                WHEN ACTION-VACATE
                  PERFORM F000-VACATE-BOX
                WHEN ACTION-READY
                  PERFORM F100-READY-BOX
                WHEN ACTION-LIST
                  PERFORM G000-LIST-BOXES
                WHEN OTHER
                  DISPLAY 'SDBMAINT - UNKNOWN ACTION, USE ADD '
                      '<BRANCH> <BOX> <S|M|L>, RENT <BRANCH> <BOX> '
                      '<CUST> <ACCT>, ACCESS|REVOKE <BRANCH> <BOX> '
                      '<CUST>, VACATE|READY <BRANCH> <BOX> OR LIST '
                      '<BRANCH>'
              END-EVALUATE

              IF REGISTER-FILE-CHANGED
                PERFORM H000-REWRITE-BOX-REGISTER
              END-IF
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION-TEXT, WS-BRANCH-TEXT,
                      WS-BOX-TEXT, WS-THIRD-TEXT, WS-FOURTH-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'ADD   '
                  SET ACTION-ADD TO TRUE
                WHEN 'RENT  '
                  SET ACTION-RENT TO TRUE
                WHEN 'ACCESS'
                  SET ACTION-ACCESS TO TRUE
                WHEN 'REVOKE'
                  SET ACTION-REVOKE TO TRUE
                WHEN 'VACATE'
                  SET ACTION-VACATE TO TRUE
                WHEN 'READY '
                  SET ACTION-READY TO TRUE
                WHEN 'LIST  '
                  SET ACTION-LIST TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-BOX-TEXT IS NUMERIC
                MOVE WS-BOX-TEXT TO WS-WORK-BOX
              END-IF
              IF WS-THIRD-TEXT IS NUMERIC
                MOVE WS-THIRD-TEXT TO WS-WORK-CUSTOMER
              END-IF
              IF WS-FOURTH-TEXT IS NUMERIC
                MOVE WS-FOURTH-TEXT TO WS-WORK-ACCOUNT
              END-IF.

              B100-LOAD-BOX-REGISTER.
              OPEN INPUT SAFE-DEPOSIT-BOXES
              PERFORM UNTIL END-OF-BOXES
                READ SAFE-DEPOSIT-BOXES
                  AT END
                    SET END-OF-BOXES TO TRUE
                  NOT AT END
                    IF WS-BOX-COUNT >= 2000
                      DISPLAY 'SDBMAINT ABEND - BOX REGISTER '
                          'EXCEEDS 2000 BOXES'
                      CLOSE SAFE-DEPOSIT-BOXES
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-BOX-COUNT
                    MOVE SAFE-DEPOSIT-BOX-RECORD TO
                        WS-BOX-IMAGE(WS-BOX-COUNT)
                END-READ
              END-PERFORM
              CLOSE SAFE-DEPOSIT-BOXES.

              *> find the branch's box the officer named
              B200-FIND-BOX.
              MOVE 0 TO WS-WORKED-IDX
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                IF SB-BRANCH-CODE = WS-BRANCH-TEXT
                    AND SB-BOX-NUMBER = WS-WORK-BOX
                  MOVE WS-BOX-IDX TO WS-WORKED-IDX
                END-IF
              END-PERFORM
              IF WS-WORKED-IDX > 0
                MOVE WS-BOX-IMAGE(WS-WORKED-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
              END-IF.

              B300-READ-CUSTOMER.
              OPEN INPUT CUSTOMER-MASTER
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              CLOSE CUSTOMER-MASTER.

              *> boxes belong to branches the branch master knows
              *> and still has open
              C000-ADD-BOX.
              MOVE 'N' TO WS-BRANCH-FOUND
              MOVE 'N' TO WS-BRANCH-USABLE
              OPEN INPUT BRANCH-MASTER
              PERFORM UNTIL END-OF-BRANCHES
                READ BRANCH-MASTER
                  AT END
                    SET END-OF-BRANCHES TO TRUE
                  NOT AT END
                    IF BM-BRANCH-CODE = WS-BRANCH-TEXT
                      SET BRANCH-ON-MASTER TO TRUE
                      IF BRANCH-OPEN
                        SET BRANCH-IS-OPEN TO TRUE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BRANCH-MASTER
              IF NOT BRANCH-ON-MASTER OR NOT BRANCH-IS-OPEN
                DISPLAY 'SDBMAINT - BRANCH NOT OPEN ON BRANCH '
                    'MASTER: ' WS-BRANCH-TEXT
                EXIT PARAGRAPH
              END-IF
              IF WS-WORK-BOX = 0
                  OR (WS-THIRD-TEXT(1:1) NOT = 'S'
                  AND WS-THIRD-TEXT(1:1) NOT = 'M'
                  AND WS-THIRD-TEXT(1:1) NOT = 'L')
                DISPLAY 'SDBMAINT - ADD NEEDS A BOX NUMBER AND '
                    'SIZE S, M OR L'
                EXIT PARAGRAPH
              END-IF
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX > 0
                DISPLAY 'SDBMAINT - BOX ALREADY ON REGISTER: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              IF WS-BOX-COUNT >= 2000
                DISPLAY 'SDBMAINT - BOX REGISTER FULL AT 2000'
                EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO SAFE-DEPOSIT-BOX-RECORD
              MOVE WS-BRANCH-TEXT TO SB-BRANCH-CODE
              MOVE WS-WORK-BOX TO SB-BOX-NUMBER
              MOVE WS-THIRD-TEXT(1:1) TO SB-BOX-SIZE
              SET BOX-AVAILABLE TO TRUE
              PERFORM C100-CLEAR-TENANCY
              ADD 1 TO WS-BOX-COUNT
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-BOX-COUNT)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT BOX ADDED: ' WS-BRANCH-TEXT ' '
                  WS-WORK-BOX ' SIZE ' SB-BOX-SIZE.

              C100-CLEAR-TENANCY.
              MOVE 0 TO SB-CUSTOMER-NUMBER
              MOVE 0 TO SB-DEBIT-ACCOUNT
              MOVE 0 TO SB-RENTED-DATE
              MOVE 0 TO SB-ANNIVERSARY-DATE
              MOVE 0 TO SB-RENT-DUE
              MOVE 0 TO SB-DELINQUENT-SINCE
              MOVE 0 TO SB-LAST-PAID-DATE
              MOVE 0 TO SB-VACATED-DATE
              PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                  UNTIL WS-HOLDER-IDX > 3
                MOVE 0 TO SB-ACCESS-HOLDER(WS-HOLDER-IDX)
              END-PERFORM.

              *> the rent comes from the renter's own open deposit
              *> account - never someone else's, a loan or a term
              *> deposit
              D000-RENT-BOX.
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX = 0
                DISPLAY 'SDBMAINT - BOX NOT ON REGISTER: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              IF NOT BOX-AVAILABLE
                DISPLAY 'SDBMAINT - BOX NOT AVAILABLE TO LET: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX ' STATUS '
                    SB-STATUS
                EXIT PARAGRAPH
              END-IF
              PERFORM B300-READ-CUSTOMER
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
              IF NOT CUSTOMER-ON-FILE OR NOT ACCOUNT-ON-MASTER
                DISPLAY 'SDBMAINT - CUSTOMER OR ACCOUNT NOT ON '
                    'FILE: ' WS-WORK-CUSTOMER ' / '
                    WS-WORK-ACCOUNT
                EXIT PARAGRAPH
              END-IF
              IF AM-CUSTOMER-NUMBER NOT = WS-WORK-CUSTOMER
                DISPLAY 'SDBMAINT - ACCOUNT ' WS-WORK-ACCOUNT
                    ' IS NOT THE RENTER''S OWN'
                EXIT PARAGRAPH
              END-IF
              IF NOT ACCOUNT-OPEN OR PRODUCT-LOAN OR PRODUCT-TERM
                DISPLAY 'SDBMAINT - ACCOUNT ' WS-WORK-ACCOUNT
                    ' CANNOT PAY RENT - NOT AN OPEN DEPOSIT ACCOUNT'
                EXIT PARAGRAPH
              END-IF
              PERFORM C100-CLEAR-TENANCY
              SET BOX-RENTED TO TRUE
              MOVE WS-WORK-CUSTOMER TO SB-CUSTOMER-NUMBER
              MOVE WS-WORK-ACCOUNT TO SB-DEBIT-ACCOUNT
              MOVE WS-TODAY-DATE TO SB-RENTED-DATE
              MOVE WS-TODAY-DATE TO SB-ANNIVERSARY-DATE
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-WORKED-IDX)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT BOX ' WS-BRANCH-TEXT ' '
                  WS-WORK-BOX ' LET TO ' WS-WORK-CUSTOMER ' '
                  CM-CUSTOMER-NAME(1:30).

              E000-GRANT-ACCESS.
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX = 0 OR NOT BOX-RENTED
                DISPLAY 'SDBMAINT - NO RENTED BOX: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              PERFORM B300-READ-CUSTOMER
              IF NOT CUSTOMER-ON-FILE
                DISPLAY 'SDBMAINT - CUSTOMER NOT ON FILE: '
                    WS-WORK-CUSTOMER
                EXIT PARAGRAPH
              END-IF
              IF WS-WORK-CUSTOMER = SB-CUSTOMER-NUMBER
                DISPLAY 'SDBMAINT - THE RENTER ALWAYS HAS ACCESS'
                EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-FREE-SLOT
              PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                  UNTIL WS-HOLDER-IDX > 3
                IF SB-ACCESS-HOLDER(WS-HOLDER-IDX) =
                    WS-WORK-CUSTOMER
                  DISPLAY 'SDBMAINT - ACCESS ALREADY ON FILE'
                  EXIT PARAGRAPH
                END-IF
                IF SB-ACCESS-HOLDER(WS-HOLDER-IDX) = 0
                    AND WS-FREE-SLOT = 0
                  MOVE WS-HOLDER-IDX TO WS-FREE-SLOT
                END-IF
              END-PERFORM
              IF WS-FREE-SLOT = 0
                DISPLAY 'SDBMAINT - BOX ALREADY HAS 3 ACCESS '
                    'HOLDERS'
                EXIT PARAGRAPH
              END-IF
              MOVE WS-WORK-CUSTOMER TO
                  SB-ACCESS-HOLDER(WS-FREE-SLOT)
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-WORKED-IDX)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT ACCESS GRANTED TO '
                  WS-WORK-CUSTOMER ' ' CM-CUSTOMER-NAME(1:30).

              E100-REVOKE-ACCESS.
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX = 0
                DISPLAY 'SDBMAINT - BOX NOT ON REGISTER: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-FREE-SLOT
              PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                  UNTIL WS-HOLDER-IDX > 3
                IF SB-ACCESS-HOLDER(WS-HOLDER-IDX) =
                    WS-WORK-CUSTOMER
                  MOVE 0 TO SB-ACCESS-HOLDER(WS-HOLDER-IDX)
                  MOVE WS-HOLDER-IDX TO WS-FREE-SLOT
                END-IF
              END-PERFORM
              IF WS-FREE-SLOT = 0
                DISPLAY 'SDBMAINT - ACCESS NOT ON FILE'
                EXIT PARAGRAPH
              END-IF
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-WORKED-IDX)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT ACCESS REVOKED FOR '
                  WS-WORK-CUSTOMER.

              *> unpaid rent is collected before the box is given
              *> up - the renter and access list come off, and the
              *> box waits to be re-keyed
              F000-VACATE-BOX.
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX = 0 OR NOT BOX-RENTED
                DISPLAY 'SDBMAINT - NO RENTED BOX: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              IF SB-RENT-DUE > 0
                DISPLAY 'SDBMAINT - RENT OF ' SB-RENT-DUE
                    ' STILL OWING SINCE ' SB-DELINQUENT-SINCE
                    ' - COLLECT BEFORE VACATING'
                EXIT PARAGRAPH
              END-IF
              PERFORM C100-CLEAR-TENANCY
              SET BOX-VACATED TO TRUE
              MOVE WS-TODAY-DATE TO SB-VACATED-DATE
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-WORKED-IDX)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT BOX VACATED: ' WS-BRANCH-TEXT ' '
                  WS-WORK-BOX.

              F100-READY-BOX.
              PERFORM B200-FIND-BOX
              IF WS-WORKED-IDX = 0 OR NOT BOX-VACATED
                DISPLAY 'SDBMAINT - NO VACATED BOX: '
                    WS-BRANCH-TEXT ' ' WS-WORK-BOX
                EXIT PARAGRAPH
              END-IF
              SET BOX-AVAILABLE TO TRUE
              MOVE SAFE-DEPOSIT-BOX-RECORD TO
                  WS-BOX-IMAGE(WS-WORKED-IDX)
              SET REGISTER-FILE-CHANGED TO TRUE
              DISPLAY 'SDBMAINT BOX READY TO LET: '
                  WS-BRANCH-TEXT ' ' WS-WORK-BOX.

              G000-LIST-BOXES.
              DISPLAY 'SAFE DEPOSIT BOXES AT BRANCH '
                  WS-BRANCH-TEXT
              DISPLAY '================================='
              OPEN INPUT CUSTOMER-MASTER
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                IF SB-BRANCH-CODE = WS-BRANCH-TEXT
                  ADD 1 TO WS-LISTED-COUNT
                  MOVE SPACES TO CM-CUSTOMER-NAME
                  IF BOX-RENTED
                    MOVE SB-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                    READ CUSTOMER-MASTER
                      INVALID KEY
                        MOVE SPACES TO CM-CUSTOMER-NAME
                    END-READ
                  END-IF
                  DISPLAY SB-BOX-NUMBER ' ' SB-BOX-SIZE ' '
                      SB-STATUS ' ' SB-CUSTOMER-NUMBER ' '
                      CM-CUSTOMER-NAME(1:25) ' ACCT '
                      SB-DEBIT-ACCOUNT ' DUE ' SB-ANNIVERSARY-DATE
                      ' OWING ' SB-RENT-DUE
                  IF BOX-RENTED
                    DISPLAY '      ACCESS: ' SB-ACCESS-HOLDER(1)
                        ' ' SB-ACCESS-HOLDER(2) ' '
                        SB-ACCESS-HOLDER(3)
                  END-IF
                END-IF
              END-PERFORM
              CLOSE CUSTOMER-MASTER
              DISPLAY 'BOXES: ' WS-LISTED-COUNT.

              H000-REWRITE-BOX-REGISTER.
              OPEN OUTPUT SAFE-DEPOSIT-BOXES
              PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
                  UNTIL WS-BOX-IDX > WS-BOX-COUNT
                MOVE WS-BOX-IMAGE(WS-BOX-IDX) TO
                    SAFE-DEPOSIT-BOX-RECORD
                WRITE SAFE-DEPOSIT-BOX-RECORD
              END-PERFORM
              CLOSE SAFE-DEPOSIT-BOXES.
