            IDENTIFICATION DIVISION.
            PROGRAM-ID. SUSPWORK.
            *> suspense workstation - the draining side of the
            *> suspense file TRANLOAD files unapplied credits on
            *> (see copybooks/SUSPITM), in HOLDREL's command-line
            *> style. Lists the items still in suspense and lets
            *> a supervisor either apply one to the account it
            *> was meant for once that is known - the suspense
            *> account is debited and the named account credited
            *> with the item's own description, through the same
            *> journaled write path HOLDREL's release uses - or
            *> return it to the sender, debiting the suspense
            *> account and writing a return instruction on
            *> suspense_returns.txt for the payments desk to send
            *> the money back. Either way the item is stamped
            *> with how, when and by whom it left suspense and
            *> stays on file for SUSPAGE and the audit. Postings
            *> take their UIDs from UIDALLOC's SUSPENSE range
            *> (94001-95999) - they belong to no feed's run
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL SUSPENSE-ITEMS
                      ASSIGN TO 'suspense_items.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ITEM-UID.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> the per-account risk-profile store - every
                  *> customer-moving posting folds in (see
                  *> copybooks/RISKPROF)
                  SELECT OPTIONAL RISK-PROFILE
                      ASSIGN TO 'risk_profile.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-ACCOUNT-ID.

                  *> one instruction per item sent back - the
                  *> payments desk works this to return the money
                  *> to the originating bank
                  SELECT OPTIONAL SUSPENSE-RETURNS
                      ASSIGN TO 'suspense_returns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SUSPENSE-ITEMS.
                COPY SUSPITM.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD JOURNAL.
                COPY JOURNAL.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD RISK-PROFILE.
                COPY RISKPROF.

                FD SUSPENSE-RETURNS.
                01 SUSPENSE-RETURN-RECORD.
                  02 SR-RETURN-DATE PIC 9(8).
                  02 SR-ITEM-UID PIC 9(5).
                  02 SR-ORIG-ACCOUNT-ID PIC S9(7).
                  02 SR-ORIG-HOLDER PIC A(50).
                  02 SR-ORIG-DESC PIC X(25).
                  02 SR-AMOUNT PIC S9(6)V9(2).
                  02 SR-REASON PIC X(40).
                  02 SR-OPERATOR-ID PIC X(8).

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'APPL <uid> <account>'
                *> or 'RETN <uid> <reason>' - same parse as
                *> HOLDREL's
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-UID-TEXT PIC X(5).
                01 WS-ACCOUNT-TEXT PIC X(7).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-APPLY VALUE 'A'.
                  88 ACTION-RETURN VALUE 'R'.

                01 WS-WORK-UID PIC 9(5) VALUE 0.
                01 WS-TARGET-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-RETURN-REASON PIC X(40) VALUE SPACES.

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every journal entry written here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> applying or returning suspense money is
                *> supervisor work (see OPERSGN)
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-ITEMS-EOF PIC X VALUE 'N'.
                    88 END-OF-ITEMS VALUE 'Y'.

                01 WS-ITEM-FOUND PIC X VALUE 'N'.
                  88 ITEM-ON-FILE VALUE 'Y'.

                *> the gates an apply must pass before anything
                *> posts - the named account on the master, open,
                *> not on the stop-payment list and not the
                *> suspense account itself
                01 WS-APPLY-VERDICT PIC X VALUE 'O'.
                  88 APPLY-CLEAR VALUE 'O'.
                  88 APPLY-REFUSED VALUE 'X'.
                01 WS-REFUSAL PIC X(40) VALUE SPACES.
                01 WS-BLOCK-STATUS PIC X VALUE 'C'.
                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.
                *> no cheque serial rides this posting - only a
                *> presented cheque can meet a cheque stop
                01 WS-NO-CHEQUE-SERIAL PIC 9(8) VALUE 0.

                *> OPRLIMIT's verdict on the working operator -
                *> moving the item is a posting, so the
                *> supervisor's own dollar limit applies
                01 WS-LIMIT-STATUS PIC X.
                  88 AMOUNT-WITHIN-LIMIT VALUE 'W'.
                  88 AMOUNT-OVER-LIMIT VALUE 'O'.

                *> OPRBRNCH's verdict - a branch-level operator
                *> stays inside their own branch's accounts
                01 WS-SCOPE-STATUS PIC X.
                  88 BRANCH-SCOPE-ALLOWED VALUE 'A'.
                  88 BRANCH-SCOPE-DENIED VALUE 'D'.

                *> the system day-control state (see DAYCTL) -
                *> online work is refused unless the shop is
                *> online-open
                01 WS-DAY-STATE PIC X(1).
                  88 DAY-ONLINE-OPEN VALUE 'O'.
                  88 DAY-ONLINE-CLOSED VALUE 'C'.
                  88 DAY-BATCH-RUNNING VALUE 'B'.
                  88 DAY-CLOSED VALUE 'D'.

                01 WS-TODAY-DATE PIC 9(8).
                01 WS-NEXT-SUSPENSE-UID PIC 9(5) VALUE 0.
                01 WS-SUSPENSE-DEBIT-UID PIC 9(5) VALUE 0.

                *> the one leg D100 posts - staged so the
                *> suspense debit and the customer credit share
                *> one build-and-write paragraph
                01 WS-LEG-ACCOUNT PIC S9(7).
                01 WS-LEG-AMOUNT PIC S9(6)V9(2).
                01 WS-LEG-DESC PIC X(25).
                01 WS-LEG-END-BALANCE PIC S9(8)V9(2).
                01 WS-LEG-POSTED PIC X VALUE 'N'.
                  88 LEG-WAS-POSTED VALUE 'Y'.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-OPEN-COUNT PIC 9(5) VALUE 0.
                  05 WS-APPLIED-COUNT PIC 9(3) VALUE 0.
                  05 WS-RETURNED-COUNT PIC 9(3) VALUE 0.

                01 WS-OPEN-TOTAL PIC S9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                *> applying or returning writes TRANSACTIONS and
                *> the master - refused while batch owns the
                *> files (see DAYCTL)
                CALL 'DAYCTL' USING 'C', WS-DAY-STATE
                END-CALL
                IF NOT DAY-ONLINE-OPEN
                  DISPLAY 'SUSPWORK REFUSED - THE ONLINE DAY IS '
                      'NOT OPEN (STATE ' WS-DAY-STATE ')'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'SUSPWORK - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-OPEN-ITEMS
                WHEN ACTION-APPLY
                  PERFORM D000-APPLY-ITEM
                WHEN ACTION-RETURN
                  PERFORM E000-RETURN-ITEM
                WHEN OTHER
                  DISPLAY 'SUSPWORK - UNKNOWN ACTION, USE LIST, '
                      'APPL <UID> <ACCOUNT> OR RETN <UID> <REASON>'
              END-EVALUATE

              DISPLAY '=========================================='
              DISPLAY 'SUSPWORK - END OF JOB SUMMARY'
              IF ACTION-LIST
                DISPLAY 'ITEMS IN SUSPENSE : ' WS-OPEN-COUNT
                DISPLAY 'AMOUNT IN SUSPENSE: ' WS-OPEN-TOTAL
              END-IF
              DISPLAY 'ITEMS APPLIED     : ' WS-APPLIED-COUNT
              DISPLAY 'ITEMS RETURNED    : ' WS-RETURNED-COUNT
              DISPLAY '=========================================='
              STOP RUN.

              *> the action word is the first space-delimited
              *> token and the item UID the second; an apply
              *> names the account third, a return gives its
              *> reason as everything after the UID
              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-UID-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'APPL'
                  SET ACTION-APPLY TO TRUE
                WHEN 'RETN'
                  SET ACTION-RETURN TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-UID-TEXT IS NUMERIC
                MOVE WS-UID-TEXT TO WS-WORK-UID
              END-IF
              IF ACTION-APPLY
                UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                    INTO WS-ACCOUNT-TEXT
                    POINTER WS-POINTER
                END-UNSTRING
                IF WS-ACCOUNT-TEXT IS NUMERIC
                  MOVE WS-ACCOUNT-TEXT TO WS-TARGET-ACCOUNT
                END-IF
              ELSE
                MOVE WS-CMD-LINE(WS-POINTER:) TO WS-RETURN-REASON
              END-IF.

              C000-LIST-OPEN-ITEMS.
              DISPLAY 'ITEMS IN SUSPENSE'
              DISPLAY '================='
              OPEN INPUT SUSPENSE-ITEMS
              PERFORM UNTIL END-OF-ITEMS
                READ SUSPENSE-ITEMS NEXT RECORD
                  AT END
                    SET END-OF-ITEMS TO TRUE
                  NOT AT END
                    IF SUSPENSE-ITEM-OPEN
                      ADD 1 TO WS-OPEN-COUNT
                      ADD SI-AMOUNT TO WS-OPEN-TOTAL
                      DISPLAY 'UID: ' SI-ITEM-UID
                          ' FILED: ' SI-FILED-DATE
                          ' BRANCH: ' SI-BRANCH-CODE
                          ' AMOUNT: ' SI-AMOUNT
                      DISPLAY '   FOR ACCOUNT: ' SI-ORIG-ACCOUNT-ID
                          ' ' SI-ORIG-HOLDER
                      DISPLAY '   DESC: ' SI-ORIG-DESC
                          ' REASON: ' SI-REASON
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ITEMS
              IF WS-OPEN-COUNT = 0
                DISPLAY 'NOTHING IN SUSPENSE'
              END-IF.

              *> the item the supervisor named must be on file
              *> and still in suspense - anything else is an
              *> operator error, not a posting
              C100-FIND-OPEN-ITEM.
              MOVE 'N' TO WS-ITEM-FOUND
              MOVE WS-WORK-UID TO SI-ITEM-UID
              READ SUSPENSE-ITEMS
                INVALID KEY
                  DISPLAY 'SUSPWORK - UID NOT ON SUSPENSE FILE: '
                      WS-WORK-UID
                NOT INVALID KEY
                  IF SUSPENSE-ITEM-OPEN
                    SET ITEM-ON-FILE TO TRUE
                  ELSE
                    DISPLAY 'SUSPWORK - ITEM ALREADY WORKED ON '
                        SI-WORKED-DATE ' STATUS ' SI-STATUS
                        ': ' WS-WORK-UID
                  END-IF
              END-READ
              IF NOT ITEM-ON-FILE
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              CALL 'OPRLIMIT' USING WS-OPERATOR-ID,
                  SI-AMOUNT, WS-LIMIT-STATUS
              END-CALL
              IF AMOUNT-OVER-LIMIT
                DISPLAY 'SUSPWORK - AMOUNT OVER YOUR LIMIT, '
                    'ITEM STAYS IN SUSPENSE: ' WS-WORK-UID
                MOVE 'N' TO WS-ITEM-FOUND
                MOVE 12 TO RETURN-CODE
              END-IF.

              *> debit the suspense account, credit the account
              *> the item was meant for under its original
              *> description, and mark the item applied
              D000-APPLY-ITEM.
              OPEN I-O SUSPENSE-ITEMS
              PERFORM C100-FIND-OPEN-ITEM
              IF NOT ITEM-ON-FILE
                CLOSE SUSPENSE-ITEMS
                EXIT PARAGRAPH
              END-IF
              CALL 'OPRBRNCH' USING WS-OPERATOR-ID,
                  WS-TARGET-ACCOUNT, WS-SCOPE-STATUS
              END-CALL
              IF BRANCH-SCOPE-DENIED
                DISPLAY 'SUSPWORK - ACCOUNT BELONGS TO '
                    'ANOTHER BRANCH: ' WS-TARGET-ACCOUNT
                CLOSE SUSPENSE-ITEMS
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              OPEN I-O ACCOUNT-MASTER
              PERFORM D050-CHECK-APPLY-GUARDS
              IF APPLY-REFUSED
                DISPLAY 'SUSPWORK - APPLY REFUSED, ITEM STAYS IN '
                    'SUSPENSE: ' WS-WORK-UID
                DISPLAY '  REASON: ' WS-REFUSAL
                CLOSE ACCOUNT-MASTER
                CLOSE SUSPENSE-ITEMS
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O RISK-PROFILE

              MOVE SI-SUSPENSE-ACCOUNT TO WS-LEG-ACCOUNT
              COMPUTE WS-LEG-AMOUNT = 0 - SI-AMOUNT
              MOVE SPACES TO WS-LEG-DESC
              STRING 'SUSP APPLIED TO ' WS-ACCOUNT-TEXT
                  DELIMITED BY SIZE INTO WS-LEG-DESC
              END-STRING
              PERFORM D100-POST-ONE-LEG
              IF LEG-WAS-POSTED
                MOVE WS-NEXT-SUSPENSE-UID TO WS-SUSPENSE-DEBIT-UID
                MOVE WS-TARGET-ACCOUNT TO WS-LEG-ACCOUNT
                MOVE SI-AMOUNT TO WS-LEG-AMOUNT
                MOVE SI-ORIG-DESC TO WS-LEG-DESC
                PERFORM D100-POST-ONE-LEG
                SET SUSPENSE-ITEM-APPLIED TO TRUE
                MOVE WS-TODAY-DATE TO SI-WORKED-DATE
                MOVE WS-TARGET-ACCOUNT TO SI-APPLIED-ACCOUNT
                MOVE WS-SUSPENSE-DEBIT-UID TO SI-WORKED-UID
                MOVE WS-OPERATOR-ID TO SI-WORKED-OPERATOR
                REWRITE SUSPENSE-ITEM-RECORD
                ADD 1 TO WS-APPLIED-COUNT
                DISPLAY 'SUSPWORK APPLIED UID: ' WS-WORK-UID
                    ' TO ACCOUNT: ' WS-TARGET-ACCOUNT
              END-IF

              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE RISK-PROFILE
              CLOSE ACCOUNT-MASTER
              CLOSE SUSPENSE-ITEMS
              CALL 'UIDALLOC' USING 'SUSPENSE  ', 'SUSPWORK', 'R',
                  WS-NEXT-SUSPENSE-UID
              END-CALL.

              *> the same gates HOLDREL's release passes, applied
              *> to the account the supervisor named
              D050-CHECK-APPLY-GUARDS.
              SET APPLY-CLEAR TO TRUE
              IF WS-TARGET-ACCOUNT = 0
                  OR WS-TARGET-ACCOUNT = SI-SUSPENSE-ACCOUNT
                SET APPLY-REFUSED TO TRUE
                MOVE 'NO VALID ACCOUNT NAMED TO APPLY TO'
                    TO WS-REFUSAL
                EXIT PARAGRAPH
              END-IF
              MOVE WS-TARGET-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  SET APPLY-REFUSED TO TRUE
                  MOVE 'ACCOUNT-ID NOT FOUND ON ACCOUNT-MASTER'
                      TO WS-REFUSAL
                NOT INVALID KEY
                  IF NOT ACCOUNT-OPEN
                      AND AM-STATUS-DATE <= WS-TODAY-DATE
                    SET APPLY-REFUSED TO TRUE
                    MOVE 'ACCOUNT NOT OPEN FOR POSTING'
                        TO WS-REFUSAL
                  END-IF
                  IF PRODUCT-LOAN
                    SET APPLY-REFUSED TO TRUE
                    MOVE 'LOAN PAYMENTS POST THROUGH TRANLOAD'
                        TO WS-REFUSAL
                  END-IF
              END-READ
              IF APPLY-CLEAR
                CALL 'BLKCHK' USING WS-TARGET-ACCOUNT,
                    WS-WORK-UID, WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
                END-CALL
                IF NOT POSTING-CLEAR
                  SET APPLY-REFUSED TO TRUE
                  MOVE 'ACCOUNT ON BLOCK LIST - STOP PAYMENT'
                      TO WS-REFUSAL
                END-IF
              END-IF.

              *> build, WRITE, journal and roll the master
              *> forward for one leg, the way HOLDREL's D100
              *> posts a release - rebased on the live master
              *> balance and stamped with today's date
              D100-POST-ONE-LEG.
              MOVE 'N' TO WS-LEG-POSTED
              MOVE WS-LEG-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  DISPLAY 'SUSPWORK - ACCOUNT NOT ON MASTER: '
                      WS-LEG-ACCOUNT
                  MOVE 12 TO RETURN-CODE
                  EXIT PARAGRAPH
              END-READ
              CALL 'UIDALLOC' USING 'SUSPENSE  ', 'SUSPWORK', 'N',
                  WS-NEXT-SUSPENSE-UID
              END-CALL
              COMPUTE WS-LEG-END-BALANCE =
                  AM-BALANCE + WS-LEG-AMOUNT
              MOVE WS-NEXT-SUSPENSE-UID TO UID OF TRANSACTION-STRUCT
              MOVE WS-LEG-DESC TO DESC OF TRANSACTION-STRUCT
              MOVE WS-LEG-AMOUNT TO AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              MOVE WS-LEG-END-BALANCE TO
                  END-BALANCE OF TRANSACTION-STRUCT
              MOVE WS-LEG-ACCOUNT TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              IF WS-LEG-AMOUNT < 0
                SET WITHDRAWAL OF TRANSACTION-STRUCT TO TRUE
              ELSE
                SET DEPOSIT OF TRANSACTION-STRUCT TO TRUE
              END-IF
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-TODAY-DATE TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
                INVALID KEY
                  DISPLAY 'SUSPWORK - UID ALREADY ON TRANSACTIONS: '
                      WS-NEXT-SUSPENSE-UID
                  MOVE 12 TO RETURN-CODE
                  EXIT PARAGRAPH
              END-WRITE

              MOVE WS-TODAY-DATE TO JN-TIMESTAMP
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE WS-LEG-END-BALANCE TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'SUSPWORK',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL
              PERFORM G100-FOLD-RISK-PROFILE
              SET LEG-WAS-POSTED TO TRUE.

              *> debit the suspense account and leave the
              *> payments desk an instruction to send the money
              *> back where it came from
              E000-RETURN-ITEM.
              OPEN I-O SUSPENSE-ITEMS
              PERFORM C100-FIND-OPEN-ITEM
              IF NOT ITEM-ON-FILE
                CLOSE SUSPENSE-ITEMS
                EXIT PARAGRAPH
              END-IF
              IF WS-RETURN-REASON = SPACES
                MOVE 'BENEFICIARY ACCOUNT NOT IDENTIFIED'
                    TO WS-RETURN-REASON
              END-IF
              OPEN I-O ACCOUNT-MASTER
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O RISK-PROFILE

              MOVE SI-SUSPENSE-ACCOUNT TO WS-LEG-ACCOUNT
              COMPUTE WS-LEG-AMOUNT = 0 - SI-AMOUNT
              MOVE SPACES TO WS-LEG-DESC
              STRING 'SUSP RETURNED - UID ' SI-ITEM-UID
                  DELIMITED BY SIZE INTO WS-LEG-DESC
              END-STRING
              PERFORM D100-POST-ONE-LEG
              IF LEG-WAS-POSTED
                OPEN EXTEND SUSPENSE-RETURNS
                MOVE WS-TODAY-DATE TO SR-RETURN-DATE
                MOVE SI-ITEM-UID TO SR-ITEM-UID
                MOVE SI-ORIG-ACCOUNT-ID TO SR-ORIG-ACCOUNT-ID
                MOVE SI-ORIG-HOLDER TO SR-ORIG-HOLDER
                MOVE SI-ORIG-DESC TO SR-ORIG-DESC
                MOVE SI-AMOUNT TO SR-AMOUNT
                MOVE WS-RETURN-REASON TO SR-REASON
                MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
                WRITE SUSPENSE-RETURN-RECORD
                CLOSE SUSPENSE-RETURNS
                SET SUSPENSE-ITEM-RETURNED TO TRUE
                MOVE WS-TODAY-DATE TO SI-WORKED-DATE
                MOVE 0 TO SI-APPLIED-ACCOUNT
                MOVE WS-NEXT-SUSPENSE-UID TO SI-WORKED-UID
                MOVE WS-OPERATOR-ID TO SI-WORKED-OPERATOR
                REWRITE SUSPENSE-ITEM-RECORD
                ADD 1 TO WS-RETURNED-COUNT
                DISPLAY 'SUSPWORK RETURNED UID: ' WS-WORK-UID
                DISPLAY '  REASON: ' WS-RETURN-REASON
              END-IF

              CLOSE TRANSACTIONS
              CLOSE JOURNAL
              CLOSE RISK-PROFILE
              CLOSE ACCOUNT-MASTER
              CLOSE SUSPENSE-ITEMS
              CALL 'UIDALLOC' USING 'SUSPENSE  ', 'SUSPWORK', 'R',
                  WS-NEXT-SUSPENSE-UID
              END-CALL.

              *> both legs are D/W postings, so each folds into
              *> the risk-profile store the way HOLDREL's G100
              *> folds a release - the store and RISKBLD's
              *> rebuild must count the same records (see
              *> copybooks/RISKPROF)
              G100-FOLD-RISK-PROFILE.
              MOVE WS-LEG-ACCOUNT TO RP-ACCOUNT-ID
              READ RISK-PROFILE
                INVALID KEY
                  MOVE WS-LEG-ACCOUNT TO RP-ACCOUNT-ID
                  MOVE 1 TO RP-POSTING-COUNT
                  COMPUTE RP-AMOUNT-TOTAL =
                      FUNCTION ABS(WS-LEG-AMOUNT)
                  WRITE RISK-PROFILE-RECORD
                    INVALID KEY
                      CONTINUE
                  END-WRITE
                NOT INVALID KEY
                  ADD 1 TO RP-POSTING-COUNT
                  ADD FUNCTION ABS(WS-LEG-AMOUNT) TO
                      RP-AMOUNT-TOTAL
                  REWRITE RISK-PROFILE-RECORD
              END-READ.
