            IDENTIFICATION DIVISION.
            PROGRAM-ID. FEERREQ.
            *> fee refund request entry - a branch that agreed to
            *> give a customer back an NSF fee or a maintenance
            *> charge used to key a plain deposit for the amount,
            *> which nobody could ever tie back to the fee. The
            *> teller now names the fee's UID and the reason, and
            *> this files the request on the fee-refund register
            *> (fee_refunds.dat, see copybooks/FEERFND) with a
            *> copy of the fee as it posted. Nothing moves until
            *> a supervisor approves it in FEERAPPR and FEERPOST
            *> posts the refund against the fee. Only a FEE
            *> posting on TRANSACTIONS can be asked for, only on
            *> an account in the teller's own branch, and only
            *> once - a declined request can be filed again
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL FEE-REFUNDS
                      ASSIGN TO 'fee_refunds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FQ-FEE-UID.

                  *> the fee being asked for, looked up by UID,
                  *> the alternate key
                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-REFUNDS.
                COPY FEERFND.

                FD TRANSACTIONS.
                COPY TRANSACT.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST' or 'REQ <uid> <reason>'
                *> - same command-line maintenance shape as
                *> CORRAPPR
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-UID-TEXT PIC X(5).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-REQUEST VALUE 'R'.

                01 WS-WORK-UID PIC 9(5) VALUE 0.
                01 WS-REFUND-REASON PIC X(40) VALUE SPACES.
                01 WS-RUN-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-REFUNDS-EOF PIC X VALUE 'N'.
                    88 END-OF-REFUNDS VALUE 'Y'.

                01 WS-TRAN-FOUND PIC X VALUE 'N'.
                  88 TRAN-ON-FILE VALUE 'Y'.
                01 WS-REFUND-FOUND PIC X VALUE 'N'.
                  88 REFUND-ON-REGISTER VALUE 'Y'.

                *> asking for a refund is teller work (see
                *> OPERSGN); the account must be in the teller's
                *> own branch (see OPRBRNCH)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.
                01 WS-SCOPE-STATUS PIC X.
                  88 BRANCH-SCOPE-ALLOWED VALUE 'A'.
                  88 BRANCH-SCOPE-DENIED VALUE 'D'.

                01 WS-COUNTS.
                  05 WS-REFUNDS-SHOWN PIC 9(5) VALUE 0.
                  05 WS-REFUNDS-REQUESTED PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'FEERREQ - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  *> GOBACK rather than STOP RUN so the operator
                  *> console (MAINMENU) can CALL this as a menu
                  *> function while it still runs standalone
                  GOBACK
                END-IF
              END-IF

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-OPEN-REQUESTS
                WHEN ACTION-REQUEST
                  PERFORM D000-FILE-REQUEST
                WHEN OTHER
                  DISPLAY 'FEERREQ - UNKNOWN ACTION, USE LIST '
                      'OR REQ <UID> <REASON>'
                  MOVE 8 TO RETURN-CODE
              END-EVALUATE

              DISPLAY '=========================================='
              DISPLAY 'FEERREQ - END OF JOB SUMMARY'
              DISPLAY 'REQUESTS SHOWN  : ' WS-REFUNDS-SHOWN
              DISPLAY 'REQUESTS FILED  : ' WS-REFUNDS-REQUESTED
              DISPLAY '=========================================='
              GOBACK.

              B000-PARSE-COMMAND-LINE.
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-UID-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'REQ '
                  SET ACTION-REQUEST TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-UID-TEXT IS NUMERIC
                MOVE WS-UID-TEXT TO WS-WORK-UID
              END-IF
              IF WS-POINTER <= 80
                MOVE WS-CMD-LINE(WS-POINTER:) TO
                    WS-REFUND-REASON
              END-IF.

              *> requests still waiting on the supervisor or on
              *> tonight's FEERPOST, so the teller can see where
              *> a customer's refund has got to
              C000-LIST-OPEN-REQUESTS.
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
                    IF REFUND-PENDING OR REFUND-APPROVED
                      ADD 1 TO WS-REFUNDS-SHOWN
                      DISPLAY 'FEE UID ' FQ-FEE-UID
                          ' STATUS ' FQ-STATUS
                          ' ACCT ' FQ-ACCOUNT-ID
                          ' AMOUNT ' FQ-FEE-AMOUNT
                          ' BY ' FQ-REQUESTED-BY
                          ' ON ' FQ-REQUESTED-DATE
                      DISPLAY '  ' FQ-FEE-DESC ' ' FQ-REASON
                    END-IF
                END-READ
              END-PERFORM

              CLOSE FEE-REFUNDS
              IF WS-REFUNDS-SHOWN = 0
                DISPLAY 'NO FEE REFUNDS OUTSTANDING'
              END-IF.

              *> the fee is read off TRANSACTIONS, not keyed, so
              *> the request carries exactly what was charged
              D000-FILE-REQUEST.
              IF WS-REFUND-REASON = SPACES
                DISPLAY 'FEERREQ - A REASON IS REQUIRED'
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF

              OPEN INPUT TRANSACTIONS
              MOVE 'N' TO WS-TRAN-FOUND
              MOVE WS-WORK-UID TO UID OF TRANSACTION-STRUCT
              READ TRANSACTIONS RECORD KEY IS
                  UID OF TRANSACTION-STRUCT
                INVALID KEY
                  MOVE 'N' TO WS-TRAN-FOUND
                NOT INVALID KEY
                  SET TRAN-ON-FILE TO TRUE
              END-READ
              CLOSE TRANSACTIONS

              IF NOT TRAN-ON-FILE
                DISPLAY 'FEERREQ - UID NOT ON TRANSACTIONS: '
                    WS-WORK-UID
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              IF NOT FEE OF TRANSACTION-STRUCT
                DISPLAY 'FEERREQ - UID IS NOT A FEE POSTING: '
                    WS-WORK-UID
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF

              CALL 'OPRBRNCH' USING WS-OPERATOR-ID,
                  ACCOUNT-ID OF TRANSACTION-STRUCT, WS-SCOPE-STATUS
              END-CALL
              IF BRANCH-SCOPE-DENIED
                DISPLAY 'FEERREQ - ACCOUNT BELONGS TO '
                    'ANOTHER BRANCH: '
                    ACCOUNT-ID OF TRANSACTION-STRUCT
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF

              OPEN I-O FEE-REFUNDS
              MOVE 'N' TO WS-REFUND-FOUND
              MOVE WS-WORK-UID TO FQ-FEE-UID
              READ FEE-REFUNDS
                INVALID KEY
                  MOVE 'N' TO WS-REFUND-FOUND
                NOT INVALID KEY
                  SET REFUND-ON-REGISTER TO TRUE
              END-READ

              IF REFUND-ON-REGISTER AND NOT REFUND-DECLINED
                DISPLAY 'FEERREQ - FEE ALREADY REQUESTED, STATUS '
                    FQ-STATUS ': ' WS-WORK-UID
                MOVE 8 TO RETURN-CODE
              ELSE
                PERFORM D100-BUILD-REQUEST
                IF REFUND-ON-REGISTER
                  REWRITE FEE-REFUND-RECORD
                ELSE
                  WRITE FEE-REFUND-RECORD
                END-IF
                ADD 1 TO WS-REFUNDS-REQUESTED
                DISPLAY 'FEERREQ FILED REFUND OF FEE UID '
                    WS-WORK-UID ' FOR ' FQ-FEE-AMOUNT
              END-IF
              CLOSE FEE-REFUNDS.

              D100-BUILD-REQUEST.
              MOVE WS-WORK-UID TO FQ-FEE-UID
              MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO FQ-ACCOUNT-ID
              MOVE AMOUNT OF TRANSACTION-STRUCT TO FQ-FEE-AMOUNT
              MOVE DESC OF TRANSACTION-STRUCT TO FQ-FEE-DESC
              MOVE POST-DATE OF TRANSACTION-STRUCT TO
                  FQ-FEE-POST-DATE
              MOVE WS-REFUND-REASON TO FQ-REASON
              MOVE WS-OPERATOR-ID TO FQ-REQUESTED-BY
              MOVE WS-RUN-DATE TO FQ-REQUESTED-DATE
              SET REFUND-PENDING TO TRUE
              MOVE SPACES TO FQ-DECIDED-BY
              MOVE 0 TO FQ-DECIDED-DATE
              MOVE 0 TO FQ-REFUND-UID
              MOVE 0 TO FQ-REFUND-DATE.
