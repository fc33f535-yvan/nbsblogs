            IDENTIFICATION DIVISION.
            PROGRAM-ID. FEERAPPR.
            *> supervisor approval gate for fee refund requests,
            *> CORRAPPR's shape over the fee-refund register
            *> (fee_refunds.dat, see copybooks/FEERFND). Lists
            *> each request FEERREQ filed with the fee it gives
            *> back, and lets a supervisor approve or decline it
            *> by the fee's UID - FEERPOST only posts approved
            *> requests, and a declined one goes to REJECTS with
            *> the supervisor's reason. A supervisor cannot
            *> approve a refund they asked for themselves
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL FEE-REFUNDS
                      ASSIGN TO 'fee_refunds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FQ-FEE-UID.

                  SELECT REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD FEE-REFUNDS.
                COPY FEERFND.

                FD REJECTS.
                COPY REJECT.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'APP <uid>' or
                *> 'DEC <uid> <reason>' - same command-line
                *> maintenance shape as CORRAPPR
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-UID-TEXT PIC X(5).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-APPROVE VALUE 'A'.
                  88 ACTION-DECLINE VALUE 'D'.

                01 WS-WORK-UID PIC 9(5) VALUE 0.
                01 WS-DECLINE-REASON PIC X(40) VALUE SPACES.
                01 WS-RUN-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-REFUNDS-EOF PIC X VALUE 'N'.
                    88 END-OF-REFUNDS VALUE 'Y'.

                *> approving or declining a refund is supervisor
                *> work (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-COUNTS.
                  05 WS-REFUNDS-SHOWN PIC 9(5) VALUE 0.
                  05 WS-REFUNDS-APPROVED PIC 9(5) VALUE 0.
                  05 WS-REFUNDS-DECLINED PIC 9(5) VALUE 0.

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
                  DISPLAY 'FEERAPPR - OPERATOR NOT AUTHORIZED: '
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
                  PERFORM C000-LIST-PENDING-REFUNDS
                WHEN ACTION-APPROVE
                  PERFORM D000-APPROVE-REFUND
                WHEN ACTION-DECLINE
                  PERFORM E000-DECLINE-REFUND
                WHEN OTHER
                  DISPLAY 'FEERAPPR - UNKNOWN ACTION, USE LIST, '
                      'APP <UID> OR DEC <UID> <REASON>'
                  MOVE 8 TO RETURN-CODE
              END-EVALUATE

              DISPLAY '=========================================='
              DISPLAY 'FEERAPPR - END OF JOB SUMMARY'
              DISPLAY 'REQUESTS SHOWN    : ' WS-REFUNDS-SHOWN
              DISPLAY 'REQUESTS APPROVED : ' WS-REFUNDS-APPROVED
              DISPLAY 'REQUESTS DECLINED : ' WS-REFUNDS-DECLINED
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
                WHEN 'APP '
                  SET ACTION-APPROVE TO TRUE
                WHEN 'DEC '
                  SET ACTION-DECLINE TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-UID-TEXT IS NUMERIC
                MOVE WS-UID-TEXT TO WS-WORK-UID
              END-IF
              IF WS-POINTER <= 80
                MOVE WS-CMD-LINE(WS-POINTER:) TO
                    WS-DECLINE-REASON
              END-IF.

              *> each request shown with the fee exactly as it
              *> posted, so the supervisor judges the refund
              *> against what the customer was charged
              C000-LIST-PENDING-REFUNDS.
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
                    IF REFUND-PENDING
                      ADD 1 TO WS-REFUNDS-SHOWN
                      PERFORM C100-SHOW-ONE-REQUEST
                    END-IF
                END-READ
              END-PERFORM

              CLOSE FEE-REFUNDS
              IF WS-REFUNDS-SHOWN = 0
                DISPLAY 'NO FEE REFUNDS AWAITING APPROVAL'
              END-IF.

              C100-SHOW-ONE-REQUEST.
              DISPLAY 'FEE UID ' FQ-FEE-UID
                  ' ACCT ' FQ-ACCOUNT-ID
                  ' AMOUNT ' FQ-FEE-AMOUNT
                  ' POSTED ' FQ-FEE-POST-DATE
                  ' ' FQ-FEE-DESC
              DISPLAY '  ASKED BY ' FQ-REQUESTED-BY
                  ' ON ' FQ-REQUESTED-DATE
                  ' ' FQ-REASON.

              *> only a still-pending request can be approved or
              *> declined, and never by the operator who asked
              *> for it
              D000-APPROVE-REFUND.
              OPEN I-O FEE-REFUNDS
              MOVE WS-WORK-UID TO FQ-FEE-UID
              READ FEE-REFUNDS
                INVALID KEY
                  DISPLAY 'FEERAPPR - NO REQUEST FOR FEE UID: '
                      WS-WORK-UID
                  MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                  EVALUATE TRUE
                    WHEN NOT REFUND-PENDING
                      DISPLAY 'FEERAPPR - REQUEST NOT PENDING: '
                          WS-WORK-UID ' STATUS ' FQ-STATUS
                      MOVE 8 TO RETURN-CODE
                    WHEN FQ-REQUESTED-BY = WS-OPERATOR-ID
                      DISPLAY 'FEERAPPR - CANNOT APPROVE YOUR OWN '
                          'REQUEST: ' WS-WORK-UID
                      MOVE 12 TO RETURN-CODE
                    WHEN OTHER
                      SET REFUND-APPROVED TO TRUE
                      MOVE WS-OPERATOR-ID TO FQ-DECIDED-BY
                      MOVE WS-RUN-DATE TO FQ-DECIDED-DATE
                      REWRITE FEE-REFUND-RECORD
                      ADD 1 TO WS-REFUNDS-APPROVED
                      DISPLAY 'FEERAPPR APPROVED REFUND OF FEE UID '
                          WS-WORK-UID
                  END-EVALUATE
              END-READ
              CLOSE FEE-REFUNDS.

              E000-DECLINE-REFUND.
              OPEN I-O FEE-REFUNDS
              OPEN EXTEND REJECTS
              MOVE WS-WORK-UID TO FQ-FEE-UID
              READ FEE-REFUNDS
                INVALID KEY
                  DISPLAY 'FEERAPPR - NO REQUEST FOR FEE UID: '
                      WS-WORK-UID
                  MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                  IF REFUND-PENDING
                    SET REFUND-DECLINED TO TRUE
                    MOVE WS-OPERATOR-ID TO FQ-DECIDED-BY
                    MOVE WS-RUN-DATE TO FQ-DECIDED-DATE
                    REWRITE FEE-REFUND-RECORD
                    ADD 1 TO WS-REFUNDS-DECLINED
                    IF WS-DECLINE-REASON = SPACES
                      MOVE 'FEE REFUND DECLINED BY SUPERVISOR'
                          TO WS-DECLINE-REASON
                    END-IF
                    MOVE FQ-FEE-UID TO RJ-UID
                    MOVE WS-DECLINE-REASON TO RJ-REASON
                    MOVE FEE-REFUND-RECORD TO RJ-RECORD-IMAGE
                    MOVE WS-RUN-DATE TO RJ-DATE
                    SET REJECT-PENDING TO TRUE
                    WRITE REJECT-RECORD
                    DISPLAY 'FEERAPPR DECLINED REFUND OF FEE UID '
                        WS-WORK-UID
                  ELSE
                    DISPLAY 'FEERAPPR - REQUEST NOT PENDING: '
                        WS-WORK-UID ' STATUS ' FQ-STATUS
                    MOVE 8 TO RETURN-CODE
                  END-IF
              END-READ
              CLOSE FEE-REFUNDS
              CLOSE REJECTS.
