            IDENTIFICATION DIVISION.
            PROGRAM-ID. WIRECB.
            *> outbound wire callback workstation - the second
            *> pair of hands on a wire WIREOUT registered AWAITING
            *> CALLBACK, in WATCHREV's command-line style. Lists
            *> the waiting requests; CONF records that the
            *> operator rang the customer back and who confirmed
            *> the wire, then releases it through WIRERLS against
            *> the day's cutoff; DECL cancels a wire the customer
            *> did not confirm. The operator confirming may not be
            *> the one who keyed the request, and the amount must
            *> sit inside their own OPRLIMIT limit. Funds are
            *> judged again through AVAILBAL at release - the
            *> account may have moved since the request was keyed.
            *> Confirmations and cancellations go on the maker/
            *> checker trail (see copybooks/MKCKTRL)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL WIRE-REQUESTS
                      ASSIGN TO 'wire_requests.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read-only - the balance the debit is seeded
                  *> from and the holder the wire is sent in
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD WIRE-REQUESTS.
                COPY WIREREQ.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'CONF <id> <contact>'
                *> or 'DECL <id>' - the contact is who was spoken
                *> to on the callback (a name or the number rung)
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-ID-TEXT PIC X(5).
                01 WS-CONTACT-TEXT PIC X(20).

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-CONFIRM VALUE 'C'.
                  88 ACTION-DECLINE VALUE 'D'.

                01 WS-WORK-ID PIC 9(5) VALUE 0.

                *> any signed-on operator may ring the customer
                *> back (see OPERSGN) - but not the one who keyed
                *> the wire
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-DAY-STATE PIC X(1).
                  88 DAY-ONLINE-OPEN VALUE 'O'.

                01 WS-LIMIT-STATUS PIC X.
                  88 AMOUNT-WITHIN-LIMIT VALUE 'W'.
                  88 AMOUNT-OVER-LIMIT VALUE 'O'.
                01 WS-LIMIT-AMOUNT PIC S9(6)V9(2).

                01 WS-FLAGS.
                  05 WS-REQUESTS-EOF PIC X VALUE 'N'.
                    88 END-OF-REQUESTS VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).

                *> the register loaded whole and rewritten with
                *> the worked row restamped, HOLDREL's idiom
                01 WS-REQUEST-COUNT PIC 9(3) VALUE 0.
                01 WS-REQUEST-TABLE.
                  05 WS-REQUEST-ENTRY OCCURS 500 TIMES.
                    10 WS-REQUEST-IMAGE PIC X(221).
                01 WS-REQUEST-IDX PIC 9(3).
                01 WS-WORKED-IDX PIC 9(3) VALUE 0.
                01 WS-WAITING-COUNT PIC 9(3) VALUE 0.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-AVAILABLE PIC S9(8)V9(2) VALUE 0.
                01 WS-START-BALANCE PIC S9(8)V9(2) VALUE 0.

                01 WS-NEXT-WIRE-UID PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-CONFIRMED-COUNT PIC 9(3) VALUE 0.
                  05 WS-DECLINED-COUNT PIC 9(3) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'WIRECB - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                CALL 'DAYCTL' USING 'C', WS-DAY-STATE
                END-CALL
                IF NOT DAY-ONLINE-OPEN
                  DISPLAY 'WIRECB REFUSED - THE ONLINE DAY IS '
                      'NOT OPEN (STATE ' WS-DAY-STATE ')'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-WIRE-REQUESTS

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-WAITING-WIRES
                WHEN ACTION-CONFIRM
                  PERFORM D000-CONFIRM-WIRE
                WHEN ACTION-DECLINE
                  PERFORM E000-DECLINE-WIRE
                WHEN OTHER
                  DISPLAY 'WIRECB - UNKNOWN ACTION, USE LIST, '
                      'CONF <ID> <CONTACT> OR DECL <ID>'
              END-EVALUATE

              IF WS-WORKED-IDX > 0
                PERFORM F000-REWRITE-WIRE-REQUESTS
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'WIRECB - END OF JOB SUMMARY'
              DISPLAY 'WIRES AWAITING CALLBACK: ' WS-WAITING-COUNT
              DISPLAY 'WIRES CONFIRMED        : '
                  WS-CONFIRMED-COUNT
              DISPLAY 'WIRES DECLINED         : ' WS-DECLINED-COUNT
              DISPLAY '=========================================='
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              MOVE SPACES TO WS-CONTACT-TEXT
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-ID-TEXT, WS-CONTACT-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'CONF'
                  SET ACTION-CONFIRM TO TRUE
                WHEN 'DECL'
                  SET ACTION-DECLINE TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-ID-TEXT IS NUMERIC
                MOVE WS-ID-TEXT TO WS-WORK-ID
              END-IF.

              B100-LOAD-WIRE-REQUESTS.
              OPEN INPUT WIRE-REQUESTS
              PERFORM UNTIL END-OF-REQUESTS
                READ WIRE-REQUESTS
                  AT END
                    SET END-OF-REQUESTS TO TRUE
                  NOT AT END
                    IF WS-REQUEST-COUNT >= 500
                      DISPLAY 'WIRECB ABEND - WIRE REGISTER '
                          'EXCEEDS 500 ROWS - ARCHIVE THE WORKED '
                          'ROWS AND RERUN'
                      CLOSE WIRE-REQUESTS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-REQUEST-COUNT
                    MOVE OUTBOUND-WIRE-REQUEST TO
                        WS-REQUEST-IMAGE(WS-REQUEST-COUNT)
                    IF WIRE-AWAITING-CALLBACK
                      ADD 1 TO WS-WAITING-COUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WIRE-REQUESTS.

              C000-LIST-WAITING-WIRES.
              DISPLAY 'OUTBOUND WIRES AWAITING CALLBACK'
              DISPLAY '================================'
              PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                  UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                MOVE WS-REQUEST-IMAGE(WS-REQUEST-IDX) TO
                    OUTBOUND-WIRE-REQUEST
                IF WIRE-AWAITING-CALLBACK
                  DISPLAY 'ID: ' WO-REQUEST-ID
                      ' ACCOUNT: ' WO-ACCOUNT-ID
                      ' AMOUNT: ' WO-AMOUNT
                      ' KEYED BY: ' WO-KEYED-BY
                  DISPLAY '   TO: ' WO-BENEF-BANK ' '
                      WO-BENEF-ACCOUNT
                  DISPLAY '       ' WO-BENEF-NAME
                  DISPLAY '   FOR: ' WO-PURPOSE
                      ' CALLBACK: ' WO-CALLBACK-REQUIRED
                      ' OVER LIMIT: ' WO-OVER-KEYER-LIMIT
                END-IF
              END-PERFORM
              IF WS-WAITING-COUNT = 0
                DISPLAY 'NOTHING AWAITING CALLBACK'
              END-IF.

              *> only a waiting request can be worked, and never
              *> by the hands that keyed it
              C100-FIND-WORK-ROW.
              MOVE 0 TO WS-WORKED-IDX
              PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                  UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                MOVE WS-REQUEST-IMAGE(WS-REQUEST-IDX) TO
                    OUTBOUND-WIRE-REQUEST
                IF WO-REQUEST-ID = WS-WORK-ID
                    AND WIRE-AWAITING-CALLBACK
                  MOVE WS-REQUEST-IDX TO WS-WORKED-IDX
                END-IF
              END-PERFORM
              IF WS-WORKED-IDX = 0
                DISPLAY 'WIRECB - REQUEST NOT AWAITING CALLBACK: '
                    WS-WORK-ID
                EXIT PARAGRAPH
              END-IF
              MOVE WS-REQUEST-IMAGE(WS-WORKED-IDX) TO
                  OUTBOUND-WIRE-REQUEST
              IF WO-KEYED-BY = WS-OPERATOR-ID
                DISPLAY 'WIRECB - THE OPERATOR WHO KEYED A WIRE '
                    'CANNOT CALL IT BACK'
                MOVE 0 TO WS-WORKED-IDX
              END-IF.

              D000-CONFIRM-WIRE.
              PERFORM C100-FIND-WORK-ROW
              IF WS-WORKED-IDX = 0
                EXIT PARAGRAPH
              END-IF
              IF WS-CONTACT-TEXT = SPACES
                DISPLAY 'WIRECB - GIVE WHO CONFIRMED THE CALLBACK: '
                    'CONF <ID> <CONTACT>'
                MOVE 0 TO WS-WORKED-IDX
                EXIT PARAGRAPH
              END-IF
              MOVE WO-AMOUNT TO WS-LIMIT-AMOUNT
              CALL 'OPRLIMIT' USING WS-OPERATOR-ID,
                  WS-LIMIT-AMOUNT, WS-LIMIT-STATUS
              END-CALL
              IF AMOUNT-OVER-LIMIT
                DISPLAY 'WIRECB - WIRE IS OVER YOUR OWN LIMIT, '
                    'REFER IT TO A SENIOR OPERATOR'
                MOVE 0 TO WS-WORKED-IDX
                EXIT PARAGRAPH
              END-IF

              PERFORM D100-LOOKUP-ACCOUNT-MASTER
              IF NOT ACCOUNT-ON-MASTER
                  OR (NOT ACCOUNT-OPEN
                    AND AM-STATUS-DATE <= WS-TODAY-DATE)
                DISPLAY 'WIRECB - ACCOUNT NO LONGER OPEN, '
                    'DECLINE THE WIRE'
                MOVE 0 TO WS-WORKED-IDX
                EXIT PARAGRAPH
              END-IF
              CALL 'AVAILBAL' USING WO-ACCOUNT-ID, WS-TODAY-DATE,
                  AM-BALANCE, AM-OVERDRAFT-LIMIT, WS-AVAILABLE
              END-CALL
              IF WO-AMOUNT > WS-AVAILABLE
                DISPLAY 'WIRECB - INSUFFICIENT AVAILABLE FUNDS: '
                    WS-AVAILABLE
                MOVE 0 TO WS-WORKED-IDX
                EXIT PARAGRAPH
              END-IF

              MOVE WS-OPERATOR-ID TO WO-CALLBACK-BY
              MOVE WS-CONTACT-TEXT TO WO-CALLBACK-CONTACT
              MOVE FUNCTION CURRENT-DATE(9:6) TO WO-CALLBACK-TIME
              CALL 'UIDALLOC' USING 'WIRE      ', 'WIRECB  ', 'N',
                  WS-NEXT-WIRE-UID
              END-CALL
              MOVE WS-NEXT-WIRE-UID TO WO-UID
              MOVE AM-BALANCE TO WS-START-BALANCE
              CALL 'WIRERLS' USING OUTBOUND-WIRE-REQUEST,
                  WS-START-BALANCE, AM-ACCOUNT-HOLDER
              END-CALL
              CALL 'UIDALLOC' USING 'WIRE      ', 'WIRECB  ', 'R',
                  WS-NEXT-WIRE-UID
              END-CALL
              MOVE OUTBOUND-WIRE-REQUEST TO
                  WS-REQUEST-IMAGE(WS-WORKED-IDX)
              ADD 1 TO WS-CONFIRMED-COUNT
              SUBTRACT 1 FROM WS-WAITING-COUNT
              CALL 'MKCKLOG' USING 'WIRECB  ', 'A', 'WOUT',
                  WO-REQUEST-ID, WO-UID, WO-ACCOUNT-ID,
                  WS-OPERATOR-ID
              END-CALL
              DISPLAY 'WIRECB RELEASED WIRE: ' WO-REQUEST-ID
                  ' VALUE DATE: ' WO-VALUE-DATE ' UID: ' WO-UID.

              D100-LOOKUP-ACCOUNT-MASTER.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              OPEN INPUT ACCOUNT-MASTER
              MOVE WO-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              CLOSE ACCOUNT-MASTER.

              *> the customer did not confirm, or could not be
              *> reached - the wire is cancelled and nothing is
              *> sent or debited
              E000-DECLINE-WIRE.
              PERFORM C100-FIND-WORK-ROW
              IF WS-WORKED-IDX = 0
                EXIT PARAGRAPH
              END-IF
              SET WIRE-CANCELLED TO TRUE
              MOVE WS-OPERATOR-ID TO WO-CALLBACK-BY
              MOVE WS-CONTACT-TEXT TO WO-CALLBACK-CONTACT
              MOVE FUNCTION CURRENT-DATE(9:6) TO WO-CALLBACK-TIME
              MOVE OUTBOUND-WIRE-REQUEST TO
                  WS-REQUEST-IMAGE(WS-WORKED-IDX)
              ADD 1 TO WS-DECLINED-COUNT
              SUBTRACT 1 FROM WS-WAITING-COUNT
              CALL 'MKCKLOG' USING 'WIRECB  ', 'D', 'WOUT',
                  WO-REQUEST-ID, WO-UID, WO-ACCOUNT-ID,
                  WS-OPERATOR-ID
              END-CALL
              DISPLAY 'WIRECB CANCELLED WIRE: ' WO-REQUEST-ID.

              F000-REWRITE-WIRE-REQUESTS.
              OPEN OUTPUT WIRE-REQUESTS
              PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                  UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                MOVE WS-REQUEST-IMAGE(WS-REQUEST-IDX) TO
                    OUTBOUND-WIRE-REQUEST
                WRITE OUTBOUND-WIRE-REQUEST
              END-PERFORM
              CLOSE WIRE-REQUESTS.
