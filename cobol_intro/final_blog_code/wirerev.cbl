            IDENTIFICATION DIVISION.
            PROGRAM-ID. WIREREV.
            *> wire repair workstation - the draining side of
            *> WIREIN's repair queue, in WATCHREV's command-line
            *> style. Lists the inbound wires parked on
            *> wire_repair_queue.txt and lets an operations
            *> supervisor release one (optionally onto a corrected
            *> beneficiary account) or return it to the ordering
            *> bank. A released wire goes out on wire_feed.txt as
            *> an ordinary DAILY-FEED credit under a UID from
            *> UIDALLOC's WIRE range, so it still meets TRANLOAD's
            *> posting edits; a returned wire is written to
            *> wire_returns.txt for the payments gateway to send
            *> back. Either way the worked slot comes off the
            *> queue and the decision goes on the maker/checker
            *> trail (see copybooks/MKCKTRL). Releasing a wire
            *> that was parked on a watchlist hit is logged to
            *> EXCLOG so it shows on the morning summary
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL WIRE-REPAIR-QUEUE
                      ASSIGN TO 'wire_repair_queue.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the same staging file WIREIN feeds and
                  *> FEEDCAT appends and clears
                  SELECT OPTIONAL WIRE-FEED
                      ASSIGN TO 'wire_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> returned wires for the payments gateway,
                  *> appended across the day
                  SELECT OPTIONAL WIRE-RETURNS
                      ASSIGN TO 'wire_returns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read-only - the holder name and the balance
                  *> the feed record is seeded from
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD WIRE-REPAIR-QUEUE.
                COPY WIRERPR.

                *> same field order/size as FEED-RECORD in
                *> tranload.cbl
                FD WIRE-FEED.
                01 WIRE-FEED-RECORD.
                  02 WF-UID PIC 9(5).
                  02 WF-DESC PIC X(25).
                  02 WF-AMOUNT PIC S9(6)V9(2).
                  02 WF-START-BALANCE PIC S9(6)V9(2).
                  02 WF-END-BALANCE PIC S9(6)V9(2).
                  02 WF-ACCOUNT-ID PIC S9(7).
                  02 WF-ACCOUNT-HOLDER PIC A(50).

                FD WIRE-RETURNS.
                01 WIRE-RETURN-RECORD.
                  02 WT-WIRE-REF PIC X(16).
                  02 WT-ORDERING-BANK PIC X(11).
                  02 WT-CURRENCY PIC X(3).
                  02 WT-AMOUNT PIC 9(9)V9(2).
                  02 WT-REASON PIC X(2).
                  02 WT-REASON-TEXT PIC X(40).
                  02 WT-RETURNED-DATE PIC 9(8).
                  02 WT-OPERATOR-ID PIC X(8).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'REL <id>',
                *> 'REL <id> <account>' or 'RET <id>' - same
                *> parse as WATCHREV's; the account on a release
                *> repairs a wrong beneficiary account
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-ID-TEXT PIC X(5).
                01 WS-ACCOUNT-TEXT PIC X(7).

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-RELEASE VALUE 'A'.
                  88 ACTION-RETURN VALUE 'D'.

                01 WS-WORK-ID PIC 9(5) VALUE 0.

                *> the wire message carried on the queue slot
                COPY WIREMSG.

                *> releasing or returning a wire is supervisor
                *> work (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-QUEUE-EOF PIC X VALUE 'N'.
                    88 END-OF-QUEUE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the queue loaded whole and rewritten minus
                *> the worked slot, HOLDREL's idiom
                01 WS-REPAIR-COUNT PIC 9(3) VALUE 0.
                01 WS-REPAIR-TABLE.
                  05 WS-REPAIR-ENTRY OCCURS 200 TIMES.
                    10 WS-REPAIR-IMAGE PIC X(257).
                01 WS-REPAIR-IDX PIC 9(3).
                01 WS-FOUND-IDX PIC 9(3) VALUE 0.
                01 WS-WORKED-IDX PIC 9(3) VALUE 0.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-SIGNED-ACCOUNT PIC S9(7) VALUE 0.

                *> FXCONV's conversion interface - a wire parked
                *> on an unknown currency is converted again in
                *> case the rate has since been loaded
                01 WS-FX-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-BASE-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-STATUS PIC X.
                  88 AMOUNT-CONVERTED VALUE 'Y'.
                  88 AMOUNT-NOT-CONVERTED VALUE 'N'.

                *> the largest amount a DAILY-FEED record can
                *> carry, as in WIREIN
                01 WS-FEED-AMOUNT-LIMIT PIC S9(9)V9(2)
                    VALUE 999999.99.

                01 WS-NEXT-WIRE-UID PIC 9(5) VALUE 0.
                01 WS-NO-UID PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RELEASED-COUNT PIC 9(3) VALUE 0.
                  05 WS-RETURNED-COUNT PIC 9(3) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'WIREREV - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-REPAIR-QUEUE

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-PARKED-WIRES
                WHEN ACTION-RELEASE
                  PERFORM D000-RELEASE-WIRE
                WHEN ACTION-RETURN
                  PERFORM E000-RETURN-WIRE
                WHEN OTHER
                  DISPLAY 'WIREREV - UNKNOWN ACTION, USE LIST, '
                      'REL <ID> [ACCOUNT] OR RET <ID>'
              END-EVALUATE

              IF WS-WORKED-IDX > 0
                PERFORM F000-REWRITE-REPAIR-QUEUE
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'WIREREV - END OF JOB SUMMARY'
              DISPLAY 'WIRES ON QUEUE    : ' WS-REPAIR-COUNT
              DISPLAY 'WIRES RELEASED    : ' WS-RELEASED-COUNT
              DISPLAY 'WIRES RETURNED    : ' WS-RETURNED-COUNT
              DISPLAY '=========================================='
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              MOVE SPACES TO WS-ACCOUNT-TEXT
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-ID-TEXT, WS-ACCOUNT-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'REL '
                  SET ACTION-RELEASE TO TRUE
                WHEN 'RET '
                  SET ACTION-RETURN TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-ID-TEXT IS NUMERIC
                MOVE WS-ID-TEXT TO WS-WORK-ID
              END-IF.

              B100-LOAD-REPAIR-QUEUE.
              OPEN INPUT WIRE-REPAIR-QUEUE
              PERFORM UNTIL END-OF-QUEUE
                READ WIRE-REPAIR-QUEUE
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF WS-REPAIR-COUNT >= 200
                      DISPLAY 'WIREREV ABEND - REPAIR QUEUE '
                          'EXCEEDS 200 SLOTS - WORK THE QUEUE '
                          'DOWN AND RERUN'
                      CLOSE WIRE-REPAIR-QUEUE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-REPAIR-COUNT
                    MOVE WIRE-REPAIR-RECORD TO
                        WS-REPAIR-IMAGE(WS-REPAIR-COUNT)
                END-READ
              END-PERFORM
              CLOSE WIRE-REPAIR-QUEUE.

              C000-LIST-PARKED-WIRES.
              DISPLAY 'INBOUND WIRES AWAITING REPAIR'
              DISPLAY '============================='
              PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                  UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
                MOVE WS-REPAIR-IMAGE(WS-REPAIR-IDX) TO
                    WIRE-REPAIR-RECORD
                MOVE WR-WIRE-IMAGE TO INBOUND-WIRE-RECORD
                DISPLAY 'ID: ' WR-REPAIR-ID
                    ' REF: ' WM-WIRE-REF
                    ' ' WM-CURRENCY ' ' WM-AMOUNT
                    ' BASE: ' WR-BASE-AMOUNT
                DISPLAY '   FROM: ' WM-ORDERING-NAME
                DISPLAY '   TO  : ' WM-BENEF-ACCOUNT ' '
                    WM-BENEF-NAME
                DISPLAY '   REASON: ' WR-REASON ' '
                    WR-REASON-TEXT ' FILED: ' WR-FILED-DATE
              END-PERFORM
              IF WS-REPAIR-COUNT = 0
                DISPLAY 'QUEUE IS EMPTY'
              END-IF.

              C100-FIND-WORK-SLOT.
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                  UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
                MOVE WS-REPAIR-IMAGE(WS-REPAIR-IDX) TO
                    WIRE-REPAIR-RECORD
                IF WR-REPAIR-ID = WS-WORK-ID
                  MOVE WS-REPAIR-IDX TO WS-FOUND-IDX
                END-IF
              END-PERFORM
              IF WS-FOUND-IDX = 0
                DISPLAY 'WIREREV - REPAIR ID NOT ON QUEUE: '
                    WS-WORK-ID
              ELSE
                MOVE WS-REPAIR-IMAGE(WS-FOUND-IDX) TO
                    WIRE-REPAIR-RECORD
                MOVE WR-WIRE-IMAGE TO INBOUND-WIRE-RECORD
              END-IF.

              *> the supervisor's release stands in for the
              *> failed check, but the wire must still land on a
              *> real account in an amount the feed can carry
              D000-RELEASE-WIRE.
              PERFORM C100-FIND-WORK-SLOT
              IF WS-FOUND-IDX = 0
                EXIT PARAGRAPH
              END-IF
              IF WS-ACCOUNT-TEXT IS NUMERIC
                MOVE WS-ACCOUNT-TEXT TO WM-BENEF-ACCOUNT
              END-IF
              PERFORM D100-LOOKUP-BENEFICIARY
              IF NOT ACCOUNT-ON-MASTER
                DISPLAY 'WIREREV - BENEFICIARY ACCOUNT NOT ON '
                    'FILE, GIVE REL <ID> <ACCOUNT> OR RETURN IT'
                EXIT PARAGRAPH
              END-IF
              MOVE WM-AMOUNT TO WS-FX-AMOUNT
              CALL 'FXCONV' USING WM-CURRENCY, WS-FX-AMOUNT,
                  WS-FX-BASE-AMOUNT, WS-FX-STATUS
              END-CALL
              IF AMOUNT-NOT-CONVERTED
                DISPLAY 'WIREREV - CURRENCY STILL NOT ON RATE '
                    'TABLE: ' WM-CURRENCY
                EXIT PARAGRAPH
              END-IF
              IF WS-FX-BASE-AMOUNT > WS-FEED-AMOUNT-LIMIT
                DISPLAY 'WIREREV - AMOUNT BEYOND FEED LIMIT, '
                    'BOOK BY HAND OR RETURN IT'
                EXIT PARAGRAPH
              END-IF

              CALL 'UIDALLOC' USING 'WIRE      ', 'WIREREV ', 'N',
                  WS-NEXT-WIRE-UID
              END-CALL
              OPEN EXTEND WIRE-FEED
              MOVE WS-NEXT-WIRE-UID TO WF-UID
              MOVE SPACES TO WF-DESC
              STRING 'WIRE IN ' WM-WIRE-REF DELIMITED BY SIZE
                  INTO WF-DESC
              END-STRING
              MOVE WS-FX-BASE-AMOUNT TO WF-AMOUNT
              MOVE AM-BALANCE TO WF-START-BALANCE
              COMPUTE WF-END-BALANCE =
                  AM-BALANCE + WS-FX-BASE-AMOUNT
              MOVE AM-ACCOUNT-ID TO WF-ACCOUNT-ID
              MOVE AM-ACCOUNT-HOLDER TO WF-ACCOUNT-HOLDER
              WRITE WIRE-FEED-RECORD
              CLOSE WIRE-FEED
              CALL 'UIDALLOC' USING 'WIRE      ', 'WIREREV ', 'R',
                  WS-NEXT-WIRE-UID
              END-CALL

              MOVE WS-FOUND-IDX TO WS-WORKED-IDX
              ADD 1 TO WS-RELEASED-COUNT
              CALL 'MKCKLOG' USING 'WIREREV ', 'A', 'WIRE',
                  WR-REPAIR-ID, WF-UID, WS-SIGNED-ACCOUNT,
                  WS-OPERATOR-ID
              END-CALL
              IF WIRE-WATCHLIST-HIT
                MOVE 'WATCHLIST WIRE RELEASED BY SUPERVISOR'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'WIREREV ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF
              DISPLAY 'WIREREV RELEASED WIRE: ' WS-WORK-ID
                  ' UID: ' WF-UID ' ACCOUNT: ' WF-ACCOUNT-ID.

              D100-LOOKUP-BENEFICIARY.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE 0 TO WS-SIGNED-ACCOUNT
              IF WM-BENEF-ACCOUNT IS NUMERIC
                MOVE WM-BENEF-ACCOUNT-NUM TO WS-SIGNED-ACCOUNT
                OPEN INPUT ACCOUNT-MASTER
                MOVE WS-SIGNED-ACCOUNT TO AM-ACCOUNT-ID
                READ ACCOUNT-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-ACCOUNT-FOUND
                  NOT INVALID KEY
                    SET ACCOUNT-ON-MASTER TO TRUE
                END-READ
                CLOSE ACCOUNT-MASTER
              END-IF.

              *> a returned wire goes back to the ordering bank
              *> in its own currency and amount, with the reason
              *> it was parked
              E000-RETURN-WIRE.
              PERFORM C100-FIND-WORK-SLOT
              IF WS-FOUND-IDX = 0
                EXIT PARAGRAPH
              END-IF
              OPEN EXTEND WIRE-RETURNS
              MOVE WM-WIRE-REF TO WT-WIRE-REF
              MOVE WM-ORDERING-BANK TO WT-ORDERING-BANK
              MOVE WM-CURRENCY TO WT-CURRENCY
              MOVE WM-AMOUNT TO WT-AMOUNT
              MOVE WR-REASON TO WT-REASON
              MOVE WR-REASON-TEXT TO WT-REASON-TEXT
              MOVE WS-RUN-DATE TO WT-RETURNED-DATE
              MOVE WS-OPERATOR-ID TO WT-OPERATOR-ID
              WRITE WIRE-RETURN-RECORD
              CLOSE WIRE-RETURNS

              MOVE WS-FOUND-IDX TO WS-WORKED-IDX
              ADD 1 TO WS-RETURNED-COUNT
              MOVE 0 TO WS-SIGNED-ACCOUNT
              IF WM-BENEF-ACCOUNT IS NUMERIC
                MOVE WM-BENEF-ACCOUNT-NUM TO WS-SIGNED-ACCOUNT
              END-IF
              CALL 'MKCKLOG' USING 'WIREREV ', 'D', 'WIRE',
                  WR-REPAIR-ID, WS-NO-UID, WS-SIGNED-ACCOUNT,
                  WS-OPERATOR-ID
              END-CALL
              DISPLAY 'WIREREV RETURNED WIRE: ' WS-WORK-ID
                  ' REF: ' WM-WIRE-REF.

              F000-REWRITE-REPAIR-QUEUE.
              OPEN OUTPUT WIRE-REPAIR-QUEUE
              PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                  UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
                IF WS-REPAIR-IDX NOT = WS-WORKED-IDX
                  MOVE WS-REPAIR-IMAGE(WS-REPAIR-IDX) TO
                      WIRE-REPAIR-RECORD
                  WRITE WIRE-REPAIR-RECORD
                END-IF
              END-PERFORM
              CLOSE WIRE-REPAIR-QUEUE.
