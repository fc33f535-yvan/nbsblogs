            IDENTIFICATION DIVISION.
            PROGRAM-ID. WIREIN.
            *> inbound wire receipt - wires the payments gateway
            *> lands on inbound_wires.txt (see copybooks/WIREMSG)
            *> used to be keyed in by hand against whatever
            *> account number the sender quoted. Each wire is now
            *> edited before anything posts: the ordering party
            *> and the beneficiary are screened against the same
            *> watchlist WATCHSCN uses, the beneficiary account is
            *> looked up on ACCOUNT-MASTER and the beneficiary
            *> name is matched to the holder on file after the
            *> same INSPECT scrub WATCHSCN and TRANLOAD's C050
            *> apply, and the amount is brought to the base
            *> currency through FXCONV. A clean wire goes out as
            *> an ordinary DAILY-FEED record on wire_feed.txt,
            *> which FEEDCAT appends for TRANLOAD, so it meets the
            *> normal posting edits like any other credit. A
            *> screening hit, a name that does not match, an
            *> unknown account or an amount the feed cannot carry
            *> is neither posted nor bounced - it is parked on
            *> wire_repair_queue.txt (see copybooks/WIRERPR) for
            *> a supervisor to release or return through WIREREV,
            *> and goes on the maker/checker trail as originated.
            *> Wire UIDs come from UIDALLOC's WIRE range
            *> (97001-98999). The gateway file is emptied once
            *> every wire on it has been dealt with, so a rerun
            *> does not receive the same wires twice
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL INBOUND-WIRES
                      ASSIGN TO 'inbound_wires.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per listed name - the compliance
                  *> team's file WATCHSCN screens the masters with
                  SELECT OPTIONAL WATCHLIST
                      ASSIGN TO 'watchlist.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read-only - the holder name and the balance
                  *> the feed record is seeded from, same seeding
                  *> TELLSCRN does
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> clean wires, staged with EXTEND across the
                  *> day like the teller feed - FEEDCAT appends
                  *> them and clears the file
                  SELECT OPTIONAL WIRE-FEED
                      ASSIGN TO 'wire_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the repair queue WIREREV works, in the watch
                  *> queue's load-whole/rewrite-whole style
                  SELECT OPTIONAL WIRE-REPAIR-QUEUE
                      ASSIGN TO 'wire_repair_queue.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD INBOUND-WIRES.
                COPY WIREMSG.

                FD WATCHLIST.
                01 WL-FEED-RECORD.
                  02 WL-FEED-NAME PIC X(50).
                  02 WL-FEED-REASON PIC X(40).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

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

                FD WIRE-REPAIR-QUEUE.
                COPY WIRERPR.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-WIRES-EOF PIC X VALUE 'N'.
                    88 END-OF-WIRES VALUE 'Y'.
                  05 WS-LIST-EOF PIC X VALUE 'N'.
                    88 END-OF-WATCHLIST VALUE 'Y'.
                  05 WS-QUEUE-EOF PIC X VALUE 'N'.
                    88 END-OF-QUEUE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the watchlist loaded whole, scrubbed once on
                *> the way in so every compare is scrub against
                *> scrub - WATCHSCN's table
                01 WS-LIST-COUNT PIC 9(3) VALUE 0.
                01 WS-LIST-TABLE.
                  05 WS-LIST-ENTRY OCCURS 200 TIMES.
                    10 WS-LIST-NAME PIC X(50).
                    10 WS-LIST-REASON PIC X(40).
                01 WS-LIST-IDX PIC 9(3).
                01 WS-LIST-HIT PIC 9(3) VALUE 0.

                01 WS-SCRUBBED-NAME PIC A(50).
                01 WS-SCRUBBED-HOLDER PIC A(50).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-SIGNED-ACCOUNT PIC S9(7) VALUE 0.

                *> why the wire in hand cannot post unreviewed -
                *> spaces when it is clean. The first reason
                *> found wins, most serious first
                01 WS-REPAIR-REASON PIC X(2) VALUE SPACES.
                01 WS-REPAIR-TEXT PIC X(40) VALUE SPACES.

                *> FXCONV's conversion interface, staged
                *> full-width for its linkage
                01 WS-FX-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-BASE-AMOUNT PIC S9(9)V9(2).
                01 WS-FX-STATUS PIC X.
                  88 AMOUNT-CONVERTED VALUE 'Y'.
                  88 AMOUNT-NOT-CONVERTED VALUE 'N'.

                *> the largest amount a DAILY-FEED record can
                *> carry - anything bigger is booked by hand
                01 WS-FEED-AMOUNT-LIMIT PIC S9(9)V9(2)
                    VALUE 999999.99.

                01 WS-NEXT-WIRE-UID PIC 9(5) VALUE 0.
                01 WS-UID-DRAWN PIC X VALUE 'N'.
                  88 WIRE-UID-DRAWN VALUE 'Y'.
                01 WS-NEXT-REPAIR-ID PIC 9(5) VALUE 0.

                *> a parked wire has no UID yet - the trail row
                *> carries zero until WIREREV releases it; the
                *> gateway run is the maker (see OPERSGN)
                01 WS-NO-UID PIC 9(5) VALUE 0.
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> projected balances carried per account within
                *> this run, TELLSCRN's chain - a second wire to
                *> the same account chains off the first one's
                *> projected END-BALANCE instead of the master's
                *> unchanged AM-BALANCE
                01 WS-CHAIN-COUNT PIC 9(3) VALUE 0.
                01 WS-CHAIN-TABLE.
                  05 WS-CHAIN-ENTRY OCCURS 200 TIMES.
                    10 WS-CHAIN-ACCOUNT PIC S9(7).
                    10 WS-CHAIN-BALANCE PIC S9(8)V9(2).
                01 WS-CHAIN-IDX PIC 9(3).
                01 WS-CHAIN-MATCH PIC 9(3).
                01 WS-CHAIN-BASE PIC S9(8)V9(2).
                01 WS-PROJECTED-START PIC S9(8)V9(2).
                01 WS-PROJECTED-END PIC S9(8)V9(2).

                01 WS-COUNTS.
                  05 WS-WIRES-READ PIC 9(5) VALUE 0.
                  05 WS-WIRES-FED PIC 9(5) VALUE 0.
                  05 WS-WIRES-REPAIR PIC 9(5) VALUE 0.
                  05 WS-WIRES-FED-AMOUNT PIC 9(9)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-WATCHLIST
              *> an unscreened wire must not post - with no list
              *> to screen against the wires are left on the
              *> gateway file untouched until the list is back
              IF WS-LIST-COUNT = 0
                DISPLAY 'WIREIN - WATCHLIST EMPTY OR MISSING, '
                    'WIRES LEFT UNRECEIVED'
                MOVE 'WATCHLIST EMPTY OR MISSING - WIRES NOT RECEIVED'
                  TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'WIREIN  ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 8 TO RETURN-CODE
                GOBACK
              END-IF
              PERFORM B100-LOAD-REPAIR-IDS

              OPEN INPUT INBOUND-WIRES
              OPEN INPUT ACCOUNT-MASTER
              OPEN EXTEND WIRE-FEED
              OPEN EXTEND WIRE-REPAIR-QUEUE
              PERFORM UNTIL END-OF-WIRES
                READ INBOUND-WIRES
                  AT END
                    SET END-OF-WIRES TO TRUE
                  NOT AT END
                    PERFORM C000-EDIT-WIRE
                END-READ
              END-PERFORM
              CLOSE INBOUND-WIRES
              CLOSE ACCOUNT-MASTER
              CLOSE WIRE-FEED
              CLOSE WIRE-REPAIR-QUEUE

              *> every wire is now either on the feed or on the
              *> repair queue - the gateway file is emptied so a
              *> rerun does not receive them again
              IF WS-WIRES-READ > 0
                OPEN OUTPUT INBOUND-WIRES
                CLOSE INBOUND-WIRES
              END-IF

              IF WIRE-UID-DRAWN
                CALL 'UIDALLOC' USING 'WIRE      ', 'WIREIN  ', 'R',
                    WS-NEXT-WIRE-UID
                END-CALL
              END-IF

              IF WS-WIRES-REPAIR > 0
                MOVE 'INBOUND WIRES PARKED FOR REPAIR'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'WIREIN  ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'WIREIN - END OF JOB SUMMARY'
              DISPLAY 'WIRES RECEIVED    : ' WS-WIRES-READ
              DISPLAY 'WIRES TO FEED     : ' WS-WIRES-FED
              DISPLAY 'AMOUNT TO FEED    : ' WS-WIRES-FED-AMOUNT
              DISPLAY 'WIRES FOR REPAIR  : ' WS-WIRES-REPAIR
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone - the same
              *> convention the inquiry programs follow for
              *> MAINMENU
              GOBACK.

              B000-LOAD-WATCHLIST.
              MOVE 0 TO WS-LIST-COUNT
              OPEN INPUT WATCHLIST
              PERFORM UNTIL END-OF-WATCHLIST
                READ WATCHLIST
                  AT END
                    SET END-OF-WATCHLIST TO TRUE
                  NOT AT END
                    IF WS-LIST-COUNT < 200
                      ADD 1 TO WS-LIST-COUNT
                      MOVE WL-FEED-NAME TO WS-SCRUBBED-NAME
                      PERFORM X000-SCRUB-THE-NAME
                      MOVE WS-SCRUBBED-NAME TO
                          WS-LIST-NAME(WS-LIST-COUNT)
                      MOVE WL-FEED-REASON TO
                          WS-LIST-REASON(WS-LIST-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WATCHLIST.

              *> the repair id keeps climbing from the highest
              *> one already on the queue
              B100-LOAD-REPAIR-IDS.
              OPEN INPUT WIRE-REPAIR-QUEUE
              PERFORM UNTIL END-OF-QUEUE
                READ WIRE-REPAIR-QUEUE
                  AT END
                    SET END-OF-QUEUE TO TRUE
                  NOT AT END
                    IF WR-REPAIR-ID > WS-NEXT-REPAIR-ID
                      MOVE WR-REPAIR-ID TO WS-NEXT-REPAIR-ID
                    END-IF
                END-READ
              END-PERFORM
              CLOSE WIRE-REPAIR-QUEUE.

              C000-EDIT-WIRE.
              ADD 1 TO WS-WIRES-READ
              MOVE SPACES TO WS-REPAIR-REASON
              MOVE SPACES TO WS-REPAIR-TEXT

              *> converted first whatever else is wrong, so the
              *> repair queue always shows the base amount
              MOVE WM-AMOUNT TO WS-FX-AMOUNT
              CALL 'FXCONV' USING WM-CURRENCY, WS-FX-AMOUNT,
                  WS-FX-BASE-AMOUNT, WS-FX-STATUS
              END-CALL

              MOVE WM-ORDERING-NAME TO WS-SCRUBBED-NAME
              PERFORM X000-SCRUB-THE-NAME
              PERFORM E000-MATCH-AGAINST-LIST
              IF WS-LIST-HIT = 0
                MOVE WM-BENEF-NAME TO WS-SCRUBBED-NAME
                PERFORM X000-SCRUB-THE-NAME
                PERFORM E000-MATCH-AGAINST-LIST
              END-IF
              IF WS-LIST-HIT > 0
                MOVE 'WL' TO WS-REPAIR-REASON
                MOVE WS-LIST-REASON(WS-LIST-HIT) TO WS-REPAIR-TEXT
              END-IF

              PERFORM C100-LOOKUP-BENEFICIARY
              IF WS-REPAIR-REASON = SPACES
                  AND NOT ACCOUNT-ON-MASTER
                MOVE 'AC' TO WS-REPAIR-REASON
                MOVE 'BENEFICIARY ACCOUNT NOT ON FILE'
                    TO WS-REPAIR-TEXT
              END-IF

              IF WS-REPAIR-REASON = SPACES
                MOVE AM-ACCOUNT-HOLDER TO WS-SCRUBBED-NAME
                PERFORM X000-SCRUB-THE-NAME
                MOVE WS-SCRUBBED-NAME TO WS-SCRUBBED-HOLDER
                MOVE WM-BENEF-NAME TO WS-SCRUBBED-NAME
                PERFORM X000-SCRUB-THE-NAME
                IF WS-SCRUBBED-NAME NOT = WS-SCRUBBED-HOLDER
                  MOVE 'NM' TO WS-REPAIR-REASON
                  MOVE 'BENEFICIARY NAME DOES NOT MATCH HOLDER'
                      TO WS-REPAIR-TEXT
                END-IF
              END-IF

              IF WS-REPAIR-REASON = SPACES
                  AND AMOUNT-NOT-CONVERTED
                MOVE 'FX' TO WS-REPAIR-REASON
                STRING 'CURRENCY NOT ON RATE TABLE: '
                    WM-CURRENCY DELIMITED BY SIZE
                    INTO WS-REPAIR-TEXT
                END-STRING
              END-IF

              IF WS-REPAIR-REASON = SPACES
                  AND WS-FX-BASE-AMOUNT > WS-FEED-AMOUNT-LIMIT
                MOVE 'AM' TO WS-REPAIR-REASON
                MOVE 'AMOUNT BEYOND FEED LIMIT - BOOK BY HAND'
                    TO WS-REPAIR-TEXT
              END-IF

              IF WS-REPAIR-REASON = SPACES
                PERFORM D000-WRITE-WIRE-FEED
              ELSE
                PERFORM D100-FILE-FOR-REPAIR
              END-IF.

              C100-LOOKUP-BENEFICIARY.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE 0 TO WS-SIGNED-ACCOUNT
              IF WM-BENEF-ACCOUNT IS NUMERIC
                MOVE WM-BENEF-ACCOUNT-NUM TO WS-SIGNED-ACCOUNT
                MOVE WS-SIGNED-ACCOUNT TO AM-ACCOUNT-ID
                READ ACCOUNT-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-ACCOUNT-FOUND
                  NOT INVALID KEY
                    SET ACCOUNT-ON-MASTER TO TRUE
                END-READ
              END-IF.

              *> the clean wire goes out as an ordinary
              *> DAILY-FEED credit - TRANLOAD still owns posting
              D000-WRITE-WIRE-FEED.
              PERFORM X100-FIND-CHAIN-BASE
              MOVE WS-CHAIN-BASE TO WS-PROJECTED-START
              COMPUTE WS-PROJECTED-END =
                  WS-PROJECTED-START + WS-FX-BASE-AMOUNT
              MOVE WS-PROJECTED-END TO WS-CHAIN-BASE
              PERFORM X200-RECORD-CHAIN-BALANCE
              CALL 'UIDALLOC' USING 'WIRE      ', 'WIREIN  ', 'N',
                  WS-NEXT-WIRE-UID
              END-CALL
              SET WIRE-UID-DRAWN TO TRUE
              MOVE WS-NEXT-WIRE-UID TO WF-UID
              MOVE SPACES TO WF-DESC
              STRING 'WIRE IN ' WM-WIRE-REF DELIMITED BY SIZE
                  INTO WF-DESC
              END-STRING
              MOVE WS-FX-BASE-AMOUNT TO WF-AMOUNT
              MOVE WS-PROJECTED-START TO WF-START-BALANCE
              MOVE WS-PROJECTED-END TO WF-END-BALANCE
              MOVE AM-ACCOUNT-ID TO WF-ACCOUNT-ID
              MOVE AM-ACCOUNT-HOLDER TO WF-ACCOUNT-HOLDER
              WRITE WIRE-FEED-RECORD
              ADD 1 TO WS-WIRES-FED
              ADD WS-FX-BASE-AMOUNT TO WS-WIRES-FED-AMOUNT.

              *> parked whole for the supervisor - the wire is
              *> neither posted nor returned until WIREREV says
              *> which
              D100-FILE-FOR-REPAIR.
              ADD 1 TO WS-NEXT-REPAIR-ID
              MOVE WS-NEXT-REPAIR-ID TO WR-REPAIR-ID
              MOVE WS-REPAIR-REASON TO WR-REASON
              MOVE WS-REPAIR-TEXT TO WR-REASON-TEXT
              MOVE WS-RUN-DATE TO WR-FILED-DATE
              IF AMOUNT-CONVERTED
                MOVE WS-FX-BASE-AMOUNT TO WR-BASE-AMOUNT
              ELSE
                MOVE 0 TO WR-BASE-AMOUNT
              END-IF
              MOVE INBOUND-WIRE-RECORD TO WR-WIRE-IMAGE
              WRITE WIRE-REPAIR-RECORD
              ADD 1 TO WS-WIRES-REPAIR
              CALL 'MKCKLOG' USING 'WIREIN  ', 'O', 'WIRE',
                  WS-NEXT-REPAIR-ID, WS-NO-UID, WS-SIGNED-ACCOUNT,
                  WS-OPERATOR-ID
              END-CALL
              DISPLAY 'WIREIN REPAIR FILED - ID: ' WS-NEXT-REPAIR-ID
                  ' REF: ' WM-WIRE-REF ' REASON: ' WS-REPAIR-REASON.

              E000-MATCH-AGAINST-LIST.
              MOVE 0 TO WS-LIST-HIT
              PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                  UNTIL WS-LIST-IDX > WS-LIST-COUNT
                IF WS-LIST-HIT = 0
                    AND WS-SCRUBBED-NAME =
                        WS-LIST-NAME(WS-LIST-IDX)
                  MOVE WS-LIST-IDX TO WS-LIST-HIT
                END-IF
              END-PERFORM.

              X100-FIND-CHAIN-BASE.
              MOVE 0 TO WS-CHAIN-MATCH
              PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                  UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                IF WS-CHAIN-ACCOUNT(WS-CHAIN-IDX) =
                    AM-ACCOUNT-ID
                  MOVE WS-CHAIN-IDX TO WS-CHAIN-MATCH
                END-IF
              END-PERFORM
              IF WS-CHAIN-MATCH > 0
                MOVE WS-CHAIN-BALANCE(WS-CHAIN-MATCH) TO
                    WS-CHAIN-BASE
              ELSE
                MOVE AM-BALANCE TO WS-CHAIN-BASE
              END-IF.

              X200-RECORD-CHAIN-BALANCE.
              IF WS-CHAIN-MATCH = 0
                IF WS-CHAIN-COUNT < 200
                  ADD 1 TO WS-CHAIN-COUNT
                  MOVE AM-ACCOUNT-ID TO
                      WS-CHAIN-ACCOUNT(WS-CHAIN-COUNT)
                  MOVE WS-CHAIN-BASE TO
                      WS-CHAIN-BALANCE(WS-CHAIN-COUNT)
                END-IF
              ELSE
                MOVE WS-CHAIN-BASE TO
                    WS-CHAIN-BALANCE(WS-CHAIN-MATCH)
              END-IF.

              *> the same scrub WATCHSCN and TRANLOAD's C050
              *> apply, so the name checks compare like against
              *> like
              X000-SCRUB-THE-NAME.
              INSPECT WS-SCRUBBED-NAME REPLACING
                  ALL '.' BY SPACE
                  ALL ',' BY SPACE
                  ALL '-' BY SPACE
              INSPECT WS-SCRUBBED-NAME CONVERTING
                  'abcdefghijklmnopqrstuvwxyz' TO
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
