            *> the operator is told. Data records are carried
            *> across as opaque 111-byte lines, not re-parsed, so
            *> a DISPLAY-usage signed AMOUNT's overpunch byte is
            *> preserved exactly. CARDXLT's card processor
            *> settlement output (daily_feed_from_card.txt) is
            *> proved and appended the same way as a fourth
            *> translator source. Inbound wires WIREIN passed
            *> clean, and those WIREREV released, are staged on
            *> wire_feed.txt and appended and cleared the same
            *> way as the teller entries, along with the debits
            *> for outbound wires WIRERLS released.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'daily_feed_from_partner.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CARD-FEED-IN
                      ASSIGN TO 'daily_feed_from_card.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> standing orders STORDGEN emitted for tonight,
                  *> translator-style (recreated each run) but
                  *> in-house, so not held to the HDR/TRL proof
                      ASSIGN TO 'teller_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> inbound wires from WIREIN and WIREREV and
                  *> outbound wire debits from WIRERLS, staged
                  *> with EXTEND like the teller entries
                  SELECT OPTIONAL WIRE-FEED-IN
                      ASSIGN TO 'wire_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT DAILY-FEED-OUT
                      ASSIGN TO 'daily_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
                FD PARTNER-FEED-IN.
                01 PF-RECORD PIC X(111).

                FD CARD-FEED-IN.
                01 CD-RECORD PIC X(111).

                FD ORDER-FEED-IN.
                01 SO-RECORD PIC X(111).

                FD TELLER-FEED-IN.
                01 TL-RECORD PIC X(111).

                FD WIRE-FEED-IN.
                01 WR-RECORD PIC X(111).

                *> DAILY-FEED-OUT is opened EXTEND, so it is
                *> appended to, never replaced - it already holds
                *> today's directly-arriving feed records
                    88 END-OF-REPAIRED VALUE 'Y'.
                  05 WS-TELLER-EOF PIC X VALUE 'N'.
                    88 END-OF-TELLER VALUE 'Y'.
                  05 WS-WIRE-EOF PIC X VALUE 'N'.
                    88 END-OF-WIRES VALUE 'Y'.

                *> the record in hand, viewed for the acceptance
                *> control - 'HDR'/'TRL' in the first three bytes
                  05 WS-MERGED-APPENDED PIC 9(5) VALUE 0.
                  05 WS-CSV-APPENDED PIC 9(5) VALUE 0.
                  05 WS-PARTNER-APPENDED PIC 9(5) VALUE 0.
                  05 WS-CARD-APPENDED PIC 9(5) VALUE 0.
                  05 WS-ORDERS-APPENDED PIC 9(5) VALUE 0.
                  05 WS-REPAIRED-APPENDED PIC 9(5) VALUE 0.
                  05 WS-TELLER-APPENDED PIC 9(5) VALUE 0.
                  05 WS-WIRE-APPENDED PIC 9(5) VALUE 0.
                  05 WS-SOURCES-REFUSED PIC 9(2) VALUE 0.
                01 WS-APPENDED-THIS-SOURCE PIC 9(5) VALUE 0.

                MOVE WS-APPENDED-THIS-SOURCE TO WS-PARTNER-APPENDED
              END-IF

              MOVE 'CARDXLT ' TO WS-SOURCE-NAME
              MOVE 'CARDPROC' TO WS-SEQ-SOURCE-NAME
              PERFORM B400-VERIFY-CARD
              IF SOURCE-PROVES-OUT
                PERFORM C400-APPEND-CARD
                MOVE WS-APPENDED-THIS-SOURCE TO WS-CARD-APPENDED
              END-IF

              PERFORM D100-APPEND-ORDERS
              PERFORM D200-APPEND-REPAIRED
              PERFORM D300-APPEND-TELLER
              PERFORM D400-APPEND-WIRES

              CLOSE DAILY-FEED-OUT

                OPEN OUTPUT TELLER-FEED-IN
                CLOSE TELLER-FEED-IN
              END-IF
              IF WS-WIRE-APPENDED > 0
                OPEN OUTPUT WIRE-FEED-IN
                CLOSE WIRE-FEED-IN
              END-IF

              *> end-of-job summary banner - same bannered-block
              *> convention as every other program in the batch
              DISPLAY 'FROM FEEDPARSE APPENDED : ' WS-CSV-APPENDED
              DISPLAY 'FROM PARTXLT APPENDED   : '
                  WS-PARTNER-APPENDED
              DISPLAY 'FROM CARDXLT APPENDED   : '
                  WS-CARD-APPENDED
              DISPLAY 'FROM STORDGEN APPENDED  : '
                  WS-ORDERS-APPENDED
              DISPLAY 'FROM REJREPR APPENDED   : '
                  WS-REPAIRED-APPENDED
              DISPLAY 'FROM TELLSCRN APPENDED  : '
                  WS-TELLER-APPENDED
              DISPLAY 'FROM WIRE DESK APPENDED : '
                  WS-WIRE-APPENDED
              DISPLAY 'SOURCES REFUSED         : '
                  WS-SOURCES-REFUSED
              DISPLAY '=========================================='
              CLOSE PARTNER-FEED-IN
              PERFORM B010-JUDGE-SOURCE.

              B400-VERIFY-CARD.
              PERFORM B020-RESET-VERIFY-STATE
              OPEN INPUT CARD-FEED-IN
              PERFORM UNTIL END-OF-SOURCE
                READ CARD-FEED-IN
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    MOVE CD-RECORD TO WS-SOURCE-RECORD
                    PERFORM B000-VERIFY-ONE-RECORD
                END-READ
              END-PERFORM
              CLOSE CARD-FEED-IN
              PERFORM B010-JUDGE-SOURCE.

              *> append pass - the HDR/TRL control records stay
              *> behind, only the data between them goes onto
              *> daily_feed.txt
              END-PERFORM
              CLOSE PARTNER-FEED-IN.

              C400-APPEND-CARD.
              MOVE 0 TO WS-APPENDED-THIS-SOURCE
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT CARD-FEED-IN
              PERFORM UNTIL END-OF-SOURCE
                READ CARD-FEED-IN
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    MOVE CD-RECORD TO WS-SOURCE-RECORD
                    PERFORM C000-APPEND-DATA-RECORD
                END-READ
              END-PERFORM
              CLOSE CARD-FEED-IN.

              C000-APPEND-DATA-RECORD.
              IF NOT CONTROL-IS-HEADER
                  AND NOT CONTROL-IS-TRAILER
                END-READ
              END-PERFORM
              CLOSE TELLER-FEED-IN.

              D400-APPEND-WIRES.
              OPEN INPUT WIRE-FEED-IN
              PERFORM UNTIL END-OF-WIRES
                READ WIRE-FEED-IN
                  AT END
                    SET END-OF-WIRES TO TRUE
                  NOT AT END
                    MOVE WR-RECORD TO DF-RECORD
                    WRITE DF-RECORD
                    ADD 1 TO WS-WIRE-APPENDED
                END-READ
              END-PERFORM
              CLOSE WIRE-FEED-IN.
