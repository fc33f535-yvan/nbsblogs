            *> the next business day the warehoused records are
            *> released into daily_feed.txt in their original
            *> order, AHEAD of that day's arrivals since FEEDCAT
            *> appends after this step. CARDXLT's card
            *> settlement output is held the same way
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'daily_feed_from_partner.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CARD-FEED-IN
                      ASSIGN TO 'daily_feed_from_card.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL FEED-WAREHOUSE
                      ASSIGN TO 'feed_warehouse.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.
                FD PARTNER-FEED-IN.
                01 PF-RECORD PIC X(111).

                FD CARD-FEED-IN.
                01 CD-RECORD PIC X(111).

                *> each warehoused record carries the date it was
                *> held, for the release report
                FD FEED-WAREHOUSE.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'HOLCHK' USING WS-RUN-DATE,
                  WS-HOLIDAY-STATUS, WS-DATE-SERVICE
              END-CALL
              IF SOURCE-PROVES-OUT
                PERFORM B300-WAREHOUSE-PARTNER
              END-IF
              MOVE 'CARDXLT ' TO WS-SOURCE-NAME
              MOVE 'CARDPROC' TO WS-SEQ-SOURCE-NAME
              PERFORM B080-VERIFY-CARD
              IF SOURCE-PROVES-OUT
                PERFORM B400-WAREHOUSE-CARD
              END-IF
              CLOSE FEED-WAREHOUSE
              IF WS-SOURCES-REFUSED > 0
                MOVE 8 TO RETURN-CODE
              CLOSE PARTNER-FEED-IN
              PERFORM B020-JUDGE-SOURCE.

              B080-VERIFY-CARD.
              PERFORM B030-RESET-VERIFY-STATE
              OPEN INPUT CARD-FEED-IN
              PERFORM UNTIL END-OF-SOURCE
                READ CARD-FEED-IN
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    MOVE CD-RECORD TO WS-FEED-RECORD
                    PERFORM B010-VERIFY-ONE-RECORD
                END-READ
              END-PERFORM
              CLOSE CARD-FEED-IN
              PERFORM B020-JUDGE-SOURCE.

              B100-WAREHOUSE-MERGED.
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT MERGED-FEED-IN
              OPEN OUTPUT PARTNER-FEED-IN
              CLOSE PARTNER-FEED-IN.

              B400-WAREHOUSE-CARD.
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT CARD-FEED-IN
              PERFORM UNTIL END-OF-SOURCE
                READ CARD-FEED-IN
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    MOVE CD-RECORD TO WS-FEED-RECORD
                    PERFORM B500-HOLD-ONE-RECORD
                END-READ
              END-PERFORM
              CLOSE CARD-FEED-IN
              OPEN OUTPUT CARD-FEED-IN
              CLOSE CARD-FEED-IN.

              B500-HOLD-ONE-RECORD.
              IF NOT CONTROL-IS-HEADER
                  AND NOT CONTROL-IS-TRAILER
