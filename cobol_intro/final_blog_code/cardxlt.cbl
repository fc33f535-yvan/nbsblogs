            IDENTIFICATION DIVISION.
            PROGRAM-ID. CARDXLT.
            *> inbound translator for the card processor's daily
            *> settlement file - ATM withdrawals and card
            *> purchases used to arrive as a printed settlement
            *> report that operations re-keyed into
            *> daily_feed.txt. Same shape as PARTXLT: each CSV
            *> line (txn-id,card-number,type,amount,date,
            *> terminal-or-merchant; type ATM, POS or REF for a
            *> purchase refund) is edited and written in
            *> DAILY-FEED's layout to daily_feed_from_card.txt
            *> between an HDR and a proving TRL, for FEEDCAT to
            *> append ahead of TRANLOAD. The card is resolved to
            *> its account through the card master (see
            *> copybooks/CARDMST); a line on a card that is not
            *> on file, hot-listed or past its expiry, on an
            *> account no longer open, or ATM cash past the
            *> card's daily limit is refused and reported back to
            *> the processor on card_settlement_returns.txt
            *> instead of posting. The settlement returns file goes
            *> on the outbound transmission manifest through XMITREG
            *> as it is closed (see copybooks/XMITMAN), which keeps
            *> the generation with its count and hash total as the
            *> proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT CARD-SETTLEMENT
                      ASSIGN TO 'card_settlement.csv'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same layout tranload.cbl's DAILY-FEED reads,
                  *> written to its own file the way partxlt.cbl
                  *> writes daily_feed_from_partner.txt
                  SELECT DAILY-FEED-OUT
                      ASSIGN TO 'daily_feed_from_card.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> what the processor is told did not post,
                  *> recreated each run
                  SELECT SETTLEMENT-RETURNS
                      ASSIGN TO 'card_settlement_returns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> updated for the day's ATM cash against the
                  *> daily limit, and to mark a card found past
                  *> its expiry
                  SELECT CARD-MASTER
                      ASSIGN TO 'card_master.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-CARD-NUMBER.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD CARD-SETTLEMENT.
                01 CARD-SETTLEMENT-RECORD PIC X(150).

                FD CARD-MASTER.
                COPY CARDMST.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                *> same field order/size as FEED-RECORD in
                *> tranload.cbl
                FD DAILY-FEED-OUT.
                01 DAILY-FEED-OUT-RECORD.
                  02 PF-UID PIC 9(5).
                  02 PF-DESC PIC X(25).
                  02 PF-AMOUNT PIC S9(6)V9(2).
                  02 PF-START-BALANCE PIC S9(6)V9(2).
                  02 PF-END-BALANCE PIC S9(6)V9(2).
                  02 PF-ACCOUNT-ID PIC S9(7).
                  02 PF-ACCOUNT-HOLDER PIC A(50).

                FD SETTLEMENT-RETURNS.
                01 SETTLEMENT-RETURN-RECORD.
                  02 SR-TXN-ID PIC X(5).
                  02 FILLER PIC X(1).
                  02 SR-CARD-NUMBER PIC X(16).
                  02 FILLER PIC X(1).
                  02 SR-TXN-TYPE PIC X(3).
                  02 FILLER PIC X(1).
                  02 SR-AMOUNT PIC Z(5)9.99.
                  02 FILLER PIC X(1).
                  02 SR-REASON-CODE PIC X(3).
                  02 FILLER PIC X(1).
                  02 SR-REASON PIC X(40).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SETTLEMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-SETTLEMENT VALUE 'Y'.

                *> the processor's own field shapes, parsed with
                *> UNSTRING the same way partxlt.cbl does
                01 WS-CARD-TXN-ID PIC X(5).
                01 WS-CARD-NUMBER-TEXT PIC X(16).
                01 WS-CARD-TXN-TYPE PIC X(3).
                01 WS-CARD-AMOUNT-TEXT PIC X(15).
                01 WS-CARD-DATE-TEXT PIC X(8).
                01 WS-CARD-TERMINAL PIC X(21).

                01 WS-CARD-NUMBER PIC 9(16).
                01 WS-TXN-DATE PIC 9(8).
                01 WS-AMOUNT-MAGNITUDE PIC S9(6)V9(2).
                01 WS-SIGNED-AMOUNT PIC S9(6)V9(2).
                01 WS-DAY-TOTAL PIC 9(6)V9(2).

                *> why a line is refused - the code and text go
                *> back to the processor on the returns file
                01 WS-REFUSAL-CODE PIC X(3) VALUE SPACES.
                  88 LINE-ACCEPTED VALUE SPACES.
                01 WS-REFUSAL-TEXT PIC X(40).

                01 WS-CARD-FOUND PIC X VALUE 'N'.
                  88 CARD-ON-FILE VALUE 'Y'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> inbound file sequence control (see SEQCHK) -
                *> PARTXLT's 'SEQ,<n>' first line, under the
                *> processor's own source name
                01 WS-SEQ-LINE-TEXT PIC X(10).
                01 WS-FILE-SEQ PIC 9(5) VALUE 0.
                01 WS-FILE-SEQUENCED PIC X VALUE 'N'.
                  88 FILE-IS-SEQUENCED VALUE 'Y'.
                01 WS-SEQ-HALTED PIC X VALUE 'N'.
                  88 SEQUENCE-HALTED VALUE 'Y'.
                01 WS-SEQ-STATUS PIC X.
                  88 SEQ-IS-OK VALUE 'O'.
                  88 SEQ-IS-GAP VALUE 'G'.
                  88 SEQ-IS-REPEAT VALUE 'R'.

                01 WS-COUNTS.
                  05 WS-RECORDS-READ PIC 9(5) VALUE 0.
                  05 WS-RECORDS-TRANSLATED PIC 9(5) VALUE 0.
                  05 WS-RECORDS-RETURNED PIC 9(5) VALUE 0.

                *> in-band acceptance control, same HDR/TRL shape
                *> as PARTXLT - FEEDCAT proves the declared count
                *> and amount hash before appending
                01 WS-FEED-HEADER.
                  05 FILLER PIC X(3) VALUE 'HDR'.
                  05 WS-HDR-SOURCE PIC X(8) VALUE 'CARDXLT '.
                  05 FILLER PIC X(100) VALUE SPACES.
                01 WS-FEED-TRAILER.
                  05 FILLER PIC X(3) VALUE 'TRL'.
                  05 WS-TRL-COUNT PIC 9(7) VALUE 0.
                  05 WS-TRL-AMOUNT-HASH PIC 9(11)V9(2) VALUE 0.
                  05 WS-TRL-FILE-SEQ PIC 9(5) VALUE 0.
                  05 FILLER PIC X(83) VALUE SPACES.

                *> staged full-width so EXCLOG's X(60) linkage
                *> never reads past a shorter literal
                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              OPEN INPUT CARD-SETTLEMENT
              OPEN OUTPUT DAILY-FEED-OUT
              OPEN OUTPUT SETTLEMENT-RETURNS
              OPEN I-O CARD-MASTER
              OPEN INPUT ACCOUNT-MASTER
              WRITE DAILY-FEED-OUT-RECORD FROM WS-FEED-HEADER

              PERFORM UNTIL END-OF-SETTLEMENT
                READ CARD-SETTLEMENT
                  AT END
                    SET END-OF-SETTLEMENT TO TRUE
                  NOT AT END
                    IF CARD-SETTLEMENT-RECORD(1:4) = 'SEQ,'
                        AND WS-RECORDS-READ = 0
                      PERFORM B100-CHECK-FILE-SEQUENCE
                    ELSE
                      PERFORM B000-TRANSLATE-LINE
                    END-IF
                END-READ
              END-PERFORM

              MOVE WS-RECORDS-TRANSLATED TO WS-TRL-COUNT
              MOVE WS-FILE-SEQ TO WS-TRL-FILE-SEQ
              WRITE DAILY-FEED-OUT-RECORD FROM WS-FEED-TRAILER

              CLOSE CARD-SETTLEMENT
              CLOSE DAILY-FEED-OUT
              CLOSE SETTLEMENT-RETURNS
              CALL 'XMITREG' USING 'CARDRETURN  ',
                  'card_settlement_returns.txt             '
              END-CALL
              CLOSE CARD-MASTER
              CLOSE ACCOUNT-MASTER
              CALL 'RPTSTOW' USING 'CARDRETURN  ',
                  'card_settlement_returns.txt             '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'CARDXLT - END OF JOB SUMMARY'
              DISPLAY 'RECORDS READ      : ' WS-RECORDS-READ
              DISPLAY 'RECORDS TRANSLATED: ' WS-RECORDS-TRANSLATED
              DISPLAY 'RETURNED TO PROC. : ' WS-RECORDS-RETURNED
              DISPLAY '=========================================='
              IF WS-RECORDS-RETURNED > 0
                MOVE 'CARD SETTLEMENT LINES RETURNED TO PROCESSOR'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'CARDXLT ', 'W', WS-EXC-MESSAGE
                END-CALL
              END-IF
              IF SEQUENCE-HALTED
                *> leave nothing loadable behind - FEEDCAT skips
                *> an empty source file
                OPEN OUTPUT DAILY-FEED-OUT
                CLOSE DAILY-FEED-OUT
                MOVE 8 TO RETURN-CODE
              ELSE
                IF FILE-IS-SEQUENCED
                  CALL 'SEQCHK' USING 'CARDPROC', WS-FILE-SEQ,
                      WS-SEQ-STATUS, 'M'
                  END-CALL
                END-IF
              END-IF
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> the processor's file-level control line - the
              *> same halt PARTXLT makes on a gap or repeat
              B100-CHECK-FILE-SEQUENCE.
              ADD 1 TO WS-RECORDS-READ
              UNSTRING CARD-SETTLEMENT-RECORD DELIMITED BY ','
                  INTO WS-SEQ-LINE-TEXT, WS-SEQ-LINE-TEXT
              END-UNSTRING
              IF WS-SEQ-LINE-TEXT(1:5) IS NUMERIC
                MOVE WS-SEQ-LINE-TEXT(1:5) TO WS-FILE-SEQ
                SET FILE-IS-SEQUENCED TO TRUE
                CALL 'SEQCHK' USING 'CARDPROC', WS-FILE-SEQ,
                    WS-SEQ-STATUS, 'C'
                END-CALL
                IF NOT SEQ-IS-OK
                  SET SEQUENCE-HALTED TO TRUE
                  SET END-OF-SETTLEMENT TO TRUE
                  IF SEQ-IS-REPEAT
                    DISPLAY 'CARDXLT *** HALTED - SETTLEMENT FILE '
                        'SEQUENCE ' WS-FILE-SEQ ' ALREADY '
                        'ACCEPTED - POSSIBLE RESENT FILE'
                  ELSE
                    DISPLAY 'CARDXLT *** HALTED - GAP IN '
                        'SETTLEMENT FILE SEQUENCE AT ' WS-FILE-SEQ
                        ' - A FILE IS MISSING'
                  END-IF
                  DISPLAY 'OPERATOR ACTION - CONFIRM WITH THE '
                      'CARD PROCESSOR BEFORE RELOADING'
                  MOVE 'HALTED - CARD SETTLEMENT SEQUENCE GAP/REPEAT'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'CARDXLT ', 'S',
                      WS-EXC-MESSAGE
                  END-CALL
                END-IF
              END-IF.

              B000-TRANSLATE-LINE.
              ADD 1 TO WS-RECORDS-READ
              MOVE SPACES TO WS-CARD-TERMINAL
              UNSTRING CARD-SETTLEMENT-RECORD DELIMITED BY ','
                  INTO WS-CARD-TXN-ID, WS-CARD-NUMBER-TEXT,
                      WS-CARD-TXN-TYPE, WS-CARD-AMOUNT-TEXT,
                      WS-CARD-DATE-TEXT, WS-CARD-TERMINAL
              END-UNSTRING
              MOVE SPACES TO WS-REFUSAL-CODE
              PERFORM C000-VALIDATE-CARD-FIELDS
              IF LINE-ACCEPTED
                PERFORM C100-CHECK-CARD
              END-IF
              IF LINE-ACCEPTED
                PERFORM C200-CHECK-ACCOUNT
              END-IF
              IF LINE-ACCEPTED
                  AND WS-CARD-TXN-TYPE = 'ATM'
                PERFORM C300-CHECK-DAILY-LIMIT
              END-IF
              IF LINE-ACCEPTED
                PERFORM D000-BUILD-DAILY-FEED-RECORD
              ELSE
                PERFORM E000-RETURN-TO-PROCESSOR
              END-IF.

              *> the processor's id and card number must be
              *> numeric, the type one this translator knows how
              *> to sign, the date a date and the amount present
              C000-VALIDATE-CARD-FIELDS.
              IF WS-CARD-TXN-ID NOT NUMERIC
                  OR WS-CARD-NUMBER-TEXT NOT NUMERIC
                  OR WS-CARD-DATE-TEXT NOT NUMERIC
                  OR WS-CARD-AMOUNT-TEXT = SPACES
                  OR (WS-CARD-TXN-TYPE NOT = 'ATM'
                      AND WS-CARD-TXN-TYPE NOT = 'POS'
                      AND WS-CARD-TXN-TYPE NOT = 'REF')
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'INVALID SETTLEMENT FIELD CLASS/TYPE' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-CARD-NUMBER-TEXT TO WS-CARD-NUMBER
              MOVE WS-CARD-DATE-TEXT TO WS-TXN-DATE
              COMPUTE WS-AMOUNT-MAGNITUDE =
                  FUNCTION NUMVAL(WS-CARD-AMOUNT-TEXT)
              IF WS-AMOUNT-MAGNITUDE NOT > 0
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'SETTLEMENT AMOUNT NOT POSITIVE' TO
                    WS-REFUSAL-TEXT
              END-IF.

              *> a hot-listed card never posts; one past its
              *> expiry month is marked expired on the master
              *> so the next file finds it already stopped
              C100-CHECK-CARD.
              MOVE 'N' TO WS-CARD-FOUND
              MOVE WS-CARD-NUMBER TO CD-CARD-NUMBER
              READ CARD-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CARD-FOUND
                NOT INVALID KEY
                  SET CARD-ON-FILE TO TRUE
              END-READ
              IF NOT CARD-ON-FILE
                MOVE 'NCD' TO WS-REFUSAL-CODE
                MOVE 'CARD NOT ON THE CARD MASTER' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF CARD-HOT-LISTED
                MOVE 'HOT' TO WS-REFUSAL-CODE
                MOVE 'CARD HOT-LISTED - LOST/STOLEN/REPLACED' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF CARD-ACTIVE
                  AND CD-EXPIRY-DATE < WS-TXN-DATE(1:6)
                SET CARD-EXPIRED TO TRUE
                MOVE WS-TXN-DATE TO CD-STATUS-DATE
                REWRITE CARD-MASTER-RECORD
              END-IF
              IF CARD-EXPIRED
                MOVE 'EXP' TO WS-REFUSAL-CODE
                MOVE 'CARD EXPIRED' TO WS-REFUSAL-TEXT
              END-IF.

              C200-CHECK-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE CD-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                  OR ACCOUNT-CLOSED OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CHARGED-OFF
                MOVE 'ACC' TO WS-REFUSAL-CODE
                MOVE 'CARD ACCOUNT NOT OPEN' TO WS-REFUSAL-TEXT
              END-IF.

              *> ATM cash is held to the card's daily limit - the
              *> running total lives on the card so a second file
              *> the same day still counts the first
              C300-CHECK-DAILY-LIMIT.
              IF CD-USED-DATE = WS-TXN-DATE
                COMPUTE WS-DAY-TOTAL =
                    CD-USED-AMOUNT + WS-AMOUNT-MAGNITUDE
              ELSE
                MOVE WS-AMOUNT-MAGNITUDE TO WS-DAY-TOTAL
              END-IF
              IF WS-DAY-TOTAL > CD-DAILY-LIMIT
                MOVE 'LIM' TO WS-REFUSAL-CODE
                MOVE 'ATM CASH OVER THE CARD DAILY LIMIT' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-TXN-DATE TO CD-USED-DATE
              MOVE WS-DAY-TOTAL TO CD-USED-AMOUNT
              REWRITE CARD-MASTER-RECORD.

              *> ATM and POS are withdrawals, a refund a deposit -
              *> signed the way PARTXLT signs WDR/DEP, and the
              *> start balance seeded from the account the same
              *> way
              D000-BUILD-DAILY-FEED-RECORD.
              IF WS-CARD-TXN-TYPE = 'REF'
                MOVE WS-AMOUNT-MAGNITUDE TO WS-SIGNED-AMOUNT
              ELSE
                COMPUTE WS-SIGNED-AMOUNT =
                    WS-AMOUNT-MAGNITUDE * -1
              END-IF
              MOVE SPACES TO PF-DESC
              STRING WS-CARD-TXN-TYPE ' ' WS-CARD-TERMINAL
                  DELIMITED BY SIZE INTO PF-DESC
              END-STRING
              MOVE WS-CARD-TXN-ID TO PF-UID
              MOVE WS-SIGNED-AMOUNT TO PF-AMOUNT
              MOVE AM-BALANCE TO PF-START-BALANCE
              COMPUTE PF-END-BALANCE =
                  AM-BALANCE + WS-SIGNED-AMOUNT
              MOVE CD-ACCOUNT-ID TO PF-ACCOUNT-ID
              MOVE AM-ACCOUNT-HOLDER TO PF-ACCOUNT-HOLDER
              WRITE DAILY-FEED-OUT-RECORD
              ADD 1 TO WS-RECORDS-TRANSLATED
              ADD FUNCTION ABS(PF-AMOUNT) TO
                  WS-TRL-AMOUNT-HASH.

              E000-RETURN-TO-PROCESSOR.
              MOVE SPACES TO SETTLEMENT-RETURN-RECORD
              MOVE WS-CARD-TXN-ID TO SR-TXN-ID
              MOVE WS-CARD-NUMBER-TEXT TO SR-CARD-NUMBER
              MOVE WS-CARD-TXN-TYPE TO SR-TXN-TYPE
              IF WS-REFUSAL-CODE NOT = 'FMT'
                MOVE WS-AMOUNT-MAGNITUDE TO SR-AMOUNT
              ELSE
                MOVE 0 TO SR-AMOUNT
              END-IF
              MOVE WS-REFUSAL-CODE TO SR-REASON-CODE
              MOVE WS-REFUSAL-TEXT TO SR-REASON
              WRITE SETTLEMENT-RETURN-RECORD
              ADD 1 TO WS-RECORDS-RETURNED
              DISPLAY 'CARDXLT RETURNED - ' WS-CARD-TXN-ID ' '
                  WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT.
