            IDENTIFICATION DIVISION.
            PROGRAM-ID. WIRERLS.
            *> outbound wire release - a CALLed subprogram in
            *> MEMOPOST's shape, so WIREOUT's release at the
            *> counter and WIRECB's release after a callback go
            *> out through one implementation. Given a wire
            *> request (see copybooks/WIREREQ) already passed by
            *> its caller, with the UID its debit is to carry, it
            *>   - sets the value date: the business date when the
            *>     release is before the day's cutoff time on
            *>     wire_control.txt and the business date is a
            *>     business day, otherwise the next business day
            *>     through HOLCHK's date service
            *>   - writes the wire to outbound_wires.txt for the
            *>     correspondent bank, value-dated
            *>   - writes the customer's debit to wire_feed.txt as
            *>     an ordinary DAILY-FEED record, which FEEDCAT
            *>     appends for TRANLOAD, and the same debit to the
            *>     memo-post file as PENDING money
            *> and marks the request released. The debit goes to
            *> tonight's feed even when the wire is value-dated
            *> for the next business day - the money is spoken
            *> for once the customer has asked for it to go. The
            *> wire file for the correspondent bank goes on the
            *> outbound transmission manifest through XMITREG as it
            *> is closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the proof
            *> of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row - the day's cutoff time and the
                  *> callback threshold, same control-file idiom
                  *> as the other single-row parameter files
                  SELECT OPTIONAL WIRE-CONTROL
                      ASSIGN TO 'wire_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL OUTBOUND-WIRES
                      ASSIGN TO 'outbound_wires.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the same staging file WIREIN feeds and
                  *> FEEDCAT appends and clears
                  SELECT OPTIONAL WIRE-FEED
                      ASSIGN TO 'wire_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD WIRE-CONTROL.
                01 WC-FEED-RECORD.
                  02 WC-FEED-CUTOFF-TIME PIC 9(4).
                  02 WC-FEED-CALLBACK-LIMIT PIC 9(7)V9(2).

                *> one row per wire for the correspondent bank
                FD OUTBOUND-WIRES.
                01 OUTBOUND-WIRE-RECORD.
                  02 OW-WIRE-REF PIC X(16).
                  02 OW-VALUE-DATE PIC 9(8).
                  02 OW-CURRENCY PIC X(3).
                  02 OW-AMOUNT PIC 9(9)V9(2).
                  02 OW-ORDERING-NAME PIC X(50).
                  02 OW-ORDERING-ACCOUNT PIC 9(7).
                  02 OW-BENEF-BANK PIC X(11).
                  02 OW-BENEF-ACCOUNT PIC X(34).
                  02 OW-BENEF-NAME PIC X(35).
                  02 OW-PURPOSE PIC X(35).

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

              WORKING-STORAGE SECTION.
                *> loaded once per process, same caching idiom as
                *> RATELKUP's WS-TABLES-LOADED
                01 WS-CONTROL-LOADED PIC X VALUE 'N'.
                  88 CONTROL-ALREADY-LOADED VALUE 'Y'.

                *> 15:00 unless the control file says otherwise
                01 WS-CUTOFF-TIME PIC 9(4) VALUE 1500.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-NOW-TIME PIC 9(6).

                *> HOLCHK's answer and date-service block (see
                *> holchk.cbl)
                01 WS-HOLIDAY-STATUS PIC X.
                  88 IS-HOLIDAY VALUE 'H'.
                  88 IS-BUSINESS-DAY VALUE 'B'.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1) VALUE SPACE.
                  02 WS-SECOND-DATE PIC 9(8) VALUE 0.
                  02 WS-RESULT-DATE PIC 9(8) VALUE 0.
                  02 WS-DAY-COUNT PIC S9(5) VALUE 0.

                01 WS-WIRE-REF PIC X(16).

                COPY MEMOPST.

              LINKAGE SECTION.
                COPY WIREREQ.
                01 LS-START-BALANCE PIC S9(8)V9(2).
                01 LS-HOLDER-NAME PIC A(50).

            PROCEDURE DIVISION USING OUTBOUND-WIRE-REQUEST,
                LS-START-BALANCE, LS-HOLDER-NAME.
              A000-MAIN-PARA.
              IF NOT CONTROL-ALREADY-LOADED
                PERFORM B000-LOAD-WIRE-CONTROL
                SET CONTROL-ALREADY-LOADED TO TRUE
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
              PERFORM C000-SET-VALUE-DATE

              MOVE SPACES TO WS-WIRE-REF
              STRING 'OW' WS-RUN-DATE WO-REQUEST-ID
                  DELIMITED BY SIZE INTO WS-WIRE-REF
              END-STRING
              PERFORM D000-WRITE-OUTBOUND-WIRE
              PERFORM D100-WRITE-FEED-DEBIT
              PERFORM D200-WRITE-MEMO-POST

              SET WIRE-RELEASED TO TRUE
              MOVE WS-RUN-DATE TO WO-RELEASED-DATE
              MOVE WS-NOW-TIME TO WO-RELEASED-TIME
              GOBACK.

              B000-LOAD-WIRE-CONTROL.
              OPEN INPUT WIRE-CONTROL
              READ WIRE-CONTROL
                AT END
                  CONTINUE
                NOT AT END
                  IF WC-FEED-CUTOFF-TIME IS NUMERIC
                      AND WC-FEED-CUTOFF-TIME > 0
                    MOVE WC-FEED-CUTOFF-TIME TO WS-CUTOFF-TIME
                  END-IF
              END-READ
              CLOSE WIRE-CONTROL.

              *> a wire released at or after the cutoff, or on a
              *> day the correspondent does not settle, rolls to
              *> the next business day
              C000-SET-VALUE-DATE.
              MOVE SPACE TO WS-SERVICE-CODE
              CALL 'HOLCHK' USING WS-RUN-DATE, WS-HOLIDAY-STATUS,
                  WS-DATE-SERVICE
              END-CALL
              IF IS-BUSINESS-DAY
                  AND WS-NOW-TIME(1:4) < WS-CUTOFF-TIME
                MOVE WS-RUN-DATE TO WO-VALUE-DATE
              ELSE
                MOVE 'N' TO WS-SERVICE-CODE
                CALL 'HOLCHK' USING WS-RUN-DATE, WS-HOLIDAY-STATUS,
                    WS-DATE-SERVICE
                END-CALL
                MOVE WS-RESULT-DATE TO WO-VALUE-DATE
              END-IF.

              D000-WRITE-OUTBOUND-WIRE.
              OPEN EXTEND OUTBOUND-WIRES
              MOVE WS-WIRE-REF TO OW-WIRE-REF
              MOVE WO-VALUE-DATE TO OW-VALUE-DATE
              MOVE 'USD' TO OW-CURRENCY
              MOVE WO-AMOUNT TO OW-AMOUNT
              MOVE LS-HOLDER-NAME TO OW-ORDERING-NAME
              MOVE WO-ACCOUNT-ID TO OW-ORDERING-ACCOUNT
              MOVE WO-BENEF-BANK TO OW-BENEF-BANK
              MOVE WO-BENEF-ACCOUNT TO OW-BENEF-ACCOUNT
              MOVE WO-BENEF-NAME TO OW-BENEF-NAME
              MOVE WO-PURPOSE TO OW-PURPOSE
              WRITE OUTBOUND-WIRE-RECORD
              CLOSE OUTBOUND-WIRES
              CALL 'XMITREG' USING 'OUTWIRES    ',
                  'outbound_wires.txt                      '
              END-CALL.

              *> the customer's debit - TRANLOAD still owns
              *> posting
              D100-WRITE-FEED-DEBIT.
              OPEN EXTEND WIRE-FEED
              MOVE WO-UID TO WF-UID
              MOVE SPACES TO WF-DESC
              STRING 'WIRE OUT ' WS-WIRE-REF DELIMITED BY SIZE
                  INTO WF-DESC
              END-STRING
              COMPUTE WF-AMOUNT = 0 - WO-AMOUNT
              MOVE LS-START-BALANCE TO WF-START-BALANCE
              COMPUTE WF-END-BALANCE =
                  LS-START-BALANCE - WO-AMOUNT
              MOVE WO-ACCOUNT-ID TO WF-ACCOUNT-ID
              MOVE LS-HOLDER-NAME TO WF-ACCOUNT-HOLDER
              WRITE WIRE-FEED-RECORD
              CLOSE WIRE-FEED.

              D200-WRITE-MEMO-POST.
              MOVE WO-UID TO MP-UID
              MOVE WO-ACCOUNT-ID TO MP-ACCOUNT-ID
              COMPUTE MP-AMOUNT = 0 - WO-AMOUNT
              MOVE WF-DESC TO MP-DESC
              MOVE WS-RUN-DATE TO MP-ENTRY-DATE
              SET MEMO-FROM-WIRE TO TRUE
              SET MEMO-PENDING TO TRUE
              CALL 'MEMOPOST' USING 'A', MEMO-POST-RECORD
              END-CALL.
