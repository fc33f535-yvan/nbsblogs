            IDENTIFICATION DIVISION.
            PROGRAM-ID. PARTCHB.
            *> partner chargeback extract - when DISPUTE resolves a
            *> case in the customer's favour the bank stands the
            *> loss, even when the disputed item came in on the
            *> partner's feed and the contract lets us charge it
            *> back. Each night this picks up every favourably
            *> resolved case (see copybooks/DISPCSE) whose UID
            *> traces to a POSTED line of partner_feed.csv through
            *> PARTDISP's disposition history (see copybooks/
            *> PDSPHST), puts it on the partner chargeback register
            *> (see copybooks/PCHGBK) and sends it to the partner on
            *> partner_chargeback.csv in the partner's own comma-
            *> delimited shape, quoting their original transaction
            *> reference and account ref. The partner answers on
            *> partner_chargeback_response.csv - ACCEPT, or CONTEST
            *> with a reason - and the answer is recorded on the
            *> register; a contested chargeback stays on the night's
            *> report for a person to chase until the partner
            *> accepts it, and one the partner has not answered in
            *> the response window (30 days) is reported as
            *> overdue. Accepted chargebacks are netted by PARTBILL
            *> on the next invoice. A rerun on the same date sends
            *> the date's chargebacks again rather than an empty
            *> file, OUTCLEAR's way. The chargeback file goes on the
            *> outbound transmission manifest through XMITREG as it
            *> is closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the proof
            *> of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL DISPOSITION-HISTORY
                      ASSIGN TO 'partner_disposition_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISPUTE-CASES
                      ASSIGN TO 'dispute_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL PARTNER-CHARGEBACKS
                      ASSIGN TO 'partner_chargebacks.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the partner's answers - txn id, ACCEPT or
                  *> CONTEST, and the reason for a contest
                  SELECT OPTIONAL CHARGEBACK-RESPONSES
                      ASSIGN TO 'partner_chargeback_response.csv'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT CHARGEBACK-FILE
                      ASSIGN TO 'partner_chargeback.csv'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the night's chargebacks, answers and chase
                  *> list - stowed as a dated generation at end of
                  *> job (see RPTSTOW)
                  SELECT CHARGEBACK-REPORT
                      ASSIGN TO 'partner_chargeback_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD DISPOSITION-HISTORY.
                COPY PDSPHST.

                FD DISPUTE-CASES.
                COPY DISPCSE.

                FD PARTNER-CHARGEBACKS.
                COPY PCHGBK.

                FD CHARGEBACK-RESPONSES.
                01 RESPONSE-RECORD PIC X(80).

                FD CHARGEBACK-FILE.
                01 CHARGEBACK-LINE PIC X(80).

                FD CHARGEBACK-REPORT.
                01 REPORT-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-HISTORY VALUE 'Y'.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-CHARGEBACKS-EOF PIC X VALUE 'N'.
                    88 END-OF-CHARGEBACKS VALUE 'Y'.
                  05 WS-RESPONSES-EOF PIC X VALUE 'N'.
                    88 END-OF-RESPONSES VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the partner's POSTED lines, brought into memory
                *> once so each resolved case is a table probe
                01 WS-POSTED-COUNT PIC 9(4) VALUE 0.
                01 WS-POSTED-TABLE.
                  05 WS-POSTED-ENTRY OCCURS 2000 TIMES.
                    10 WS-PT-UID PIC 9(5).
                    10 WS-PT-TXN-ID PIC X(5).
                    10 WS-PT-ACCOUNT-REF PIC X(7).
                01 WS-POSTED-IDX PIC 9(4).
                01 WS-POSTED-FOUND PIC 9(4).

                *> the register loaded whole and rewritten whole,
                *> OUTCLEAR's idiom
                01 WS-CB-COUNT PIC 9(4) VALUE 0.
                01 WS-CB-TABLE.
                  05 WS-CB-IMAGE PIC X(92) OCCURS 2000 TIMES.
                01 WS-CB-IDX PIC 9(4).
                01 WS-CB-FOUND PIC 9(4).

                *> how long the partner has to answer before the
                *> chargeback is chased
                01 WS-RESPONSE-WINDOW-DAYS PIC 9(3) VALUE 30.
                01 WS-AGE-DAYS PIC S9(7).

                *> the partner's answer, parsed with UNSTRING the
                *> same way PARTDISP reads their feed
                01 WS-RESP-TXN-ID PIC X(5).
                01 WS-RESP-ANSWER PIC X(8).
                01 WS-RESP-REASON PIC X(30).

                01 WS-CB-AMOUNT PIC 9(6)V9(2).
                01 WS-AMOUNT-EDIT PIC 9(6).99.

                01 WS-REPORT-DETAIL.
                  05 RD-TXN-ID PIC X(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-CASE-ID PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-AMOUNT PIC Z(5)9.99.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-TEXT PIC X(40).

                01 WS-COUNTS.
                  05 WS-HISTORY-READ PIC 9(5) VALUE 0.
                  05 WS-CASES-READ PIC 9(5) VALUE 0.
                  05 WS-NEW-CHARGEBACKS PIC 9(5) VALUE 0.
                  05 WS-SENT-COUNT PIC 9(5) VALUE 0.
                  05 WS-SENT-TOTAL PIC 9(9)V9(2) VALUE 0.
                  05 WS-RESPONSES-READ PIC 9(5) VALUE 0.
                  05 WS-ACCEPTED-COUNT PIC 9(5) VALUE 0.
                  05 WS-CONTESTED-COUNT PIC 9(5) VALUE 0.
                  05 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
                  05 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
                  05 WS-OPEN-CONTESTS PIC 9(5) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-POSTED-HISTORY
              PERFORM B100-LOAD-CHARGEBACKS

              OPEN OUTPUT CHARGEBACK-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'PARTNER CHARGEBACKS - ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE 'TXN    CASE   ACCOUNT      AMOUNT  DATE      STATUS'
                  TO REPORT-LINE
              WRITE REPORT-LINE

              PERFORM C000-APPLY-RESPONSES
              PERFORM D000-EXTRACT-NEW-CHARGEBACKS
              PERFORM E000-WRITE-CHARGEBACK-FILE
              PERFORM F000-REPORT-CHASE-LIST
              PERFORM G000-REWRITE-CHARGEBACKS

              CLOSE CHARGEBACK-REPORT
              CALL 'RPTSTOW' USING 'PARTCHGBACK ',
                  'partner_chargeback_report.txt           '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'PARTCHB - END OF JOB SUMMARY'
              DISPLAY 'PARTNER POSTED UIDS: ' WS-POSTED-COUNT
              DISPLAY 'DISPUTE CASES READ : ' WS-CASES-READ
              DISPLAY 'NEW CHARGEBACKS    : ' WS-NEW-CHARGEBACKS
              DISPLAY 'CHARGEBACKS SENT   : ' WS-SENT-COUNT
              DISPLAY 'AMOUNT SENT        : ' WS-SENT-TOTAL
              DISPLAY 'RESPONSES READ     : ' WS-RESPONSES-READ
              DISPLAY 'ACCEPTED           : ' WS-ACCEPTED-COUNT
              DISPLAY 'CONTESTED          : ' WS-CONTESTED-COUNT
              DISPLAY 'UNMATCHED RESPONSES: ' WS-UNMATCHED-COUNT
              DISPLAY 'OVERDUE RESPONSES  : ' WS-OVERDUE-COUNT
              DISPLAY 'OPEN CONTESTS      : ' WS-OPEN-CONTESTS
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> only the POSTED lines can have been disputed - a
              *> line PARTDISP saw on several runs is on the
              *> history more than once, and the first is enough
              B000-LOAD-POSTED-HISTORY.
              OPEN INPUT DISPOSITION-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ DISPOSITION-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    ADD 1 TO WS-HISTORY-READ
                    IF PARTNER-LINE-POSTED AND PH-UID > 0
                      PERFORM B010-ADD-POSTED-UID
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISPOSITION-HISTORY.

              B010-ADD-POSTED-UID.
              PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
                  UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
                IF WS-PT-UID(WS-POSTED-IDX) = PH-UID
                  EXIT PARAGRAPH
                END-IF
              END-PERFORM
              IF WS-POSTED-COUNT >= 2000
                DISPLAY 'PARTCHB ABEND - PARTNER DISPOSITION '
                    'HISTORY EXCEEDS 2000 POSTED ITEMS - NOTHING '
                    'SENT'
                MOVE 'PARTNER POSTED HISTORY OVER 2000 ITEMS'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'PARTCHB ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                CLOSE DISPOSITION-HISTORY
                MOVE 16 TO RETURN-CODE
                STOP RUN
              END-IF
              ADD 1 TO WS-POSTED-COUNT
              MOVE PH-UID TO WS-PT-UID(WS-POSTED-COUNT)
              MOVE PH-PARTNER-TXN-ID TO WS-PT-TXN-ID(WS-POSTED-COUNT)
              MOVE PH-PARTNER-ACCOUNT-REF TO
                  WS-PT-ACCOUNT-REF(WS-POSTED-COUNT).

              B100-LOAD-CHARGEBACKS.
              OPEN INPUT PARTNER-CHARGEBACKS
              PERFORM UNTIL END-OF-CHARGEBACKS
                READ PARTNER-CHARGEBACKS
                  AT END
                    SET END-OF-CHARGEBACKS TO TRUE
                  NOT AT END
                    IF WS-CB-COUNT >= 2000
                      DISPLAY 'PARTCHB ABEND - PARTNER CHARGEBACK '
                          'REGISTER EXCEEDS 2000 ITEMS - NOTHING '
                          'SENT'
                      MOVE 'PARTNER CHARGEBACK REGISTER OVER 2000'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'PARTCHB ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE PARTNER-CHARGEBACKS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-CB-COUNT
                    MOVE PARTNER-CHARGEBACK-RECORD TO
                        WS-CB-IMAGE(WS-CB-COUNT)
                END-READ
              END-PERFORM
              CLOSE PARTNER-CHARGEBACKS.

              *> an answer is taken for a chargeback still waiting
              *> on the partner or contested - a contest can later
              *> be accepted. An answer for one already accepted
              *> is the partner resending and changes nothing
              C000-APPLY-RESPONSES.
              OPEN INPUT CHARGEBACK-RESPONSES
              PERFORM UNTIL END-OF-RESPONSES
                READ CHARGEBACK-RESPONSES
                  AT END
                    SET END-OF-RESPONSES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RESPONSES-READ
                    PERFORM C100-APPLY-ONE-RESPONSE
                END-READ
              END-PERFORM
              CLOSE CHARGEBACK-RESPONSES.

              C100-APPLY-ONE-RESPONSE.
              MOVE SPACES TO WS-RESP-TXN-ID WS-RESP-ANSWER
                  WS-RESP-REASON
              UNSTRING RESPONSE-RECORD DELIMITED BY ','
                  INTO WS-RESP-TXN-ID, WS-RESP-ANSWER,
                      WS-RESP-REASON
              END-UNSTRING

              MOVE 0 TO WS-CB-FOUND
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                IF PC-PARTNER-TXN-ID = WS-RESP-TXN-ID
                  MOVE WS-CB-IDX TO WS-CB-FOUND
                END-IF
              END-PERFORM

              IF WS-CB-FOUND = 0
                  OR (WS-RESP-ANSWER NOT = 'ACCEPT'
                  AND WS-RESP-ANSWER NOT = 'CONTEST')
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING WS-RESP-TXN-ID DELIMITED BY SIZE
                    '  RESPONSE ' DELIMITED BY SIZE
                    WS-RESP-ANSWER DELIMITED BY SPACE
                    ' MATCHES NO CHARGEBACK - NOT APPLIED'
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                EXIT PARAGRAPH
              END-IF

              MOVE WS-CB-IMAGE(WS-CB-FOUND) TO
                  PARTNER-CHARGEBACK-RECORD
              IF NOT CHARGEBACK-SENT AND NOT CHARGEBACK-CONTESTED
                EXIT PARAGRAPH
              END-IF

              MOVE WS-RUN-DATE TO PC-RESPONSE-DATE
              IF WS-RESP-ANSWER = 'ACCEPT'
                SET CHARGEBACK-ACCEPTED TO TRUE
                MOVE SPACES TO PC-CONTEST-REASON
                ADD 1 TO WS-ACCEPTED-COUNT
                MOVE 'ACCEPTED BY PARTNER - NETS ON NEXT INVOICE'
                    TO RD-TEXT
              ELSE
                SET CHARGEBACK-CONTESTED TO TRUE
                MOVE WS-RESP-REASON TO PC-CONTEST-REASON
                ADD 1 TO WS-CONTESTED-COUNT
                MOVE 'CONTESTED BY PARTNER' TO RD-TEXT
              END-IF
              MOVE PARTNER-CHARGEBACK-RECORD TO
                  WS-CB-IMAGE(WS-CB-FOUND)
              PERFORM H000-WRITE-DETAIL.

              *> a favourably resolved case is charged back once -
              *> the register is keyed by the case, so a case
              *> already sent is never sent again
              D000-EXTRACT-NEW-CHARGEBACKS.
              OPEN INPUT DISPUTE-CASES
              PERFORM UNTIL END-OF-CASES
                READ DISPUTE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CASES-READ
                    IF CASE-RESOLVED-FAVOR
                      PERFORM D100-CHARGE-BACK-ONE-CASE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISPUTE-CASES.

              D100-CHARGE-BACK-ONE-CASE.
              MOVE 0 TO WS-POSTED-FOUND
              PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
                  UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
                IF WS-PT-UID(WS-POSTED-IDX) = DC-UID
                  MOVE WS-POSTED-IDX TO WS-POSTED-FOUND
                END-IF
              END-PERFORM
              IF WS-POSTED-FOUND = 0
                EXIT PARAGRAPH
              END-IF

              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                IF PC-CASE-ID = DC-CASE-ID
                  EXIT PARAGRAPH
                END-IF
              END-PERFORM

              IF WS-CB-COUNT >= 2000
                DISPLAY 'PARTCHB ABEND - PARTNER CHARGEBACK '
                    'REGISTER EXCEEDS 2000 ITEMS'
                MOVE 'PARTNER CHARGEBACK REGISTER OVER 2000'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'PARTCHB ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                CLOSE DISPUTE-CASES
                CLOSE CHARGEBACK-REPORT
                MOVE 16 TO RETURN-CODE
                STOP RUN
              END-IF

              IF DC-AMOUNT < 0
                COMPUTE WS-CB-AMOUNT = 0 - DC-AMOUNT
              ELSE
                MOVE DC-AMOUNT TO WS-CB-AMOUNT
              END-IF
              MOVE SPACES TO PARTNER-CHARGEBACK-RECORD
              MOVE DC-CASE-ID TO PC-CASE-ID
              MOVE DC-UID TO PC-UID
              MOVE WS-PT-TXN-ID(WS-POSTED-FOUND) TO PC-PARTNER-TXN-ID
              MOVE WS-PT-ACCOUNT-REF(WS-POSTED-FOUND) TO
                  PC-PARTNER-ACCOUNT-REF
              MOVE DC-ACCOUNT-ID TO PC-ACCOUNT-ID
              MOVE WS-CB-AMOUNT TO PC-AMOUNT
              MOVE WS-RUN-DATE TO PC-SENT-DATE
              SET CHARGEBACK-SENT TO TRUE
              MOVE 0 TO PC-RESPONSE-DATE
              MOVE 0 TO PC-NETTED-DATE
              ADD 1 TO WS-CB-COUNT
              MOVE PARTNER-CHARGEBACK-RECORD TO
                  WS-CB-IMAGE(WS-CB-COUNT)
              ADD 1 TO WS-NEW-CHARGEBACKS
              MOVE 'CHARGED BACK TO PARTNER' TO RD-TEXT
              PERFORM H000-WRITE-DETAIL.

              *> every chargeback first sent on this date, in the
              *> partner's comma shape, closed by a count and total
              E000-WRITE-CHARGEBACK-FILE.
              OPEN OUTPUT CHARGEBACK-FILE
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                IF PC-SENT-DATE = WS-RUN-DATE
                  MOVE PC-AMOUNT TO WS-AMOUNT-EDIT
                  MOVE SPACES TO CHARGEBACK-LINE
                  STRING 'CHARGEBACK,' DELIMITED BY SIZE
                      PC-PARTNER-TXN-ID DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      PC-PARTNER-ACCOUNT-REF DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      PC-CASE-ID DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      PC-SENT-DATE DELIMITED BY SIZE
                      INTO CHARGEBACK-LINE
                  END-STRING
                  WRITE CHARGEBACK-LINE
                  ADD 1 TO WS-SENT-COUNT
                  ADD PC-AMOUNT TO WS-SENT-TOTAL
                END-IF
              END-PERFORM
              MOVE SPACES TO CHARGEBACK-LINE
              STRING 'TRAILER,' WS-SENT-COUNT ',' WS-SENT-TOTAL
                  DELIMITED BY SIZE
                  INTO CHARGEBACK-LINE
              END-STRING
              WRITE CHARGEBACK-LINE
              CLOSE CHARGEBACK-FILE
              CALL 'XMITREG' USING 'CHARGEBACK  ',
                  'partner_chargeback.csv                  '
              END-CALL.

              *> the chase list - every open contest, and every
              *> chargeback the partner has let go unanswered past
              *> the response window
              F000-REPORT-CHASE-LIST.
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                IF CHARGEBACK-CONTESTED
                  ADD 1 TO WS-OPEN-CONTESTS
                  MOVE SPACES TO RD-TEXT
                  STRING 'OPEN CONTEST - ' PC-CONTEST-REASON
                      DELIMITED BY SIZE
                      INTO RD-TEXT
                  END-STRING
                  PERFORM H000-WRITE-DETAIL
                END-IF
                IF CHARGEBACK-SENT
                  COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE(PC-SENT-DATE)
                  IF WS-AGE-DAYS > WS-RESPONSE-WINDOW-DAYS
                    ADD 1 TO WS-OVERDUE-COUNT
                    MOVE 'NO PARTNER RESPONSE - OVERDUE' TO RD-TEXT
                    PERFORM H000-WRITE-DETAIL
                  END-IF
                END-IF
              END-PERFORM.

              G000-REWRITE-CHARGEBACKS.
              OPEN OUTPUT PARTNER-CHARGEBACKS
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-COUNT
                MOVE WS-CB-IMAGE(WS-CB-IDX) TO
                    PARTNER-CHARGEBACK-RECORD
                WRITE PARTNER-CHARGEBACK-RECORD
              END-PERFORM
              CLOSE PARTNER-CHARGEBACKS.

              H000-WRITE-DETAIL.
              MOVE PC-PARTNER-TXN-ID TO RD-TXN-ID
              MOVE PC-CASE-ID TO RD-CASE-ID
              MOVE PC-ACCOUNT-ID TO RD-ACCOUNT-ID
              MOVE PC-AMOUNT TO RD-AMOUNT
              IF PC-RESPONSE-DATE > 0
                MOVE PC-RESPONSE-DATE TO RD-DATE
              ELSE
                MOVE PC-SENT-DATE TO RD-DATE
              END-IF
              WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
