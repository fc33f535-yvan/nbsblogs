            IDENTIFICATION DIVISION.
            PROGRAM-ID. PHONEIN.
            *> phone-banking vendor instruction intake - the
            *> inbound side of PHONEXT. Customers the phone
            *> service has authenticated can move money between
            *> their own accounts, stop a cheque or ask for a
            *> statement again, and the vendor used to send
            *> those back as a spreadsheet. The vendor now sends
            *> phone_instructions.csv: PARTXLT's 'SEQ,<n>' first
            *> line under the source name PHONEVND, an
            *> 'HDR,<batch-date>' header, one line per
            *> instruction, and a 'TRL,<count>,<amount-total>'
            *> trailer. The batch is proved against its trailer
            *> on a first pass, FEEDCAT's acceptance, and a file
            *> that does not prove out, or is out of sequence, is
            *> refused whole before a single instruction is
            *> acted on. Each instruction line is
            *> <type>,<instruction-id>,<customer>,<auth-ref>,
            *> <account>,<field-a>,<field-b>:
            *>   XFR - transfer; field-a the account credited,
            *>         field-b the amount. Both accounts must be
            *>         the customer's own open demand accounts,
            *>         neither blocked, and the debit must be
            *>         covered by AVAILBAL's available funds less
            *>         what this file has already moved off the
            *>         account. Written to transfer_feed.txt, so it
            *>         posts through TRANLOAD's two-leg transfer
            *>         path, with UIDs from UIDALLOC's PHONE range
            *>         (96001-96999)
            *>   STP - stop payment; field-a the cheque serial.
            *>         Dropped on BLKCHK's negative file as a 'Q'
            *>         cheque stop, which INCLEAR returns
            *>   STM - statement re-send; field-a the statement
            *>         date, or blank for the latest statement.
            *>         The stowed statement generations are
            *>         searched newest first for the account, and
            *>         the one found is queued for RPTREPR's
            *>         reprint (copybooks/RPRTREQ)
            *> The customer is the account's primary holder
            *> (AM-CUSTOMER-NUMBER) and every line must carry the
            *> vendor's authentication reference. Each
            *> instruction's result goes back to the vendor on
            *> phone_instruction_acks.txt, stowed in the report
            *> repository. The acknowledgment file goes on the
            *> outbound transmission manifest through XMITREG as it
            *> is closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the proof
            *> of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT PHONE-INSTRUCTIONS
                      ASSIGN TO 'phone_instructions.csv'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> same transfer feed TRANLOAD's A300 posts -
                  *> appended, as SWEEPGEN appends its sweeps
                  SELECT OPTIONAL TRANSFER-FEED
                      ASSIGN TO 'transfer_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the stop-payment negative file BLKCHK
                  *> consults - cheque stops are appended
                  SELECT OPTIONAL BLOCKED-LIST
                      ASSIGN TO 'blocked_list.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the report repository index and the stowed
                  *> statement generations it lists (see RPTSTOW)
                  SELECT OPTIONAL REPORT-REGISTRY
                      ASSIGN TO 'report_repository.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL GENERATION-IN
                      ASSIGN USING WS-GENERATION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL REPRINT-QUEUE
                      ASSIGN TO 'reprint_requests.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> what the vendor is told, recreated each run
                  SELECT INSTRUCTION-ACKS
                      ASSIGN TO 'phone_instruction_acks.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD PHONE-INSTRUCTIONS.
                01 PHONE-INSTRUCTION-RECORD PIC X(150).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                *> same field order/size as TRANLOAD's
                *> TRANSFER-FEED-RECORD
                FD TRANSFER-FEED.
                01 TRANSFER-FEED-RECORD.
                  02 TF-DEBIT-UID PIC 9(5).
                  02 TF-CREDIT-UID PIC 9(5).
                  02 TF-DESC PIC X(25).
                  02 TF-AMOUNT PIC 9(6)V9(2).
                  02 TF-FROM-ACCOUNT PIC S9(7).
                  02 TF-TO-ACCOUNT PIC S9(7).

                *> same row shape BLKCHK reads
                FD BLOCKED-LIST.
                01 BL-FEED-RECORD.
                  02 BL-FEED-TYPE PIC X(1).
                  02 BL-FEED-KEY PIC 9(7).
                  02 BL-FEED-REASON PIC X(40).
                  02 BL-FEED-SERIAL PIC 9(8).

                FD REPORT-REGISTRY.
                01 REPORT-REGISTRY-RECORD.
                  02 RR-FILE-NAME PIC X(40).
                  02 RR-REPORT-NAME PIC X(12).
                  02 RR-STOW-DATE PIC 9(8).

                FD GENERATION-IN.
                01 GENERATION-LINE PIC X(210).

                FD REPRINT-QUEUE.
                COPY RPRTREQ.

                FD INSTRUCTION-ACKS.
                01 INSTRUCTION-ACK-RECORD.
                  02 AK-INSTRUCTION-ID PIC X(8).
                  02 FILLER PIC X(1).
                  02 AK-TYPE PIC X(3).
                  02 FILLER PIC X(1).
                  02 AK-RESULT PIC X(8).
                  02 FILLER PIC X(1).
                  02 AK-REASON-CODE PIC X(3).
                  02 FILLER PIC X(1).
                  02 AK-REFERENCE PIC X(14).
                  02 FILLER PIC X(1).
                  02 AK-REASON PIC X(40).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-INSTRUCTIONS-EOF PIC X VALUE 'N'.
                    88 END-OF-INSTRUCTIONS VALUE 'Y'.
                  05 WS-REGISTRY-EOF PIC X VALUE 'N'.
                    88 END-OF-REGISTRY VALUE 'Y'.
                  05 WS-GEN-EOF PIC X VALUE 'N'.
                    88 END-OF-GENERATION VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> one instruction line, parsed with UNSTRING the
                *> way PARTXLT parses the partner's lines
                01 WS-IN-TYPE PIC X(3).
                  88 INSTRUCTION-TRANSFER VALUE 'XFR'.
                  88 INSTRUCTION-STOP VALUE 'STP'.
                  88 INSTRUCTION-RESEND VALUE 'STM'.
                01 WS-IN-ID PIC X(8).
                01 WS-IN-CUSTOMER PIC X(7).
                01 WS-IN-AUTH-REF PIC X(12).
                01 WS-IN-ACCOUNT PIC X(7).
                01 WS-IN-FIELD-A PIC X(8).
                01 WS-IN-FIELD-B PIC X(15).

                *> the batch's control lines - HDR,<batch-date>
                *> and TRL,<count>,<amount-total>
                01 WS-CTL-TAG PIC X(3).
                  88 CONTROL-IS-HEADER VALUE 'HDR'.
                  88 CONTROL-IS-TRAILER VALUE 'TRL'.
                01 WS-CTL-FIELD-1 PIC X(15).
                01 WS-CTL-FIELD-2 PIC X(15).

                *> the batch proof, FEEDCAT's HDR/TRL acceptance
                01 WS-BATCH-DATE PIC 9(8) VALUE 0.
                01 WS-HDR-SEEN PIC X VALUE 'N'.
                  88 HEADER-WAS-SEEN VALUE 'Y'.
                01 WS-TRL-SEEN PIC X VALUE 'N'.
                  88 TRAILER-WAS-SEEN VALUE 'Y'.
                01 WS-TRL-COUNT PIC 9(7) VALUE 0.
                01 WS-TRL-AMOUNT-TOTAL PIC 9(9)V9(2) VALUE 0.
                01 WS-DATA-COUNT PIC 9(7) VALUE 0.
                01 WS-AMOUNT-TOTAL PIC 9(9)V9(2) VALUE 0.
                01 WS-BATCH-OK PIC X VALUE 'Y'.
                  88 BATCH-PROVES-OUT VALUE 'Y'.
                01 WS-BATCH-REFUSAL PIC X(40) VALUE SPACES.

                *> inbound file sequence control (see SEQCHK) -
                *> PARTXLT's 'SEQ,<n>' first line
                01 WS-SEQ-LINE-TEXT PIC X(10).
                01 WS-FILE-SEQ PIC 9(5) VALUE 0.
                01 WS-FILE-SEQUENCED PIC X VALUE 'N'.
                  88 FILE-IS-SEQUENCED VALUE 'Y'.
                01 WS-SEQ-STATUS PIC X.
                  88 SEQ-IS-OK VALUE 'O'.
                  88 SEQ-IS-GAP VALUE 'G'.
                  88 SEQ-IS-REPEAT VALUE 'R'.
                01 WS-LINE-NUMBER PIC 9(7) VALUE 0.

                *> why an instruction is refused - the code and
                *> text go back to the vendor on the ack file
                01 WS-REFUSAL-CODE PIC X(3) VALUE SPACES.
                  88 INSTRUCTION-ACCEPTED VALUE SPACES.
                01 WS-REFUSAL-TEXT PIC X(40).
                01 WS-ACK-REFERENCE PIC X(14).

                01 WS-CUSTOMER-NUMBER PIC 9(7).
                01 WS-ACCOUNT-ID PIC 9(7).
                01 WS-TO-ACCOUNT-ID PIC 9(7).
                01 WS-CHEQUE-SERIAL PIC 9(8).
                01 WS-STATEMENT-DATE PIC 9(8).
                01 WS-AMOUNT PIC S9(8)V9(2).
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> funds, AVAILBAL's figure for the debit account
                01 WS-AVAILABLE PIC S9(8)V9(2).
                01 WS-FROM-BALANCE PIC S9(8)V9(2).
                01 WS-FROM-OVERDRAFT PIC 9(6)V9(2).
                *> what this file has already moved off each
                *> account - AVAILBAL cannot see transfers that
                *> have not posted yet
                01 WS-MOVED-COUNT PIC 9(3) VALUE 0.
                01 WS-MOVED-TABLE.
                  05 WS-MOVED-ENTRY OCCURS 200 TIMES.
                    10 WS-MOVED-ACCOUNT PIC 9(7).
                    10 WS-MOVED-AMOUNT PIC S9(8)V9(2).
                01 WS-MOVED-IDX PIC 9(3).
                01 WS-THIS-MOVED PIC 9(3).

                *> BLKCHK's verdict, same 88s as TRANLOAD
                01 WS-BLOCK-STATUS PIC X VALUE 'C'.
                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.
                01 WS-ZERO-UID PIC 9(5) VALUE 0.
                01 WS-NO-CHEQUE-SERIAL PIC 9(8) VALUE 0.

                01 WS-NEXT-PHONE-UID PIC 9(5) VALUE 0.

                *> statement generations off the repository index,
                *> oldest first as they were stowed - the newest
                *> 100 are kept, searched newest first
                01 WS-GEN-COUNT PIC 9(3) VALUE 0.
                01 WS-GEN-TABLE.
                  05 WS-GEN-ENTRY OCCURS 100 TIMES.
                    10 WS-GEN-FILE-NAME PIC X(40).
                    10 WS-GEN-STOW-DATE PIC 9(8).
                01 WS-GEN-IDX PIC 9(3).
                01 WS-GENERATION-NAME PIC X(40) VALUE SPACES.
                01 WS-FOUND-GEN-IDX PIC 9(3).
                01 WS-KEY-HITS PIC 9(3).

                01 WS-COUNTS.
                  05 WS-INSTRUCTIONS-READ PIC 9(5) VALUE 0.
                  05 WS-TRANSFERS-ACCEPTED PIC 9(5) VALUE 0.
                  05 WS-STOPS-ACCEPTED PIC 9(5) VALUE 0.
                  05 WS-RESENDS-ACCEPTED PIC 9(5) VALUE 0.
                  05 WS-INSTRUCTIONS-REJECTED PIC 9(5) VALUE 0.
                  05 WS-TOTAL-MOVED PIC 9(9)V9(2) VALUE 0.

                *> the ack file's own control lines
                01 WS-ACK-HEADER.
                  05 FILLER PIC X(4) VALUE 'HDR '.
                  05 AH-RUN-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' SEQ '.
                  05 AH-FILE-SEQ PIC 9(5).
                  05 FILLER PIC X(7) VALUE ' BATCH '.
                  05 AH-BATCH-DATE PIC 9(8).
                01 WS-ACK-TRAILER.
                  05 FILLER PIC X(4) VALUE 'TRL '.
                  05 AT-READ PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 AT-ACCEPTED PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 AT-REJECTED PIC 9(5).

                *> staged full-width so EXCLOG's X(60) linkage
                *> never reads past a shorter literal
                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              PERFORM B000-PROVE-BATCH

              OPEN OUTPUT INSTRUCTION-ACKS
              MOVE WS-RUN-DATE TO AH-RUN-DATE
              MOVE WS-FILE-SEQ TO AH-FILE-SEQ
              MOVE WS-BATCH-DATE TO AH-BATCH-DATE
              WRITE INSTRUCTION-ACK-RECORD FROM WS-ACK-HEADER

              IF BATCH-PROVES-OUT
                PERFORM C000-WORK-INSTRUCTIONS
              ELSE
                MOVE SPACES TO INSTRUCTION-ACK-RECORD
                MOVE 'BATCH' TO AK-INSTRUCTION-ID
                MOVE 'REFUSED' TO AK-RESULT
                MOVE 'BAT' TO AK-REASON-CODE
                MOVE WS-BATCH-REFUSAL TO AK-REASON
                WRITE INSTRUCTION-ACK-RECORD
              END-IF

              MOVE WS-INSTRUCTIONS-READ TO AT-READ
              COMPUTE AT-ACCEPTED = WS-TRANSFERS-ACCEPTED
                  + WS-STOPS-ACCEPTED + WS-RESENDS-ACCEPTED
              MOVE WS-INSTRUCTIONS-REJECTED TO AT-REJECTED
              WRITE INSTRUCTION-ACK-RECORD FROM WS-ACK-TRAILER
              CLOSE INSTRUCTION-ACKS
              CALL 'XMITREG' USING 'PHONEACK    ',
                  'phone_instruction_acks.txt              '
              END-CALL
              CALL 'RPTSTOW' USING 'PHONEACK    ',
                  'phone_instruction_acks.txt              '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'PHONEIN - END OF JOB SUMMARY'
              DISPLAY 'INSTRUCTIONS READ : ' WS-INSTRUCTIONS-READ
              DISPLAY 'TRANSFERS ACCEPTED: ' WS-TRANSFERS-ACCEPTED
              DISPLAY 'STOPS ACCEPTED    : ' WS-STOPS-ACCEPTED
              DISPLAY 'RE-SENDS QUEUED   : ' WS-RESENDS-ACCEPTED
              DISPLAY 'REJECTED          : ' WS-INSTRUCTIONS-REJECTED
              DISPLAY 'TOTAL TRANSFERRED : ' WS-TOTAL-MOVED
              DISPLAY '=========================================='
              IF NOT BATCH-PROVES-OUT
                MOVE 8 TO RETURN-CODE
              ELSE
                IF WS-INSTRUCTIONS-REJECTED > 0
                  MOVE 'PHONE INSTRUCTIONS REJECTED BACK TO VENDOR'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'PHONEIN ', 'W',
                      WS-EXC-MESSAGE
                  END-CALL
                END-IF
              END-IF
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> first pass - the batch must open with its header,
              *> close with a trailer whose count and amount total
              *> match the instructions between them, and be the
              *> next file in the vendor's sequence, or nothing in
              *> it is acted on
              B000-PROVE-BATCH.
              OPEN INPUT PHONE-INSTRUCTIONS
              PERFORM UNTIL END-OF-INSTRUCTIONS
                READ PHONE-INSTRUCTIONS
                  AT END
                    SET END-OF-INSTRUCTIONS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-LINE-NUMBER
                    PERFORM B100-PROVE-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE PHONE-INSTRUCTIONS

              EVALUATE TRUE
                WHEN WS-LINE-NUMBER = 0
                  MOVE 'N' TO WS-BATCH-OK
                  MOVE 'EMPTY INSTRUCTION FILE' TO WS-BATCH-REFUSAL
                WHEN NOT HEADER-WAS-SEEN OR NOT TRAILER-WAS-SEEN
                  MOVE 'N' TO WS-BATCH-OK
                  MOVE 'BATCH HEADER OR TRAILER MISSING' TO
                      WS-BATCH-REFUSAL
                WHEN WS-BATCH-DATE > WS-RUN-DATE
                  MOVE 'N' TO WS-BATCH-OK
                  MOVE 'BATCH DATED AFTER THE BUSINESS DATE' TO
                      WS-BATCH-REFUSAL
                WHEN WS-TRL-COUNT NOT = WS-DATA-COUNT
                    OR WS-TRL-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
                  MOVE 'N' TO WS-BATCH-OK
                  MOVE 'TRAILER COUNT/TOTAL DOES NOT MATCH BATCH'
                      TO WS-BATCH-REFUSAL
              END-EVALUATE
              IF NOT BATCH-PROVES-OUT
                DISPLAY 'PHONEIN *** BATCH REFUSED - '
                    WS-BATCH-REFUSAL
                DISPLAY '  DECLARED COUNT/TOTAL: '
                    WS-TRL-COUNT '/' WS-TRL-AMOUNT-TOTAL
                DISPLAY '  COUNTED  COUNT/TOTAL: '
                    WS-DATA-COUNT '/' WS-AMOUNT-TOTAL
                DISPLAY 'OPERATOR ACTION - ASK THE VENDOR TO RESEND '
                    'THE BATCH'
                MOVE 'PHONE INSTRUCTION BATCH REFUSED' TO
                    WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'PHONEIN ', 'S', WS-EXC-MESSAGE
                END-CALL
                EXIT PARAGRAPH
              END-IF

              IF FILE-IS-SEQUENCED
                CALL 'SEQCHK' USING 'PHONEVND', WS-FILE-SEQ,
                    WS-SEQ-STATUS, 'C'
                END-CALL
                IF NOT SEQ-IS-OK
                  MOVE 'N' TO WS-BATCH-OK
                  IF SEQ-IS-REPEAT
                    MOVE 'FILE SEQUENCE ALREADY ACCEPTED' TO
                        WS-BATCH-REFUSAL
                    DISPLAY 'PHONEIN *** HALTED - INSTRUCTION FILE '
                        'SEQUENCE ' WS-FILE-SEQ ' ALREADY '
                        'ACCEPTED - POSSIBLE RESENT FILE'
                  ELSE
                    MOVE 'GAP IN FILE SEQUENCE - A FILE IS MISSING'
                        TO WS-BATCH-REFUSAL
                    DISPLAY 'PHONEIN *** HALTED - GAP IN '
                        'INSTRUCTION FILE SEQUENCE AT ' WS-FILE-SEQ
                        ' - A FILE IS MISSING'
                  END-IF
                  DISPLAY 'OPERATOR ACTION - CONFIRM WITH THE '
                      'PHONE-BANKING VENDOR BEFORE RELOADING'
                  MOVE 'HALTED - PHONE INSTRUCTION SEQUENCE GAP/REPEAT'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'PHONEIN ', 'S',
                      WS-EXC-MESSAGE
                  END-CALL
                END-IF
              END-IF.

              B100-PROVE-ONE-LINE.
              IF PHONE-INSTRUCTION-RECORD(1:4) = 'SEQ,'
                  AND WS-LINE-NUMBER = 1
                UNSTRING PHONE-INSTRUCTION-RECORD DELIMITED BY ','
                    INTO WS-SEQ-LINE-TEXT, WS-SEQ-LINE-TEXT
                END-UNSTRING
                IF WS-SEQ-LINE-TEXT(1:5) IS NUMERIC
                  MOVE WS-SEQ-LINE-TEXT(1:5) TO WS-FILE-SEQ
                  SET FILE-IS-SEQUENCED TO TRUE
                END-IF
                EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-CTL-FIELD-1 WS-CTL-FIELD-2
              UNSTRING PHONE-INSTRUCTION-RECORD DELIMITED BY ','
                  INTO WS-CTL-TAG, WS-CTL-FIELD-1, WS-CTL-FIELD-2
              END-UNSTRING
              EVALUATE TRUE
                WHEN CONTROL-IS-HEADER
                  SET HEADER-WAS-SEEN TO TRUE
                  IF WS-CTL-FIELD-1(1:8) IS NUMERIC
                    MOVE WS-CTL-FIELD-1(1:8) TO WS-BATCH-DATE
                  END-IF
                WHEN CONTROL-IS-TRAILER
                  SET TRAILER-WAS-SEEN TO TRUE
                  IF WS-CTL-FIELD-1 NOT = SPACES
                    COMPUTE WS-TRL-COUNT =
                        FUNCTION NUMVAL(WS-CTL-FIELD-1)
                  END-IF
                  IF WS-CTL-FIELD-2 NOT = SPACES
                    COMPUTE WS-TRL-AMOUNT-TOTAL =
                        FUNCTION NUMVAL(WS-CTL-FIELD-2)
                  END-IF
                WHEN OTHER
                  ADD 1 TO WS-DATA-COUNT
                  PERFORM D000-PARSE-INSTRUCTION
                  IF INSTRUCTION-TRANSFER
                      AND WS-IN-FIELD-B NOT = SPACES
                    ADD FUNCTION NUMVAL(WS-IN-FIELD-B) TO
                        WS-AMOUNT-TOTAL
                  END-IF
              END-EVALUATE.

              *> second pass - every instruction line is worked
              *> and answered on the ack file
              C000-WORK-INSTRUCTIONS.
              OPEN INPUT PHONE-INSTRUCTIONS
              OPEN INPUT ACCOUNT-MASTER
              OPEN EXTEND TRANSFER-FEED
              OPEN EXTEND BLOCKED-LIST
              OPEN EXTEND REPRINT-QUEUE
              MOVE 'N' TO WS-INSTRUCTIONS-EOF
              MOVE 0 TO WS-LINE-NUMBER
              PERFORM UNTIL END-OF-INSTRUCTIONS
                READ PHONE-INSTRUCTIONS
                  AT END
                    SET END-OF-INSTRUCTIONS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-LINE-NUMBER
                    MOVE PHONE-INSTRUCTION-RECORD(1:3) TO WS-CTL-TAG
                    IF (PHONE-INSTRUCTION-RECORD(1:4) = 'SEQ,'
                        AND WS-LINE-NUMBER = 1)
                        OR CONTROL-IS-HEADER
                        OR CONTROL-IS-TRAILER
                      CONTINUE
                    ELSE
                      PERFORM C100-WORK-ONE-INSTRUCTION
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PHONE-INSTRUCTIONS
              CLOSE ACCOUNT-MASTER
              CLOSE TRANSFER-FEED
              CLOSE BLOCKED-LIST
              CLOSE REPRINT-QUEUE

              CALL 'UIDALLOC' USING 'PHONE     ', 'PHONEIN ', 'R',
                  WS-NEXT-PHONE-UID
              END-CALL
              IF FILE-IS-SEQUENCED
                CALL 'SEQCHK' USING 'PHONEVND', WS-FILE-SEQ,
                    WS-SEQ-STATUS, 'M'
                END-CALL
              END-IF.

              C100-WORK-ONE-INSTRUCTION.
              ADD 1 TO WS-INSTRUCTIONS-READ
              PERFORM D000-PARSE-INSTRUCTION
              MOVE SPACES TO WS-REFUSAL-CODE
              MOVE SPACES TO WS-ACK-REFERENCE
              PERFORM D100-VALIDATE-INSTRUCTION
              IF INSTRUCTION-ACCEPTED
                EVALUATE TRUE
                  WHEN INSTRUCTION-TRANSFER
                    PERFORM E000-TRANSFER
                  WHEN INSTRUCTION-STOP
                    PERFORM F000-STOP-CHEQUE
                  WHEN INSTRUCTION-RESEND
                    PERFORM G000-RESEND-STATEMENT
                END-EVALUATE
              END-IF

              MOVE SPACES TO INSTRUCTION-ACK-RECORD
              MOVE WS-IN-ID TO AK-INSTRUCTION-ID
              MOVE WS-IN-TYPE TO AK-TYPE
              IF INSTRUCTION-ACCEPTED
                MOVE 'ACCEPTED' TO AK-RESULT
                MOVE WS-ACK-REFERENCE TO AK-REFERENCE
              ELSE
                MOVE 'REJECTED' TO AK-RESULT
                MOVE WS-REFUSAL-CODE TO AK-REASON-CODE
                MOVE WS-REFUSAL-TEXT TO AK-REASON
                ADD 1 TO WS-INSTRUCTIONS-REJECTED
                DISPLAY 'PHONEIN REJECTED - ' WS-IN-ID ' '
                    WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT
              END-IF
              WRITE INSTRUCTION-ACK-RECORD.

              D000-PARSE-INSTRUCTION.
              MOVE SPACES TO WS-IN-TYPE WS-IN-ID WS-IN-CUSTOMER
                  WS-IN-AUTH-REF WS-IN-ACCOUNT WS-IN-FIELD-A
                  WS-IN-FIELD-B
              UNSTRING PHONE-INSTRUCTION-RECORD DELIMITED BY ','
                  INTO WS-IN-TYPE, WS-IN-ID, WS-IN-CUSTOMER,
                      WS-IN-AUTH-REF, WS-IN-ACCOUNT, WS-IN-FIELD-A,
                      WS-IN-FIELD-B
              END-UNSTRING.

              *> what every instruction must carry: a type this
              *> intake knows, the vendor's authentication, and
              *> an account on the master that is the customer's
              *> own
              D100-VALIDATE-INSTRUCTION.
              IF (NOT INSTRUCTION-TRANSFER
                  AND NOT INSTRUCTION-STOP
                  AND NOT INSTRUCTION-RESEND)
                  OR WS-IN-ID = SPACES
                  OR WS-IN-CUSTOMER NOT NUMERIC
                  OR WS-IN-ACCOUNT NOT NUMERIC
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'INVALID INSTRUCTION FIELD CLASS/TYPE' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF WS-IN-AUTH-REF = SPACES
                MOVE 'AUT' TO WS-REFUSAL-CODE
                MOVE 'NO CUSTOMER AUTHENTICATION REFERENCE' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-IN-CUSTOMER TO WS-CUSTOMER-NUMBER
              MOVE WS-IN-ACCOUNT TO WS-ACCOUNT-ID
              PERFORM D200-READ-ACCOUNT
              IF NOT ACCOUNT-ON-MASTER
                MOVE 'NOF' TO WS-REFUSAL-CODE
                MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF AM-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                MOVE 'OWN' TO WS-REFUSAL-CODE
                MOVE 'ACCOUNT IS NOT THE CUSTOMER''S OWN' TO
                    WS-REFUSAL-TEXT
              END-IF.

              D200-READ-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE WS-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ.

              *> money moves only between the customer's own open
              *> demand accounts - a term deposit or a loan is
              *> never a phone transfer's leg
              E000-TRANSFER.
              IF WS-IN-FIELD-A(1:7) NOT NUMERIC
                  OR WS-IN-FIELD-B = SPACES
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'TRANSFER NEEDS A CREDIT ACCOUNT AND AMOUNT'
                    TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-IN-FIELD-A(1:7) TO WS-TO-ACCOUNT-ID
              COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-IN-FIELD-B)
              IF WS-AMOUNT NOT > 0 OR WS-AMOUNT > 999999.99
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'TRANSFER AMOUNT NOT VALID' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF WS-TO-ACCOUNT-ID = WS-ACCOUNT-ID
                MOVE 'SAM' TO WS-REFUSAL-CODE
                MOVE 'TRANSFER TO THE SAME ACCOUNT' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF NOT ACCOUNT-OPEN OR NOT PRODUCT-DEMAND
                MOVE 'ACT' TO WS-REFUSAL-CODE
                MOVE 'DEBIT ACCOUNT NOT OPEN DEMAND DEPOSIT' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE AM-BALANCE TO WS-FROM-BALANCE
              MOVE AM-OVERDRAFT-LIMIT TO WS-FROM-OVERDRAFT

              MOVE WS-TO-ACCOUNT-ID TO WS-ACCOUNT-ID
              PERFORM D200-READ-ACCOUNT
              IF NOT ACCOUNT-ON-MASTER
                MOVE 'NOF' TO WS-REFUSAL-CODE
                MOVE 'CREDIT ACCOUNT NOT ON FILE' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF AM-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                MOVE 'OWN' TO WS-REFUSAL-CODE
                MOVE 'CREDIT ACCOUNT NOT THE CUSTOMER''S OWN' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF NOT ACCOUNT-OPEN OR NOT PRODUCT-DEMAND
                MOVE 'ACT' TO WS-REFUSAL-CODE
                MOVE 'CREDIT ACCOUNT NOT OPEN DEMAND DEPOSIT'
                    TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-IN-ACCOUNT TO WS-ACCOUNT-ID

              *> TRANLOAD would refuse a blocked leg tonight -
              *> tell the vendor now rather than accept it
              CALL 'BLKCHK' USING WS-ACCOUNT-ID, WS-ZERO-UID,
                  WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
              END-CALL
              IF POSTING-CLEAR
                CALL 'BLKCHK' USING WS-TO-ACCOUNT-ID, WS-ZERO-UID,
                    WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
                END-CALL
              END-IF
              IF NOT POSTING-CLEAR
                MOVE 'BLK' TO WS-REFUSAL-CODE
                MOVE 'ACCOUNT BLOCKED' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF

              PERFORM E100-CHECK-FUNDS
              IF NOT INSTRUCTION-ACCEPTED
                EXIT PARAGRAPH
              END-IF

              CALL 'UIDALLOC' USING 'PHONE     ', 'PHONEIN ', 'N',
                  WS-NEXT-PHONE-UID
              END-CALL
              MOVE WS-NEXT-PHONE-UID TO TF-DEBIT-UID
              CALL 'UIDALLOC' USING 'PHONE     ', 'PHONEIN ', 'N',
                  WS-NEXT-PHONE-UID
              END-CALL
              MOVE WS-NEXT-PHONE-UID TO TF-CREDIT-UID
              MOVE 'PHONE BANKING TRANSFER' TO TF-DESC
              MOVE WS-AMOUNT TO TF-AMOUNT
              MOVE WS-ACCOUNT-ID TO TF-FROM-ACCOUNT
              MOVE WS-TO-ACCOUNT-ID TO TF-TO-ACCOUNT
              WRITE TRANSFER-FEED-RECORD
              ADD WS-AMOUNT TO WS-MOVED-AMOUNT(WS-THIS-MOVED)
              ADD WS-AMOUNT TO WS-TOTAL-MOVED
              ADD 1 TO WS-TRANSFERS-ACCEPTED
              STRING 'UID ' TF-DEBIT-UID DELIMITED BY SIZE
                  INTO WS-ACK-REFERENCE
              END-STRING.

              *> AVAILBAL's figure, less whatever this file has
              *> already moved off the account
              E100-CHECK-FUNDS.
              CALL 'AVAILBAL' USING WS-ACCOUNT-ID, WS-RUN-DATE,
                  WS-FROM-BALANCE, WS-FROM-OVERDRAFT, WS-AVAILABLE
              END-CALL
              MOVE 0 TO WS-THIS-MOVED
              PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                  UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
                IF WS-MOVED-ACCOUNT(WS-MOVED-IDX) = WS-ACCOUNT-ID
                  MOVE WS-MOVED-IDX TO WS-THIS-MOVED
                END-IF
              END-PERFORM
              IF WS-THIS-MOVED = 0
                IF WS-MOVED-COUNT >= 200
                  MOVE 'LIM' TO WS-REFUSAL-CODE
                  MOVE 'TOO MANY DEBIT ACCOUNTS IN ONE BATCH' TO
                      WS-REFUSAL-TEXT
                  EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-MOVED-COUNT
                MOVE WS-MOVED-COUNT TO WS-THIS-MOVED
                MOVE WS-ACCOUNT-ID TO WS-MOVED-ACCOUNT(WS-THIS-MOVED)
                MOVE 0 TO WS-MOVED-AMOUNT(WS-THIS-MOVED)
              END-IF
              IF WS-AMOUNT >
                  WS-AVAILABLE - WS-MOVED-AMOUNT(WS-THIS-MOVED)
                MOVE 'NSF' TO WS-REFUSAL-CODE
                MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO
                    WS-REFUSAL-TEXT
              END-IF.

              *> a stop on a closed account protects nothing;
              *> one already on the negative file is not doubled
              F000-STOP-CHEQUE.
              IF WS-IN-FIELD-A NOT NUMERIC
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'STOP NEEDS A CHEQUE SERIAL' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-IN-FIELD-A TO WS-CHEQUE-SERIAL
              IF WS-CHEQUE-SERIAL = 0
                MOVE 'FMT' TO WS-REFUSAL-CODE
                MOVE 'STOP NEEDS A CHEQUE SERIAL' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              IF ACCOUNT-CLOSED OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CHARGED-OFF
                MOVE 'ACT' TO WS-REFUSAL-CODE
                MOVE 'ACCOUNT NOT OPEN' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              CALL 'BLKCHK' USING WS-ACCOUNT-ID, WS-ZERO-UID,
                  WS-BLOCK-STATUS, WS-CHEQUE-SERIAL
              END-CALL
              IF CHEQUE-IS-STOPPED
                MOVE 'DUP' TO WS-REFUSAL-CODE
                MOVE 'CHEQUE ALREADY STOPPED' TO WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE 'Q' TO BL-FEED-TYPE
              MOVE WS-ACCOUNT-ID TO BL-FEED-KEY
              MOVE SPACES TO BL-FEED-REASON
              STRING 'STOPPED BY PHONE - INSTRUCTION ' WS-IN-ID
                  DELIMITED BY SIZE INTO BL-FEED-REASON
              END-STRING
              MOVE WS-CHEQUE-SERIAL TO BL-FEED-SERIAL
              WRITE BL-FEED-RECORD
              ADD 1 TO WS-STOPS-ACCEPTED
              STRING 'CHQ ' WS-CHEQUE-SERIAL DELIMITED BY SIZE
                  INTO WS-ACK-REFERENCE
              END-STRING.

              *> the newest stowed statement for the account - on
              *> the asked-for date when the customer gave one
              G000-RESEND-STATEMENT.
              MOVE 0 TO WS-STATEMENT-DATE
              IF WS-IN-FIELD-A NOT = SPACES
                IF WS-IN-FIELD-A NOT NUMERIC
                  MOVE 'FMT' TO WS-REFUSAL-CODE
                  MOVE 'STATEMENT DATE NOT VALID' TO WS-REFUSAL-TEXT
                  EXIT PARAGRAPH
                END-IF
                MOVE WS-IN-FIELD-A TO WS-STATEMENT-DATE
              END-IF
              PERFORM G100-LOAD-STATEMENT-GENERATIONS
              MOVE 0 TO WS-FOUND-GEN-IDX
              PERFORM VARYING WS-GEN-IDX FROM WS-GEN-COUNT BY -1
                  UNTIL WS-GEN-IDX < 1 OR WS-FOUND-GEN-IDX > 0
                PERFORM G200-SEARCH-GENERATION
              END-PERFORM
              IF WS-FOUND-GEN-IDX = 0
                MOVE 'NST' TO WS-REFUSAL-CODE
                MOVE 'NO STORED STATEMENT FOR THE ACCOUNT' TO
                    WS-REFUSAL-TEXT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-GEN-FILE-NAME(WS-FOUND-GEN-IDX) TO
                  RQ-GENERATION-NAME
              MOVE WS-IN-ACCOUNT TO RQ-KEY
              MOVE WS-RUN-DATE TO RQ-REQUEST-DATE
              MOVE 'PHONEIN ' TO RQ-REQUESTED-BY
              MOVE WS-IN-ID TO RQ-REFERENCE
              WRITE REPRINT-REQUEST-RECORD
              ADD 1 TO WS-RESENDS-ACCEPTED
              STRING 'STMT ' WS-GEN-STOW-DATE(WS-FOUND-GEN-IDX)
                  DELIMITED BY SIZE INTO WS-ACK-REFERENCE
              END-STRING.

              *> printed and e-statement generations alike - the
              *> customer is sent the statement they were sent
              G100-LOAD-STATEMENT-GENERATIONS.
              MOVE 0 TO WS-GEN-COUNT
              MOVE 'N' TO WS-REGISTRY-EOF
              OPEN INPUT REPORT-REGISTRY
              PERFORM UNTIL END-OF-REGISTRY
                READ REPORT-REGISTRY
                  AT END
                    SET END-OF-REGISTRY TO TRUE
                  NOT AT END
                    IF (RR-REPORT-NAME = 'STMTPRINT'
                        OR RR-REPORT-NAME = 'ESTATEMENT')
                        AND (WS-STATEMENT-DATE = 0
                        OR RR-STOW-DATE = WS-STATEMENT-DATE)
                      PERFORM G110-KEEP-GENERATION
                    END-IF
                END-READ
              END-PERFORM
              CLOSE REPORT-REGISTRY.

              G110-KEEP-GENERATION.
              IF WS-GEN-COUNT >= 100
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                    UNTIL WS-GEN-IDX >= 100
                  MOVE WS-GEN-ENTRY(WS-GEN-IDX + 1) TO
                      WS-GEN-ENTRY(WS-GEN-IDX)
                END-PERFORM
              ELSE
                ADD 1 TO WS-GEN-COUNT
              END-IF
              MOVE RR-FILE-NAME TO WS-GEN-FILE-NAME(WS-GEN-COUNT)
              MOVE RR-STOW-DATE TO WS-GEN-STOW-DATE(WS-GEN-COUNT).

              *> RPTREPR's keyed PRINT finds a document by the
              *> key anywhere on a line, so the same test says
              *> whether this generation holds the statement
              G200-SEARCH-GENERATION.
              MOVE WS-GEN-FILE-NAME(WS-GEN-IDX) TO WS-GENERATION-NAME
              MOVE 'N' TO WS-GEN-EOF
              OPEN INPUT GENERATION-IN
              PERFORM UNTIL END-OF-GENERATION
                READ GENERATION-IN
                  AT END
                    SET END-OF-GENERATION TO TRUE
                  NOT AT END
                    MOVE 0 TO WS-KEY-HITS
                    INSPECT GENERATION-LINE TALLYING WS-KEY-HITS
                        FOR ALL WS-IN-ACCOUNT
                    IF WS-KEY-HITS > 0
                      MOVE WS-GEN-IDX TO WS-FOUND-GEN-IDX
                      SET END-OF-GENERATION TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE GENERATION-IN.
