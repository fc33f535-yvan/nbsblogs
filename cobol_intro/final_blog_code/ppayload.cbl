            IDENTIFICATION DIVISION.
            PROGRAM-ID. PPAYLOAD.
            *> positive-pay issue file loader - a business
            *> customer enrolled for positive pay sends us the
            *> cheques they have written (account, cheque serial,
            *> amount, issue date, payee), and voids for the ones
            *> they have torn up. This warehouses each line on
            *> issued_cheques.dat, keyed by account and serial,
            *> for INCLEAR to match presented items against. A
            *> line for an account not on positive_pay_enrol.txt
            *> or not on the master, a serial already on file, or
            *> a void for a serial we never had or that has
            *> already cleared is rejected and shown, never
            *> loaded
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the customers' issue file - one fixed-width
                  *> cheque per line, action I issue or V void
                  SELECT ISSUE-FEED
                      ASSIGN TO 'issued_cheques_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same enrolment list INCLEAR loads
                  SELECT OPTIONAL PPAY-ENROLMENT
                      ASSIGN TO 'positive_pay_enrol.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ISSUED-CHEQUES
                      ASSIGN TO 'issued_cheques.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IQ-KEY.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD ISSUE-FEED.
                01 ISSUE-FEED-RECORD.
                  02 IF-ACCOUNT-ID PIC S9(7).
                  02 IF-CHEQUE-SERIAL PIC 9(8).
                  02 IF-AMOUNT PIC 9(6)V9(2).
                  02 IF-ISSUE-DATE PIC 9(8).
                  02 IF-PAYEE PIC X(30).
                  02 IF-ACTION PIC X(1).
                    88 FEED-ISSUE VALUE 'I'.
                    88 FEED-VOID VALUE 'V'.

                FD PPAY-ENROLMENT.
                01 PE-ENROL-RECORD.
                  02 PE-ACCOUNT-ID PIC S9(7).

                FD ISSUED-CHEQUES.
                COPY ISSUCHQ.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-FEED-EOF PIC X VALUE 'N'.
                    88 END-OF-ISSUE-FEED VALUE 'Y'.
                  05 WS-ENROL-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENT VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> positive-pay enrolment, same table INCLEAR
                *> holds for its match
                01 WS-ENROL-COUNT PIC 9(3) VALUE 0.
                01 WS-ENROL-TABLE.
                  05 WS-ENROL-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-ENROL-COUNT
                      ASCENDING KEY IS WS-ENROL-ACCOUNT-ID
                      INDEXED BY ENROL-IDX.
                    10 WS-ENROL-ACCOUNT-ID PIC S9(7).

                01 WS-ENROLLED PIC X VALUE 'N'.
                  88 ACCOUNT-ON-POSITIVE-PAY VALUE 'Y'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-REJECT-REASON PIC X(40).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-LINES-READ PIC 9(7) VALUE 0.
                  05 WS-ISSUES-LOADED PIC 9(7) VALUE 0.
                  05 WS-ISSUES-VOIDED PIC 9(7) VALUE 0.
                  05 WS-LINES-REJECTED PIC 9(7) VALUE 0.
                  05 WS-LINES-POSTED PIC 9(7) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              PERFORM A100-LOAD-PPAY-ENROLMENT

              OPEN INPUT ISSUE-FEED
              OPEN I-O ISSUED-CHEQUES
              OPEN INPUT ACCOUNT-MASTER
              PERFORM UNTIL END-OF-ISSUE-FEED
                READ ISSUE-FEED
                  AT END
                    SET END-OF-ISSUE-FEED TO TRUE
                  NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM B000-LOAD-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE ISSUE-FEED
              CLOSE ISSUED-CHEQUES
              CLOSE ACCOUNT-MASTER

              IF WS-LINES-REJECTED > 0
                MOVE 'POSITIVE PAY ISSUE LINES REJECTED'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'PPAYLOAD', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'PPAYLOAD - END OF JOB SUMMARY'
              DISPLAY 'LINES READ        : ' WS-LINES-READ
              DISPLAY 'CHEQUES LOADED    : ' WS-ISSUES-LOADED
              DISPLAY 'CHEQUES VOIDED    : ' WS-ISSUES-VOIDED
              DISPLAY 'LINES REJECTED    : ' WS-LINES-REJECTED
              DISPLAY '=========================================='
              COMPUTE WS-LINES-POSTED =
                  WS-ISSUES-LOADED + WS-ISSUES-VOIDED
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'PPAYLOAD  ',
                  WS-LINES-READ, WS-LINES-POSTED,
                  WS-LINES-REJECTED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              A100-LOAD-PPAY-ENROLMENT.
              OPEN INPUT PPAY-ENROLMENT
              PERFORM UNTIL END-OF-ENROLMENT
                READ PPAY-ENROLMENT
                  AT END
                    SET END-OF-ENROLMENT TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ENROL-COUNT
                    MOVE PE-ACCOUNT-ID TO
                        WS-ENROL-ACCOUNT-ID(WS-ENROL-COUNT)
                END-READ
              END-PERFORM
              CLOSE PPAY-ENROLMENT.

              *> the account must be enrolled and on the master
              *> before its line is looked at at all
              B000-LOAD-ONE-LINE.
              MOVE SPACES TO WS-REJECT-REASON
              MOVE 'N' TO WS-ENROLLED
              IF WS-ENROL-COUNT > 0
                SEARCH ALL WS-ENROL-ENTRY
                  AT END
                    MOVE 'N' TO WS-ENROLLED
                  WHEN WS-ENROL-ACCOUNT-ID(ENROL-IDX) =
                      IF-ACCOUNT-ID
                    SET ACCOUNT-ON-POSITIVE-PAY TO TRUE
                END-SEARCH
              END-IF
              IF NOT ACCOUNT-ON-POSITIVE-PAY
                MOVE 'ACCOUNT NOT ENROLLED FOR POSITIVE PAY'
                    TO WS-REJECT-REASON
                PERFORM E000-REJECT-LINE
                EXIT PARAGRAPH
              END-IF

              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE IF-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                PERFORM E000-REJECT-LINE
                EXIT PARAGRAPH
              END-IF

              EVALUATE TRUE
                WHEN FEED-ISSUE
                  PERFORM C000-LOAD-ISSUE
                WHEN FEED-VOID
                  PERFORM D000-VOID-ISSUE
                WHEN OTHER
                  MOVE 'ACTION MUST BE I OR V' TO WS-REJECT-REASON
                  PERFORM E000-REJECT-LINE
              END-EVALUATE.

              *> a serial is issued once - a resent line for a
              *> cheque we already hold is a duplicate, not a
              *> correction
              C000-LOAD-ISSUE.
              IF IF-AMOUNT = 0
                MOVE 'ISSUED AMOUNT IS ZERO' TO WS-REJECT-REASON
                PERFORM E000-REJECT-LINE
                EXIT PARAGRAPH
              END-IF
              MOVE IF-ACCOUNT-ID TO IQ-ACCOUNT-ID
              MOVE IF-CHEQUE-SERIAL TO IQ-CHEQUE-SERIAL
              MOVE IF-AMOUNT TO IQ-AMOUNT
              MOVE IF-ISSUE-DATE TO IQ-ISSUE-DATE
              MOVE IF-PAYEE TO IQ-PAYEE
              SET CHEQUE-ISSUED TO TRUE
              MOVE 0 TO IQ-PAID-DATE
              MOVE WS-RUN-DATE TO IQ-LOADED-DATE
              WRITE ISSUED-CHEQUE-RECORD
                INVALID KEY
                  MOVE 'CHEQUE SERIAL ALREADY ON FILE' TO
                      WS-REJECT-REASON
                  PERFORM E000-REJECT-LINE
                NOT INVALID KEY
                  ADD 1 TO WS-ISSUES-LOADED
              END-WRITE.

              *> only a cheque still outstanding can be voided -
              *> once it has cleared the void is too late
              D000-VOID-ISSUE.
              MOVE IF-ACCOUNT-ID TO IQ-ACCOUNT-ID
              MOVE IF-CHEQUE-SERIAL TO IQ-CHEQUE-SERIAL
              READ ISSUED-CHEQUES
                INVALID KEY
                  MOVE 'VOID FOR A SERIAL NOT ON FILE' TO
                      WS-REJECT-REASON
                  PERFORM E000-REJECT-LINE
                NOT INVALID KEY
                  IF CHEQUE-ISSUED
                    SET CHEQUE-VOIDED TO TRUE
                    REWRITE ISSUED-CHEQUE-RECORD
                    ADD 1 TO WS-ISSUES-VOIDED
                  ELSE
                    MOVE 'VOID FOR A CHEQUE PAID OR VOIDED' TO
                        WS-REJECT-REASON
                    PERFORM E000-REJECT-LINE
                  END-IF
              END-READ.

              E000-REJECT-LINE.
              ADD 1 TO WS-LINES-REJECTED
              DISPLAY 'PPAYLOAD REJECTED ' IF-ACCOUNT-ID
                  ' SERIAL ' IF-CHEQUE-SERIAL ' - '
                  WS-REJECT-REASON.
