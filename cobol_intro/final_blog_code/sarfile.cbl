            IDENTIFICATION DIVISION.
            PROGRAM-ID. SARFILE.
            *> suspicious-activity filing extract - CASEREV closes
            *> a case as reported, but the filing itself was then
            *> typed into the regulator's portal by hand from the
            *> case detail. This picks up every reported case not
            *> yet filed (a reported case with no filing
            *> reference - see copybooks/COMPCASE) from the
            *> velocity, large-activity and denied-hold screens,
            *> and lays each one out in the regulator's batch
            *> submission format: the subject off CUSTOMER-MASTER,
            *> the account off ACCOUNT-MASTER, the case itself,
            *> and the account's TRANSACTIONS posted on the day
            *> the screen tripped. Each filing gets a reference
            *> from its own control file, written back onto the
            *> case and onto the filing register
            *> (sar_filing_register.dat), keyed by case id so a
            *> case can never be filed twice. The run ends by
            *> proving the register against the case file - every
            *> reported case filed, each exactly once - and
            *> stows the proof in the report repository.
            *> Non-accrual cases are credit treatment, not
            *> suspicious activity, and are never filed. The
            *> submission file goes on the outbound transmission
            *> manifest through XMITREG as it is closed (see
            *> copybooks/XMITMAN), which keeps the generation with
            *> its count and hash total as the proof of sending and
            *> for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL COMPLIANCE-CASES
                      ASSIGN TO 'compliance_cases.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> walked by account number, the primary key
                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  *> one row per case ever filed, keyed by case
                  *> id - the exactly-once guarantee
                  SELECT OPTIONAL FILING-REGISTER
                      ASSIGN TO 'sar_filing_register.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-CASE-ID.

                  *> the filing-reference high-water mark
                  SELECT OPTIONAL FILING-CONTROL
                      ASSIGN TO 'sar_filing_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> our filer id with the regulator - missing
                  *> file falls back to the default below
                  SELECT OPTIONAL FILER-PROFILE
                      ASSIGN TO 'sar_filer.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the regulator's batch submission file
                  SELECT SAR-SUBMISSION
                      ASSIGN TO 'sar_submission.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the register proof - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT FILING-PROOF
                      ASSIGN TO 'sar_filing_proof.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD COMPLIANCE-CASES.
                COPY COMPCASE.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD FILING-REGISTER.
                01 FILING-REGISTER-RECORD.
                  02 FR-CASE-ID PIC 9(5).
                  02 FR-FILING-REF PIC X(10).
                  02 FR-FILED-DATE PIC 9(8).
                  02 FR-ACCOUNT-ID PIC S9(7).
                  02 FR-SOURCE PIC X(1).
                  02 FR-AMOUNT PIC S9(8)V9(2).
                  02 FR-TRAN-COUNT PIC 9(5).

                FD FILING-CONTROL.
                01 FILING-CONTROL-RECORD.
                  02 FC-LAST-FILING-NUMBER PIC 9(7).

                FD FILER-PROFILE.
                01 FILER-PROFILE-RECORD.
                  02 FP-FILER-ID PIC X(10).

                FD SAR-SUBMISSION.
                01 SUBMISSION-LINE PIC X(150).

                FD FILING-PROOF.
                01 PROOF-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CASES-EOF PIC X VALUE 'N'.
                    88 END-OF-CASES VALUE 'Y'.
                  05 WS-TRAN-EOF PIC X VALUE 'N'.
                    88 END-OF-ACCOUNT-TRANS VALUE 'Y'.
                  05 WS-REGISTER-EOF PIC X VALUE 'N'.
                    88 END-OF-REGISTER VALUE 'Y'.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-FILING-CONTROL VALUE 'Y'.
                  05 WS-CASES-CHANGED PIC X VALUE 'N'.
                    88 CASE-FILE-CHANGED VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-FILER-ID PIC X(10) VALUE 'FILER00001'.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-REGISTER-FOUND PIC X VALUE 'N'.
                  88 CASE-ON-REGISTER VALUE 'Y'.

                *> the case file loaded whole and rewritten,
                *> CASEREV's idiom
                01 WS-CASE-COUNT PIC 9(3) VALUE 0.
                01 WS-CASE-TABLE.
                  05 WS-CASE-ENTRY OCCURS 200 TIMES.
                    10 WS-CASE-IMAGE PIC X(98).
                01 WS-CASE-IDX PIC 9(3).
                01 WS-CASE-MATCH PIC 9(3).

                01 WS-NEXT-FILING-NUMBER PIC 9(7) VALUE 0.
                01 WS-FILING-REF.
                  05 FILLER PIC X(3) VALUE 'SAR'.
                  05 WS-FILING-NUMBER PIC 9(7).
                01 WS-TRAN-COUNT PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-CASES-READ PIC 9(7) VALUE 0.
                  05 WS-CASES-FILED PIC 9(7) VALUE 0.
                  05 WS-REFS-RESTORED PIC 9(5) VALUE 0.
                  05 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
                  05 WS-FILED-AMOUNT PIC S9(9)V9(2) VALUE 0.
                  05 WS-REPORTED-CASES PIC 9(5) VALUE 0.
                  05 WS-CASES-PROVEN PIC 9(5) VALUE 0.
                  05 WS-REGISTER-ROWS PIC 9(5) VALUE 0.
                  05 WS-PROOF-EXCEPTIONS PIC 9(7) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

                *> per-run statistics handed to RUNSTAT at end of
                *> job, for the run-history capacity trend
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                *> the regulator's batch submission format - an
                *> H header, then per filing an S subject, an A
                *> account, a K case and a T per transaction, and
                *> a Z trailer closing the batch
                01 WS-SUB-HEADER.
                  05 SH-RECORD-TYPE PIC X(1) VALUE 'H'.
                  05 SH-FILER-ID PIC X(10).
                  05 SH-SUBMIT-DATE PIC 9(8).
                  05 SH-FORMAT-VERSION PIC X(2) VALUE '01'.

                01 WS-SUB-SUBJECT.
                  05 SS-RECORD-TYPE PIC X(1) VALUE 'S'.
                  05 SS-FILING-REF PIC X(10).
                  05 SS-CUSTOMER-NUMBER PIC 9(7).
                  05 SS-NAME PIC X(50).
                  05 SS-CONTACT PIC X(50).

                01 WS-SUB-ACCOUNT.
                  05 SA-RECORD-TYPE PIC X(1) VALUE 'A'.
                  05 SA-FILING-REF PIC X(10).
                  05 SA-ACCOUNT-ID PIC 9(7).
                  05 SA-HOLDER PIC X(50).
                  05 SA-STATUS PIC X(1).
                  05 SA-PRODUCT PIC X(1).
                  05 SA-BALANCE-SIGN PIC X(1).
                  05 SA-BALANCE PIC 9(8)V9(2).

                01 WS-SUB-CASE.
                  05 SK-RECORD-TYPE PIC X(1) VALUE 'K'.
                  05 SK-FILING-REF PIC X(10).
                  05 SK-CASE-ID PIC 9(5).
                  05 SK-SOURCE PIC X(1).
                  05 SK-EVENT-DATE PIC 9(8).
                  05 SK-REPORTED-DATE PIC 9(8).
                  05 SK-AMOUNT-SIGN PIC X(1).
                  05 SK-AMOUNT PIC 9(8)V9(2).
                  05 SK-DETAIL PIC X(40).

                01 WS-SUB-TRANSACTION.
                  05 ST-RECORD-TYPE PIC X(1) VALUE 'T'.
                  05 ST-FILING-REF PIC X(10).
                  05 ST-UID PIC 9(5).
                  05 ST-POST-DATE PIC 9(8).
                  05 ST-TRAN-TYPE PIC X(1).
                  05 ST-AMOUNT-SIGN PIC X(1).
                  05 ST-AMOUNT PIC 9(6)V9(2).
                  05 ST-DESC PIC X(25).

                01 WS-SUB-TRAILER.
                  05 SZ-RECORD-TYPE PIC X(1) VALUE 'Z'.
                  05 SZ-FILING-COUNT PIC 9(7).
                  05 SZ-RECORD-COUNT PIC 9(7).
                  05 SZ-AMOUNT-SIGN PIC X(1).
                  05 SZ-AMOUNT PIC 9(9)V9(2).

                *> the proof's detail line
                01 WS-PROOF-DETAIL.
                  05 FILLER PIC X(5) VALUE 'CASE '.
                  05 PD-CASE-ID PIC 9(5).
                  05 FILLER PIC X(5) VALUE ' REF '.
                  05 PD-FILING-REF PIC X(10).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 PD-OUTCOME PIC X(40).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              PERFORM A100-LOAD-FILING-CONTROL
              PERFORM A300-LOAD-FILER-PROFILE
              PERFORM B000-LOAD-CASE-FILE

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT TRANSACTIONS
              OPEN I-O FILING-REGISTER
              OPEN OUTPUT SAR-SUBMISSION
              MOVE WS-FILER-ID TO SH-FILER-ID
              MOVE WS-RUN-DATE TO SH-SUBMIT-DATE
              WRITE SUBMISSION-LINE FROM WS-SUB-HEADER
              ADD 1 TO WS-RECORDS-WRITTEN

              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                  UNTIL WS-CASE-IDX > WS-CASE-COUNT
                MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO
                    COMPLIANCE-CASE-RECORD
                IF COMP-CASE-REPORTED
                    AND NOT CASE-FROM-NON-ACCRUAL
                    AND CP-FILING-REF = SPACES
                  PERFORM C000-FILE-ONE-CASE
                END-IF
              END-PERFORM

              ADD 1 TO WS-RECORDS-WRITTEN
              MOVE WS-CASES-FILED TO SZ-FILING-COUNT
              MOVE WS-RECORDS-WRITTEN TO SZ-RECORD-COUNT
              IF WS-FILED-AMOUNT < 0
                MOVE '-' TO SZ-AMOUNT-SIGN
              ELSE
                MOVE '+' TO SZ-AMOUNT-SIGN
              END-IF
              COMPUTE SZ-AMOUNT = FUNCTION ABS(WS-FILED-AMOUNT)
              WRITE SUBMISSION-LINE FROM WS-SUB-TRAILER
              CLOSE SAR-SUBMISSION
              CALL 'XMITREG' USING 'SARSUBMIT   ',
                  'sar_submission.txt                      '
              END-CALL
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE TRANSACTIONS

              IF CASE-FILE-CHANGED
                PERFORM B100-REWRITE-CASE-FILE
              END-IF
              IF WS-CASES-FILED > 0
                PERFORM A200-SAVE-FILING-CONTROL
              END-IF

              PERFORM E000-PROVE-REGISTER
              CLOSE FILING-REGISTER

              IF WS-PROOF-EXCEPTIONS > 0
                MOVE 'SAR FILING REGISTER DOES NOT PROVE - SEE PROOF'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'SARFILE ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 8 TO RETURN-CODE
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'SARFILE - END OF JOB SUMMARY'
              DISPLAY 'CASES ON FILE     : ' WS-CASES-READ
              DISPLAY 'CASES FILED       : ' WS-CASES-FILED
              DISPLAY 'REFS RESTORED     : ' WS-REFS-RESTORED
              DISPLAY 'RECORDS WRITTEN   : ' WS-RECORDS-WRITTEN
              DISPLAY 'REPORTED CASES    : ' WS-REPORTED-CASES
              DISPLAY 'CASES PROVEN      : ' WS-CASES-PROVEN
              DISPLAY 'REGISTER ROWS     : ' WS-REGISTER-ROWS
              DISPLAY 'PROOF EXCEPTIONS  : ' WS-PROOF-EXCEPTIONS
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'SARFILE   ',
                  WS-CASES-READ, WS-CASES-FILED,
                  WS-PROOF-EXCEPTIONS, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              A100-LOAD-FILING-CONTROL.
              OPEN INPUT FILING-CONTROL
              READ FILING-CONTROL
                AT END
                  SET END-OF-FILING-CONTROL TO TRUE
                NOT AT END
                  MOVE FC-LAST-FILING-NUMBER TO
                      WS-NEXT-FILING-NUMBER
              END-READ
              CLOSE FILING-CONTROL.

              A200-SAVE-FILING-CONTROL.
              OPEN OUTPUT FILING-CONTROL
              MOVE WS-NEXT-FILING-NUMBER TO FC-LAST-FILING-NUMBER
              WRITE FILING-CONTROL-RECORD
              CLOSE FILING-CONTROL.

              A300-LOAD-FILER-PROFILE.
              OPEN INPUT FILER-PROFILE
              READ FILER-PROFILE
                AT END
                  CONTINUE
                NOT AT END
                  IF FP-FILER-ID NOT = SPACES
                    MOVE FP-FILER-ID TO WS-FILER-ID
                  END-IF
              END-READ
              CLOSE FILER-PROFILE.

              *> a case written before cases carried a filing
              *> reference comes in with those fields blank
              B000-LOAD-CASE-FILE.
              OPEN INPUT COMPLIANCE-CASES
              PERFORM UNTIL END-OF-CASES
                READ COMPLIANCE-CASES
                  AT END
                    SET END-OF-CASES TO TRUE
                  NOT AT END
                    IF WS-CASE-COUNT >= 200
                      DISPLAY 'SARFILE ABEND - CASE FILE '
                          'EXCEEDS 200 SLOTS'
                      CLOSE COMPLIANCE-CASES
                      MOVE 16 TO RETURN-CODE
                      GOBACK
                    END-IF
                    ADD 1 TO WS-CASE-COUNT
                    ADD 1 TO WS-CASES-READ
                    IF CP-FILED-DATE IS NOT NUMERIC
                      MOVE 0 TO CP-FILED-DATE
                    END-IF
                    MOVE COMPLIANCE-CASE-RECORD TO
                        WS-CASE-IMAGE(WS-CASE-COUNT)
                END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              B100-REWRITE-CASE-FILE.
              OPEN OUTPUT COMPLIANCE-CASES
              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                  UNTIL WS-CASE-IDX > WS-CASE-COUNT
                MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO
                    COMPLIANCE-CASE-RECORD
                WRITE COMPLIANCE-CASE-RECORD
              END-PERFORM
              CLOSE COMPLIANCE-CASES.

              *> the register is asked first - a case already on
              *> it was filed by an earlier run that stopped
              *> before the case file was rewritten, so it only
              *> gets its reference back, never a second filing
              C000-FILE-ONE-CASE.
              MOVE CP-CASE-ID TO FR-CASE-ID
              READ FILING-REGISTER
                INVALID KEY
                  MOVE 'N' TO WS-REGISTER-FOUND
                NOT INVALID KEY
                  SET CASE-ON-REGISTER TO TRUE
              END-READ
              IF CASE-ON-REGISTER
                MOVE FR-FILING-REF TO CP-FILING-REF
                MOVE FR-FILED-DATE TO CP-FILED-DATE
                MOVE COMPLIANCE-CASE-RECORD TO
                    WS-CASE-IMAGE(WS-CASE-IDX)
                SET CASE-FILE-CHANGED TO TRUE
                ADD 1 TO WS-REFS-RESTORED
                EXIT PARAGRAPH
              END-IF

              ADD 1 TO WS-NEXT-FILING-NUMBER
              MOVE WS-NEXT-FILING-NUMBER TO WS-FILING-NUMBER

              PERFORM C100-WRITE-SUBJECT-AND-ACCOUNT
              PERFORM C200-WRITE-CASE-RECORD
              PERFORM C300-WRITE-TRIGGER-TRANSACTIONS

              MOVE CP-CASE-ID TO FR-CASE-ID
              MOVE WS-FILING-REF TO FR-FILING-REF
              MOVE WS-RUN-DATE TO FR-FILED-DATE
              MOVE CP-ACCOUNT-ID TO FR-ACCOUNT-ID
              MOVE CP-SOURCE TO FR-SOURCE
              MOVE CP-AMOUNT TO FR-AMOUNT
              MOVE WS-TRAN-COUNT TO FR-TRAN-COUNT
              WRITE FILING-REGISTER-RECORD
                INVALID KEY
                  CONTINUE
              END-WRITE

              MOVE WS-FILING-REF TO CP-FILING-REF
              MOVE WS-RUN-DATE TO CP-FILED-DATE
              MOVE COMPLIANCE-CASE-RECORD TO
                  WS-CASE-IMAGE(WS-CASE-IDX)
              SET CASE-FILE-CHANGED TO TRUE
              ADD 1 TO WS-CASES-FILED
              ADD CP-AMOUNT TO WS-FILED-AMOUNT
              DISPLAY 'SARFILE FILED CASE ' CP-CASE-ID
                  ' AS ' WS-FILING-REF.

              *> the subject is the account's customer; an
              *> account with no customer row (never converted
              *> by CUSTLOAD) files under the holder name alone
              C100-WRITE-SUBJECT-AND-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE CP-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ

              MOVE 'N' TO WS-CUSTOMER-FOUND
              IF ACCOUNT-ON-MASTER
                MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                END-READ
              END-IF

              MOVE WS-FILING-REF TO SS-FILING-REF
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
                MOVE CM-CUSTOMER-NAME TO SS-NAME
                MOVE CM-CONTACT-DETAILS TO SS-CONTACT
              ELSE
                MOVE 0 TO SS-CUSTOMER-NUMBER
                MOVE SPACES TO SS-CONTACT
                IF ACCOUNT-ON-MASTER
                  MOVE AM-ACCOUNT-HOLDER TO SS-NAME
                ELSE
                  MOVE 'SUBJECT NOT ON FILE' TO SS-NAME
                END-IF
              END-IF
              WRITE SUBMISSION-LINE FROM WS-SUB-SUBJECT
              ADD 1 TO WS-RECORDS-WRITTEN

              MOVE WS-FILING-REF TO SA-FILING-REF
              MOVE CP-ACCOUNT-ID TO SA-ACCOUNT-ID
              IF ACCOUNT-ON-MASTER
                MOVE AM-ACCOUNT-HOLDER TO SA-HOLDER
                MOVE AM-STATUS TO SA-STATUS
                MOVE AM-PRODUCT-TYPE TO SA-PRODUCT
                IF AM-BALANCE < 0
                  MOVE '-' TO SA-BALANCE-SIGN
                ELSE
                  MOVE '+' TO SA-BALANCE-SIGN
                END-IF
                COMPUTE SA-BALANCE = FUNCTION ABS(AM-BALANCE)
              ELSE
                MOVE 'ACCOUNT NOT ON MASTER' TO SA-HOLDER
                MOVE SPACE TO SA-STATUS
                MOVE SPACE TO SA-PRODUCT
                MOVE '+' TO SA-BALANCE-SIGN
                MOVE 0 TO SA-BALANCE
              END-IF
              WRITE SUBMISSION-LINE FROM WS-SUB-ACCOUNT
              ADD 1 TO WS-RECORDS-WRITTEN.

              C200-WRITE-CASE-RECORD.
              MOVE WS-FILING-REF TO SK-FILING-REF
              MOVE CP-CASE-ID TO SK-CASE-ID
              MOVE CP-SOURCE TO SK-SOURCE
              MOVE CP-EVENT-DATE TO SK-EVENT-DATE
              MOVE CP-CLOSED-DATE TO SK-REPORTED-DATE
              IF CP-AMOUNT < 0
                MOVE '-' TO SK-AMOUNT-SIGN
              ELSE
                MOVE '+' TO SK-AMOUNT-SIGN
              END-IF
              COMPUTE SK-AMOUNT = FUNCTION ABS(CP-AMOUNT)
              MOVE CP-DETAIL TO SK-DETAIL
              WRITE SUBMISSION-LINE FROM WS-SUB-CASE
              ADD 1 TO WS-RECORDS-WRITTEN.

              *> every screen trips on a day's activity - the
              *> velocity count, the day's aggregate, the held
              *> item's day - so the account's postings on the
              *> case's event date are the activity behind it
              C300-WRITE-TRIGGER-TRANSACTIONS.
              MOVE 0 TO WS-TRAN-COUNT
              MOVE 'N' TO WS-TRAN-EOF
              MOVE CP-ACCOUNT-ID TO ACCOUNT-ID OF TRANSACTION-STRUCT
              START TRANSACTIONS KEY IS EQUAL TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
                INVALID KEY
                  SET END-OF-ACCOUNT-TRANS TO TRUE
              END-START
              PERFORM UNTIL END-OF-ACCOUNT-TRANS
                READ TRANSACTIONS NEXT RECORD
                  AT END
                    SET END-OF-ACCOUNT-TRANS TO TRUE
                  NOT AT END
                    IF ACCOUNT-ID OF TRANSACTION-STRUCT NOT =
                        CP-ACCOUNT-ID
                      SET END-OF-ACCOUNT-TRANS TO TRUE
                    ELSE
                      IF POST-DATE OF TRANSACTION-STRUCT =
                          CP-EVENT-DATE
                        PERFORM C310-WRITE-ONE-TRANSACTION
                      END-IF
                    END-IF
                END-READ
              END-PERFORM.

              C310-WRITE-ONE-TRANSACTION.
              MOVE WS-FILING-REF TO ST-FILING-REF
              MOVE UID OF TRANSACTION-STRUCT TO ST-UID
              MOVE POST-DATE OF TRANSACTION-STRUCT TO ST-POST-DATE
              MOVE TRAN-TYPE-CODE OF TRANSACTION-STRUCT TO
                  ST-TRAN-TYPE
              IF AMOUNT OF TRANSACTION-STRUCT < 0
                MOVE '-' TO ST-AMOUNT-SIGN
              ELSE
                MOVE '+' TO ST-AMOUNT-SIGN
              END-IF
              COMPUTE ST-AMOUNT =
                  FUNCTION ABS(AMOUNT OF TRANSACTION-STRUCT)
              MOVE DESC OF TRANSACTION-STRUCT TO ST-DESC
              WRITE SUBMISSION-LINE FROM WS-SUB-TRANSACTION
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-TRAN-COUNT.

              *> every reported case must carry a reference that
              *> the register holds for that case, and every
              *> register row must belong to a reported case on
              *> file - filed at least once one way, at most
              *> once the other (the register is keyed by case)
              E000-PROVE-REGISTER.
              OPEN OUTPUT FILING-PROOF
              MOVE SPACES TO PROOF-LINE
              STRING 'SAR FILING REGISTER PROOF - ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PROOF-LINE
              END-STRING
              WRITE PROOF-LINE

              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                  UNTIL WS-CASE-IDX > WS-CASE-COUNT
                MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO
                    COMPLIANCE-CASE-RECORD
                IF COMP-CASE-REPORTED
                    AND NOT CASE-FROM-NON-ACCRUAL
                  ADD 1 TO WS-REPORTED-CASES
                  PERFORM E100-PROVE-ONE-CASE
                END-IF
              END-PERFORM

              MOVE 'N' TO WS-REGISTER-EOF
              MOVE 0 TO FR-CASE-ID
              START FILING-REGISTER KEY IS NOT LESS THAN FR-CASE-ID
                INVALID KEY
                  SET END-OF-REGISTER TO TRUE
              END-START
              PERFORM UNTIL END-OF-REGISTER
                READ FILING-REGISTER NEXT RECORD
                  AT END
                    SET END-OF-REGISTER TO TRUE
                  NOT AT END
                    ADD 1 TO WS-REGISTER-ROWS
                    PERFORM E200-PROVE-ONE-REGISTER-ROW
                END-READ
              END-PERFORM

              MOVE SPACES TO PROOF-LINE
              STRING 'REPORTED CASES: ' WS-REPORTED-CASES
                  ' PROVEN: ' WS-CASES-PROVEN
                  ' REGISTER ROWS: ' WS-REGISTER-ROWS
                  ' EXCEPTIONS: ' WS-PROOF-EXCEPTIONS
                  DELIMITED BY SIZE INTO PROOF-LINE
              END-STRING
              WRITE PROOF-LINE
              MOVE SPACES TO PROOF-LINE
              IF WS-PROOF-EXCEPTIONS = 0
                  AND WS-CASES-PROVEN = WS-REGISTER-ROWS
                MOVE 'REGISTER PROVES - EVERY REPORTED CASE FILED '
                    & 'EXACTLY ONCE' TO PROOF-LINE
              ELSE
                MOVE 'REGISTER DOES NOT PROVE - SEE EXCEPTIONS ABOVE'
                    TO PROOF-LINE
                IF WS-PROOF-EXCEPTIONS = 0
                  ADD 1 TO WS-PROOF-EXCEPTIONS
                END-IF
              END-IF
              WRITE PROOF-LINE
              CLOSE FILING-PROOF
              CALL 'RPTSTOW' USING 'SARPROOF    ',
                  'sar_filing_proof.txt                    '
              END-CALL.

              E100-PROVE-ONE-CASE.
              MOVE CP-CASE-ID TO PD-CASE-ID
              MOVE CP-FILING-REF TO PD-FILING-REF
              IF CP-FILING-REF = SPACES
                MOVE 'REPORTED BUT NOT FILED' TO PD-OUTCOME
                PERFORM E300-WRITE-PROOF-EXCEPTION
                EXIT PARAGRAPH
              END-IF
              MOVE CP-CASE-ID TO FR-CASE-ID
              READ FILING-REGISTER
                INVALID KEY
                  MOVE 'REFERENCE NOT ON REGISTER' TO PD-OUTCOME
                  PERFORM E300-WRITE-PROOF-EXCEPTION
                NOT INVALID KEY
                  IF FR-FILING-REF = CP-FILING-REF
                    ADD 1 TO WS-CASES-PROVEN
                  ELSE
                    MOVE 'REFERENCE DIFFERS FROM REGISTER' TO
                        PD-OUTCOME
                    PERFORM E300-WRITE-PROOF-EXCEPTION
                  END-IF
              END-READ.

              E200-PROVE-ONE-REGISTER-ROW.
              MOVE 0 TO WS-CASE-MATCH
              PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                  UNTIL WS-CASE-IDX > WS-CASE-COUNT
                IF WS-CASE-IMAGE(WS-CASE-IDX)(1:5) = FR-CASE-ID
                  MOVE WS-CASE-IDX TO WS-CASE-MATCH
                END-IF
              END-PERFORM
              IF WS-CASE-MATCH = 0
                MOVE FR-CASE-ID TO PD-CASE-ID
                MOVE FR-FILING-REF TO PD-FILING-REF
                MOVE 'FILED CASE NO LONGER ON CASE FILE' TO
                    PD-OUTCOME
                PERFORM E300-WRITE-PROOF-EXCEPTION
              END-IF.

              E300-WRITE-PROOF-EXCEPTION.
              ADD 1 TO WS-PROOF-EXCEPTIONS
              WRITE PROOF-LINE FROM WS-PROOF-DETAIL.
