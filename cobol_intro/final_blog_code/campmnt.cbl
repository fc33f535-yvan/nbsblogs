            IDENTIFICATION DIVISION.
            PROGRAM-ID. CAMPMNT.
            *> promotional-campaign enrolment maintenance - an
            *> account opened before a campaign was launched, or
            *> one the branch is retaining, can only join a
            *> campaign by request. This enrols an existing
            *> account through CAMPENRL, under the same
            *> eligibility rules ACCTOPEN's enrolment at opening
            *> passes (see copybooks/CAMPGN); the account's
            *> opening date is the date of its create entry on
            *> the master change journal (see copybooks/MSTJRNL),
            *> so an account seeded before the journal existed
            *> has no opening date and cannot join a campaign
            *> that sets an opening window. An enrolment can be
            *> withdrawn, which ends its bonus today, and the
            *> enrolments on file can be listed. Run parameter
            *> is 'LIST [<account>]', 'ENROL <account>
            *> <campaign>' or 'DROP <account> <campaign>'
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> loaded whole for a withdrawal and rewritten,
                  *> the same rewrite-whole idiom HOLDREL uses for
                  *> the hold queue
                  SELECT OPTIONAL CAMPAIGN-ENROLMENTS
                      ASSIGN TO 'campaign_enrolments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> read for the account's create entry - a
                  *> blank before-image is the row ACCTOPEN wrote
                  SELECT OPTIONAL MASTER-JOURNAL
                      ASSIGN TO 'master_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CAMPAIGN-ENROLMENTS.
                COPY CAMPENR.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD MASTER-JOURNAL.
                COPY MSTJRNL.

              WORKING-STORAGE SECTION.
                *> ACCEPT FROM COMMAND-LINE follows loops.cbl's
                *> run-parameter pattern, UNSTRING to split the
                *> pieces follows acctmain.cbl's
                *> B000-PARSE-COMMAND-LINE
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(5).
                01 WS-ACCOUNT-TEXT PIC X(7).
                01 WS-CAMPAIGN-TEXT PIC X(6).

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-ENROL VALUE 'E'.
                  88 ACTION-DROP VALUE 'D'.

                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-WORK-CAMPAIGN PIC X(6) VALUE SPACES.

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on
                *> every enrolment made here (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.

                *> enrolling an account or taking it off a
                *> campaign changes what the bank pays - it is
                *> supervisor work (see OPERSGN)
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                *> OPRBRNCH's verdict - a branch-level operator
                *> stays inside their own branch's accounts,
                *> head-office levels keep the full view
                01 WS-SCOPE-STATUS PIC X.
                  88 BRANCH-SCOPE-ALLOWED VALUE 'A'.
                  88 BRANCH-SCOPE-DENIED VALUE 'D'.

                *> the system day-control state (see DAYCTL) -
                *> an enrolment change is refused while batch
                *> owns the enrolment file
                01 WS-DAY-STATE PIC X(1).
                  88 DAY-ONLINE-OPEN VALUE 'O'.
                  88 DAY-ONLINE-CLOSED VALUE 'C'.
                  88 DAY-BATCH-RUNNING VALUE 'B'.
                  88 DAY-CLOSED VALUE 'D'.

                01 WS-FLAGS.
                  05 WS-ENROLMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENTS VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> a journal entry's after-image viewed through
                *> the master's own leading field, AMHIST's
                *> WS-AFTER-VIEW idiom
                01 WS-AFTER-VIEW.
                  02 WS-AFTER-ACCOUNT PIC S9(7).
                  02 FILLER PIC X(104).
                01 WS-OPENED-DATE PIC 9(8) VALUE 0.

                *> CAMPENRL's answer
                01 WS-ENROLLED-COUNT PIC 9(2) VALUE 0.
                01 WS-ENROL-STATUS PIC X(1).
                  88 ENROL-DONE VALUE 'E'.
                  88 ENROL-NOT-ELIGIBLE VALUE 'N'.
                  88 ENROL-DUPLICATE VALUE 'D'.
                  88 ENROL-UNKNOWN-CAMPAIGN VALUE 'U'.

                *> the whole enrolment file for a withdrawal,
                *> HOLDREL's load-into-a-table idiom
                01 WS-ENR-COUNT PIC 9(4) VALUE 0.
                01 WS-ENR-TABLE.
                  05 WS-ENR-IMAGE PIC X(50) OCCURS 2000 TIMES.
                01 WS-ENR-IDX PIC 9(4).
                01 WS-WORKED-IDX PIC 9(4) VALUE 0.

                01 WS-COUNTS.
                  05 WS-LISTED-COUNT PIC 9(5) VALUE 0.
                  05 WS-DROPPED-COUNT PIC 9(3) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              IF WS-CMD-LINE = SPACES
                MOVE 'LIST' TO WS-CMD-LINE
              END-IF
              PERFORM B000-PARSE-COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              IF ACTION-ENROL OR ACTION-DROP
                CALL 'DAYCTL' USING 'C', WS-DAY-STATE
                END-CALL
                IF NOT DAY-ONLINE-OPEN
                  DISPLAY 'CAMPMNT REFUSED - THE ONLINE DAY IS '
                      'NOT OPEN (STATE ' WS-DAY-STATE ')'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'CAMPMNT - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                CALL 'OPRBRNCH' USING WS-OPERATOR-ID,
                    WS-WORK-ACCOUNT, WS-SCOPE-STATUS
                END-CALL
                IF BRANCH-SCOPE-DENIED
                  DISPLAY 'CAMPMNT - ACCOUNT BELONGS TO '
                      'ANOTHER BRANCH: ' WS-WORK-ACCOUNT
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-ENROLMENTS
                WHEN ACTION-ENROL
                  PERFORM D000-ENROL-ACCOUNT
                WHEN ACTION-DROP
                  PERFORM E000-DROP-ENROLMENT
                WHEN OTHER
                  DISPLAY 'CAMPMNT - UNKNOWN ACTION, USE LIST, '
                      'ENROL <ACCT> <CAMPAIGN> OR DROP <ACCT> '
                      '<CAMPAIGN>'
                  MOVE 8 TO RETURN-CODE
              END-EVALUATE

              DISPLAY '=========================================='
              DISPLAY 'CAMPMNT - END OF JOB SUMMARY'
              DISPLAY 'ENROLMENTS LISTED : ' WS-LISTED-COUNT
              DISPLAY 'CAMPAIGNS JOINED  : ' WS-ENROLLED-COUNT
              DISPLAY 'WITHDRAWN         : ' WS-DROPPED-COUNT
              DISPLAY '=========================================='
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              MOVE SPACES TO WS-ACCOUNT-TEXT
              MOVE SPACES TO WS-CAMPAIGN-TEXT
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION-TEXT, WS-ACCOUNT-TEXT,
                      WS-CAMPAIGN-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST '
                  SET ACTION-LIST TO TRUE
                WHEN 'ENROL'
                  SET ACTION-ENROL TO TRUE
                WHEN 'DROP '
                  SET ACTION-DROP TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-ACCOUNT-TEXT IS NUMERIC
                MOVE WS-ACCOUNT-TEXT TO WS-WORK-ACCOUNT
              END-IF
              MOVE WS-CAMPAIGN-TEXT TO WS-WORK-CAMPAIGN
              IF (ACTION-ENROL OR ACTION-DROP)
                  AND (WS-WORK-ACCOUNT = 0
                      OR WS-WORK-CAMPAIGN = SPACES)
                MOVE SPACE TO WS-ACTION
              END-IF.

              *> every enrolment on file, or just the named
              *> account's
              C000-LIST-ENROLMENTS.
              DISPLAY 'CAMPAIGN ENROLMENTS'
              DISPLAY '==================='
              OPEN INPUT CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-ENROLMENTS
                READ CAMPAIGN-ENROLMENTS
                  AT END
                    SET END-OF-ENROLMENTS TO TRUE
                  NOT AT END
                    IF WS-WORK-ACCOUNT = 0
                        OR CE-ACCOUNT-ID = WS-WORK-ACCOUNT
                      ADD 1 TO WS-LISTED-COUNT
                      DISPLAY 'ACCOUNT: ' CE-ACCOUNT-ID
                          ' CAMPAIGN: ' CE-CAMPAIGN-CODE
                          ' BONUS: ' CE-BONUS-RATE
                          ' FROM: ' CE-START-DATE
                          ' TO: ' CE-END-DATE
                          ' STATUS: ' CE-STATUS
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS
              IF WS-LISTED-COUNT = 0
                DISPLAY 'NO ENROLMENTS ON FILE'
              END-IF.

              *> the account must be on the master and open;
              *> everything else is CAMPENRL's to judge
              D000-ENROL-ACCOUNT.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              OPEN INPUT ACCOUNT-MASTER
              MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              CLOSE ACCOUNT-MASTER
              IF NOT ACCOUNT-ON-MASTER
                DISPLAY 'CAMPMNT - ACCOUNT NOT ON MASTER: '
                    WS-WORK-ACCOUNT
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              IF NOT ACCOUNT-OPEN
                DISPLAY 'CAMPMNT - ACCOUNT IS NOT OPEN: '
                    WS-WORK-ACCOUNT
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF
              PERFORM D100-FIND-OPENING-DATE
              CALL 'CAMPENRL' USING WS-OPERATOR-ID,
                  WS-WORK-ACCOUNT, AM-PRODUCT-TYPE,
                  WS-OPENED-DATE, WS-WORK-CAMPAIGN,
                  WS-ENROLLED-COUNT, WS-ENROL-STATUS
              END-CALL
              EVALUATE TRUE
                WHEN ENROL-DONE
                  DISPLAY 'CAMPMNT - ENROLLED ACCOUNT '
                      WS-WORK-ACCOUNT ' IN ' WS-WORK-CAMPAIGN
                WHEN ENROL-DUPLICATE
                  DISPLAY 'CAMPMNT - ACCOUNT ALREADY ENROLLED '
                      'IN ' WS-WORK-CAMPAIGN
                  MOVE 8 TO RETURN-CODE
                WHEN ENROL-UNKNOWN-CAMPAIGN
                  DISPLAY 'CAMPMNT - NO SUCH CAMPAIGN: '
                      WS-WORK-CAMPAIGN
                  MOVE 8 TO RETURN-CODE
                WHEN OTHER
                  DISPLAY 'CAMPMNT - ACCOUNT DOES NOT QUALIFY '
                      'FOR ' WS-WORK-CAMPAIGN
                  IF WS-OPENED-DATE = 0
                    DISPLAY '  NO OPENING DATE ON THE MASTER '
                        'JOURNAL FOR THIS ACCOUNT'
                  END-IF
                  MOVE 8 TO RETURN-CODE
              END-EVALUATE.

              *> the earliest create entry for the account - a
              *> blank before-image is ACCTOPEN's
              D100-FIND-OPENING-DATE.
              MOVE 0 TO WS-OPENED-DATE
              OPEN INPUT MASTER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL
                READ MASTER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    IF MJ-BEFORE-IMAGE = SPACES
                      MOVE MJ-AFTER-IMAGE TO WS-AFTER-VIEW
                      IF WS-AFTER-ACCOUNT = WS-WORK-ACCOUNT
                          AND WS-OPENED-DATE = 0
                        MOVE MJ-TIMESTAMP TO WS-OPENED-DATE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MASTER-JOURNAL.

              *> the named account's active enrolment in the
              *> named campaign is marked withdrawn and its end
              *> date pulled back to today, so CAMPLKUP stops
              *> answering its bonus from tonight's accrual
              E000-DROP-ENROLMENT.
              OPEN INPUT CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-ENROLMENTS
                READ CAMPAIGN-ENROLMENTS
                  AT END
                    SET END-OF-ENROLMENTS TO TRUE
                  NOT AT END
                    IF WS-ENR-COUNT >= 2000
                      *> the table bounds the rewrite-whole pass -
                      *> stop clean rather than drop enrolments
                      *> from disk (see HOLDREL's same abend)
                      DISPLAY 'CAMPMNT ABEND - ENROLMENT FILE '
                          'EXCEEDS 2000 ROWS'
                      CLOSE CAMPAIGN-ENROLMENTS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ENR-COUNT
                    MOVE CAMPAIGN-ENROLMENT-RECORD TO
                        WS-ENR-IMAGE(WS-ENR-COUNT)
                    IF CE-ACCOUNT-ID = WS-WORK-ACCOUNT
                        AND CE-CAMPAIGN-CODE = WS-WORK-CAMPAIGN
                        AND ENROLMENT-ACTIVE
                      MOVE WS-ENR-COUNT TO WS-WORKED-IDX
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS
              IF WS-WORKED-IDX = 0
                DISPLAY 'CAMPMNT - NO ACTIVE ENROLMENT FOR '
                    WS-WORK-ACCOUNT ' IN ' WS-WORK-CAMPAIGN
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF

              MOVE WS-ENR-IMAGE(WS-WORKED-IDX) TO
                  CAMPAIGN-ENROLMENT-RECORD
              SET ENROLMENT-WITHDRAWN TO TRUE
              IF CE-END-DATE > WS-TODAY-DATE
                MOVE WS-TODAY-DATE TO CE-END-DATE
              END-IF
              MOVE CAMPAIGN-ENROLMENT-RECORD TO
                  WS-ENR-IMAGE(WS-WORKED-IDX)

              OPEN OUTPUT CAMPAIGN-ENROLMENTS
              PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                  UNTIL WS-ENR-IDX > WS-ENR-COUNT
                MOVE WS-ENR-IMAGE(WS-ENR-IDX) TO
                    CAMPAIGN-ENROLMENT-RECORD
                WRITE CAMPAIGN-ENROLMENT-RECORD
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS
              ADD 1 TO WS-DROPPED-COUNT
              DISPLAY 'CAMPMNT - WITHDREW ACCOUNT '
                  WS-WORK-ACCOUNT ' FROM ' WS-WORK-CAMPAIGN.
