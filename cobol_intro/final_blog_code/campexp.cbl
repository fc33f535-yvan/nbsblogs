            IDENTIFICATION DIVISION.
            PROGRAM-ID. CAMPEXP.
            *> nightly promotional-campaign expiry - an enrolment's
            *> bonus stops on its end date on its own (CAMPLKUP
            *> answers on the dates), but the customer has to
            *> hear it is coming and the enrolment file has to
            *> say which bonuses are over. This walks
            *> campaign_enrolments.txt (see copybooks/CAMPENR):
            *> an active enrolment whose end date has arrived is
            *> marked lapsed, and one that lapses within the
            *> notice period (campaign_control.txt, thirty days
            *> when the file is absent) gets one notice to the
            *> customer - the campaign, the bonus rate and the
            *> day it ends - stamped on the row so it goes out
            *> once. A customer whose mail has come back
            *> (CM-MAIL-RETURNED-DATE) gets no notice - it is
            *> held on the held-mail list through MAILHOLD, the
            *> same as RATENTCE's repricing notices. The notice
            *> file is stowed in the report repository and each
            *> notice recorded on the correspondence history
            *> through DOCLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> one row: the notice period in days
                  SELECT OPTIONAL CAMPAIGN-CONTROL
                      ASSIGN TO 'campaign_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CAMPAIGNS
                      ASSIGN TO 'campaigns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> loaded whole, worked, and rewritten - the
                  *> same rewrite-whole idiom HOLDREL uses for
                  *> the hold queue
                  SELECT OPTIONAL CAMPAIGN-ENROLMENTS
                      ASSIGN TO 'campaign_enrolments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT CAMPAIGN-NOTICES
                      ASSIGN TO 'campaign_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CAMPAIGN-CONTROL.
                01 CN-FEED-RECORD.
                  02 CN-NOTICE-DAYS PIC 9(3).

                FD CAMPAIGNS.
                COPY CAMPGN.

                FD CAMPAIGN-ENROLMENTS.
                COPY CAMPENR.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD CAMPAIGN-NOTICES.
                01 NOTICE-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-CONTROL VALUE 'Y'.
                  05 WS-CAMPAIGN-EOF PIC X VALUE 'N'.
                    88 END-OF-CAMPAIGNS VALUE 'Y'.
                  05 WS-ENROLMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENTS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> the notice goes out once the end date is this
                *> many days off or nearer - RATENTCE's thirty-day
                *> notice period unless the control file says
                *> otherwise
                01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
                01 WS-NOTICE-CUTOFF PIC 9(8).

                *> campaign descriptions for the notice line
                01 WS-CAMP-COUNT PIC 9(3) VALUE 0.
                01 WS-CAMP-TABLE.
                  05 WS-CAMP-ENTRY OCCURS 100 TIMES.
                    10 WS-CAMP-CODE PIC X(6).
                    10 WS-CAMP-DESC PIC X(30).
                01 WS-CAMP-IDX PIC 9(3).

                *> the whole enrolment file, HOLDREL's
                *> load-into-a-table idiom
                01 WS-ENR-COUNT PIC 9(4) VALUE 0.
                01 WS-ENR-TABLE.
                  05 WS-ENR-IMAGE PIC X(50) OCCURS 2000 TIMES.
                01 WS-ENR-IDX PIC 9(4).

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-NOTICE-DETAIL.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 NC-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(7) VALUE ' NAME: '.
                  05 NC-NAME PIC X(30).
                  05 FILLER PIC X(11) VALUE ' CAMPAIGN: '.
                  05 NC-CAMPAIGN PIC X(20).
                  05 FILLER PIC X(8) VALUE ' BONUS: '.
                  05 NC-BONUS PIC 9.999.
                  05 FILLER PIC X(7) VALUE ' ENDS: '.
                  05 NC-END-DATE PIC 9(8).
                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NC-CONTACT PIC X(25).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the number the document carries
                *> on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
                  05 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.

                01 WS-FILE-CHANGED PIC X VALUE 'N'.
                  88 ENROLMENTS-CHANGED VALUE 'Y'.

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-HELD PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-CONTROL
              COMPUTE WS-NOTICE-CUTOFF =
                  FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      + WS-NOTICE-DAYS)
              PERFORM B100-LOAD-CAMPAIGNS
              PERFORM B200-LOAD-ENROLMENTS

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT CAMPAIGN-NOTICES
              PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                  UNTIL WS-ENR-IDX > WS-ENR-COUNT
                MOVE WS-ENR-IMAGE(WS-ENR-IDX) TO
                    CAMPAIGN-ENROLMENT-RECORD
                IF ENROLMENT-ACTIVE
                  PERFORM C000-WORK-ONE-ENROLMENT
                END-IF
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE CAMPAIGN-NOTICES

              IF ENROLMENTS-CHANGED
                PERFORM E000-REWRITE-ENROLMENTS
              END-IF

              CALL 'RPTSTOW' USING 'CAMPNOTICE  ',
                  'campaign_notices.txt                    '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'CAMPEXP - END OF JOB SUMMARY'
              DISPLAY 'ENROLMENTS READ   : ' WS-ENR-COUNT
              DISPLAY 'STILL ACTIVE      : ' WS-ACTIVE-COUNT
              DISPLAY 'LAPSED TONIGHT    : ' WS-LAPSED-COUNT
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              MOVE WS-ENR-COUNT TO WS-STAT-READ
              COMPUTE WS-STAT-POSTED =
                  WS-LAPSED-COUNT + WS-NOTICES-WRITTEN
              MOVE WS-HELD-COUNT TO WS-STAT-HELD
              CALL 'RUNSTAT' USING 'CAMPEXP   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-HELD,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-CONTROL.
              OPEN INPUT CAMPAIGN-CONTROL
              READ CAMPAIGN-CONTROL
                AT END
                  SET END-OF-CONTROL TO TRUE
                NOT AT END
                  IF CN-NOTICE-DAYS IS NUMERIC
                      AND CN-NOTICE-DAYS > 0
                    MOVE CN-NOTICE-DAYS TO WS-NOTICE-DAYS
                  END-IF
              END-READ
              CLOSE CAMPAIGN-CONTROL.

              B100-LOAD-CAMPAIGNS.
              OPEN INPUT CAMPAIGNS
              PERFORM UNTIL END-OF-CAMPAIGNS
                READ CAMPAIGNS
                  AT END
                    SET END-OF-CAMPAIGNS TO TRUE
                  NOT AT END
                    IF WS-CAMP-COUNT < 100
                      ADD 1 TO WS-CAMP-COUNT
                      MOVE CG-CAMPAIGN-CODE TO
                          WS-CAMP-CODE(WS-CAMP-COUNT)
                      MOVE CG-DESCRIPTION TO
                          WS-CAMP-DESC(WS-CAMP-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGNS.

              B200-LOAD-ENROLMENTS.
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
                      DISPLAY 'CAMPEXP ABEND - ENROLMENT FILE '
                          'EXCEEDS 2000 ROWS'
                      CLOSE CAMPAIGN-ENROLMENTS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ENR-COUNT
                    MOVE CAMPAIGN-ENROLMENT-RECORD TO
                        WS-ENR-IMAGE(WS-ENR-COUNT)
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS.

              *> the end date is the first day without the
              *> bonus - on or past it the enrolment has lapsed
              C000-WORK-ONE-ENROLMENT.
              IF CE-END-DATE <= WS-RUN-DATE
                SET ENROLMENT-LAPSED TO TRUE
                ADD 1 TO WS-LAPSED-COUNT
              ELSE
                ADD 1 TO WS-ACTIVE-COUNT
                IF CE-NOTICE-DATE = 0
                    AND CE-END-DATE <= WS-NOTICE-CUTOFF
                  PERFORM D000-NOTICE-THE-CUSTOMER
                  MOVE WS-RUN-DATE TO CE-NOTICE-DATE
                ELSE
                  EXIT PARAGRAPH
                END-IF
              END-IF
              MOVE CAMPAIGN-ENROLMENT-RECORD TO
                  WS-ENR-IMAGE(WS-ENR-IDX)
              SET ENROLMENTS-CHANGED TO TRUE.

              *> RATENTCE's E000 build - the customer row gives
              *> the name and contact, a returned-mail customer
              *> is held instead of noticed
              D000-NOTICE-THE-CUSTOMER.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE CE-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                EXIT PARAGRAPH
              END-IF

              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE SPACES TO NC-CONTACT
              MOVE AM-ACCOUNT-HOLDER(1:30) TO NC-NAME
              IF AM-CUSTOMER-NUMBER > 0
                MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                READ CUSTOMER-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-CUSTOMER-FOUND
                  NOT INVALID KEY
                    SET CUSTOMER-ON-FILE TO TRUE
                    MOVE CM-CUSTOMER-NAME(1:30) TO NC-NAME
                    MOVE CM-CONTACT-DETAILS(1:25) TO NC-CONTACT
                END-READ
              END-IF
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'CAMPEXP ',
                    CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                    'CAMP NOTICE ', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF

              MOVE CE-CAMPAIGN-CODE TO NC-CAMPAIGN
              PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                  UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                IF WS-CAMP-CODE(WS-CAMP-IDX) = CE-CAMPAIGN-CODE
                  MOVE WS-CAMP-DESC(WS-CAMP-IDX) TO NC-CAMPAIGN
                END-IF
              END-PERFORM
              MOVE AM-ACCOUNT-ID TO NC-ACCOUNT-ID
              MOVE CE-BONUS-RATE TO NC-BONUS
              MOVE CE-END-DATE TO NC-END-DATE
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'CAMPEXP ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'CB', 'M', 'CAMPNOTICE  ',
                  WS-DOC-KEY
              END-CALL.

              E000-REWRITE-ENROLMENTS.
              OPEN OUTPUT CAMPAIGN-ENROLMENTS
              PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                  UNTIL WS-ENR-IDX > WS-ENR-COUNT
                MOVE WS-ENR-IMAGE(WS-ENR-IDX) TO
                    CAMPAIGN-ENROLMENT-RECORD
                WRITE CAMPAIGN-ENROLMENT-RECORD
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS.
