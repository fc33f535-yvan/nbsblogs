            IDENTIFICATION DIVISION.
            PROGRAM-ID. CAMPENRL.
            *> promotional-campaign enrolment writer - a CALLed
            *> subprogram in CASEFILE's shape, so ACCTOPEN's
            *> enrolment of a new account and CAMPMNT's enrolment
            *> on request go through one set of eligibility rules
            *> (see copybooks/CAMPGN). A named campaign enrols
            *> the account in that campaign if it qualifies; a
            *> blank campaign code enrols it in every campaign
            *> it qualifies for, which is how an account is
            *> enrolled at opening. An account is never enrolled
            *> twice in the same campaign, and term deposits and
            *> loans never qualify - neither earns the tier rate
            *> the bonus is added onto. The enrolment starts
            *> today and runs the campaign's duration in whole
            *> months (see copybooks/CAMPENR)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL CAMPAIGNS
                      ASSIGN TO 'campaigns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CAMPAIGN-ENROLMENTS
                      ASSIGN TO 'campaign_enrolments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CAMPAIGNS.
                COPY CAMPGN.

                FD CAMPAIGN-ENROLMENTS.
                COPY CAMPENR.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CAMPAIGN-EOF PIC X VALUE 'N'.
                    88 END-OF-CAMPAIGNS VALUE 'Y'.
                  05 WS-ENROLMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENTS VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).

                *> the campaigns this account already has a row
                *> under, whatever its status
                01 WS-HELD-COUNT PIC 9(3) VALUE 0.
                01 WS-HELD-TABLE.
                  05 WS-HELD-CODE PIC X(6) OCCURS 100 TIMES.
                01 WS-HELD-IDX PIC 9(3).

                01 WS-CAMPAIGN-FOUND PIC X VALUE 'N'.
                  88 CAMPAIGN-ON-FILE VALUE 'Y'.
                01 WS-ALREADY-HELD PIC X VALUE 'N'.
                  88 CAMPAIGN-ALREADY-HELD VALUE 'Y'.
                01 WS-ELIGIBLE PIC X VALUE 'N'.
                  88 ACCOUNT-ELIGIBLE VALUE 'Y'.

                *> end-date stepping, loanopen.cbl's G200 idiom -
                *> the start date's day of month carries over,
                *> pulled back to month end in a shorter month
                01 WS-START-SPLIT.
                  05 WS-START-YEAR PIC 9(4).
                  05 WS-START-MONTH PIC 9(2).
                  05 WS-START-DAY PIC 9(2).
                01 WS-END-DATE PIC 9(8).
                01 WS-END-DATE-SPLIT REDEFINES WS-END-DATE.
                  05 WS-END-YEAR PIC 9(4).
                  05 WS-END-MONTH PIC 9(2).
                  05 WS-END-DAY PIC 9(2).
                01 WS-MONTH-OFFSET PIC 9(5).
                01 WS-MONTH-LENGTHS.
                  05 FILLER PIC X(24)
                      VALUE '312831303130313130313031'.
                01 WS-MONTH-LENGTH-TABLE
                    REDEFINES WS-MONTH-LENGTHS.
                  05 WS-MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.
                01 WS-DAYS-IN-MONTH PIC 9(2).

            LINKAGE SECTION.
              01 LS-OPERATOR-ID PIC X(8).
              01 LS-ACCOUNT-ID PIC S9(7).
              01 LS-PRODUCT-TYPE PIC X(1).
              01 LS-OPENED-DATE PIC 9(8).
              01 LS-CAMPAIGN-CODE PIC X(6).
              01 LS-ENROLLED-COUNT PIC 9(2).
              01 LS-ENROL-STATUS PIC X(1).
                88 ENROL-DONE VALUE 'E'.
                88 ENROL-NOT-ELIGIBLE VALUE 'N'.
                88 ENROL-DUPLICATE VALUE 'D'.
                88 ENROL-UNKNOWN-CAMPAIGN VALUE 'U'.

            PROCEDURE DIVISION USING LS-OPERATOR-ID,
                LS-ACCOUNT-ID, LS-PRODUCT-TYPE, LS-OPENED-DATE,
                LS-CAMPAIGN-CODE, LS-ENROLLED-COUNT,
                LS-ENROL-STATUS.
              A000-MAIN-PARA.
              MOVE 0 TO LS-ENROLLED-COUNT
              SET ENROL-NOT-ELIGIBLE TO TRUE
              MOVE 'N' TO WS-CAMPAIGN-FOUND
              MOVE 'N' TO WS-CAMPAIGN-EOF
              MOVE 'N' TO WS-ENROLMENT-EOF
              MOVE 0 TO WS-HELD-COUNT
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM B000-LOAD-HELD-CAMPAIGNS

              OPEN INPUT CAMPAIGNS
              OPEN EXTEND CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-CAMPAIGNS
                READ CAMPAIGNS
                  AT END
                    SET END-OF-CAMPAIGNS TO TRUE
                  NOT AT END
                    IF LS-CAMPAIGN-CODE = SPACES
                        OR CG-CAMPAIGN-CODE = LS-CAMPAIGN-CODE
                      SET CAMPAIGN-ON-FILE TO TRUE
                      PERFORM C000-TRY-ONE-CAMPAIGN
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGNS
              CLOSE CAMPAIGN-ENROLMENTS

              IF LS-ENROLLED-COUNT > 0
                SET ENROL-DONE TO TRUE
              ELSE
                IF LS-CAMPAIGN-CODE NOT = SPACES
                    AND NOT CAMPAIGN-ON-FILE
                  SET ENROL-UNKNOWN-CAMPAIGN TO TRUE
                END-IF
              END-IF
              GOBACK.

              B000-LOAD-HELD-CAMPAIGNS.
              OPEN INPUT CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-ENROLMENTS
                READ CAMPAIGN-ENROLMENTS
                  AT END
                    SET END-OF-ENROLMENTS TO TRUE
                  NOT AT END
                    IF CE-ACCOUNT-ID = LS-ACCOUNT-ID
                        AND WS-HELD-COUNT < 100
                      ADD 1 TO WS-HELD-COUNT
                      MOVE CE-CAMPAIGN-CODE TO
                          WS-HELD-CODE(WS-HELD-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS.

              *> every rule the campaign sets must pass; a rule
              *> left at zero or space is not applied
              C000-TRY-ONE-CAMPAIGN.
              MOVE 'N' TO WS-ALREADY-HELD
              PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                  UNTIL WS-HELD-IDX > WS-HELD-COUNT
                IF WS-HELD-CODE(WS-HELD-IDX) = CG-CAMPAIGN-CODE
                  SET CAMPAIGN-ALREADY-HELD TO TRUE
                END-IF
              END-PERFORM
              IF CAMPAIGN-ALREADY-HELD
                IF LS-CAMPAIGN-CODE NOT = SPACES
                  SET ENROL-DUPLICATE TO TRUE
                END-IF
                EXIT PARAGRAPH
              END-IF

              SET ACCOUNT-ELIGIBLE TO TRUE
              IF LS-PRODUCT-TYPE = 'T' OR LS-PRODUCT-TYPE = 'L'
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF NOT CAMPAIGN-ANY-PRODUCT
                  AND CG-PRODUCT-TYPE NOT = LS-PRODUCT-TYPE
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF CG-OPENED-FROM > 0
                  AND LS-OPENED-DATE < CG-OPENED-FROM
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF CG-OPENED-TO > 0
                  AND (LS-OPENED-DATE = 0
                      OR LS-OPENED-DATE > CG-OPENED-TO)
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF CG-ENROL-UNTIL > 0
                  AND WS-TODAY-DATE > CG-ENROL-UNTIL
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF CG-BONUS-RATE = 0
                  OR CG-DURATION-MONTHS = 0
                MOVE 'N' TO WS-ELIGIBLE
              END-IF
              IF ACCOUNT-ELIGIBLE
                PERFORM D000-STEP-END-DATE
                PERFORM E000-WRITE-ENROLMENT
              END-IF.

              D000-STEP-END-DATE.
              MOVE WS-TODAY-DATE TO WS-START-SPLIT
              COMPUTE WS-MONTH-OFFSET =
                  WS-START-YEAR * 12 + WS-START-MONTH - 1
                  + CG-DURATION-MONTHS
              COMPUTE WS-END-YEAR = WS-MONTH-OFFSET / 12
              COMPUTE WS-END-MONTH =
                  FUNCTION MOD(WS-MONTH-OFFSET, 12) + 1
              MOVE WS-MONTH-LENGTH(WS-END-MONTH) TO
                  WS-DAYS-IN-MONTH
              IF WS-END-MONTH = 2
                  AND FUNCTION MOD(WS-END-YEAR, 4) = 0
                  AND (FUNCTION MOD(WS-END-YEAR, 100) NOT = 0
                      OR FUNCTION MOD(WS-END-YEAR, 400) = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
              END-IF
              IF WS-START-DAY > WS-DAYS-IN-MONTH
                MOVE WS-DAYS-IN-MONTH TO WS-END-DAY
              ELSE
                MOVE WS-START-DAY TO WS-END-DAY
              END-IF.

              E000-WRITE-ENROLMENT.
              MOVE LS-ACCOUNT-ID TO CE-ACCOUNT-ID
              MOVE CG-CAMPAIGN-CODE TO CE-CAMPAIGN-CODE
              MOVE CG-BONUS-RATE TO CE-BONUS-RATE
              MOVE WS-TODAY-DATE TO CE-START-DATE
              MOVE WS-END-DATE TO CE-END-DATE
              SET ENROLMENT-ACTIVE TO TRUE
              MOVE 0 TO CE-NOTICE-DATE
              MOVE LS-OPERATOR-ID TO CE-ENROLLED-BY
              WRITE CAMPAIGN-ENROLMENT-RECORD
              ADD 1 TO LS-ENROLLED-COUNT
              IF WS-HELD-COUNT < 100
                ADD 1 TO WS-HELD-COUNT
                MOVE CG-CAMPAIGN-CODE TO
                    WS-HELD-CODE(WS-HELD-COUNT)
              END-IF.
