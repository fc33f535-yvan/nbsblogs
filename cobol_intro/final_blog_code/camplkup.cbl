            IDENTIFICATION DIVISION.
            PROGRAM-ID. CAMPLKUP.
            *> promotional-campaign bonus lookup - a CALLed
            *> subprogram in RATELKUP's lazy-load shape. On first
            *> call it loads campaign_enrolments.txt (see
            *> copybooks/CAMPENR); each call then answers the
            *> bonus rate in force for the account on the as-of
            *> date and the campaign it comes from, for DLYACCR
            *> and INTACCR to add onto the tier rate. An
            *> enrolment is in force from its start date up to
            *> but not including its end date, so the bonus ends
            *> on its own on the day it lapses, and a back-dated
            *> question gets the answer that held on that date.
            *> An account enrolled in two campaigns at once earns
            *> the better bonus, not both
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL CAMPAIGN-ENROLMENTS
                      ASSIGN TO 'campaign_enrolments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CAMPAIGN-ENROLMENTS.
                COPY CAMPENR.

              WORKING-STORAGE SECTION.
                *> loaded once per process, same caching idiom as
                *> BRVALID's WS-TABLES-LOADED
                01 WS-TABLE-LOADED PIC X VALUE 'N'.
                  88 TABLE-ALREADY-LOADED VALUE 'Y'.

                01 WS-ENROLMENT-EOF PIC X VALUE 'N'.
                  88 END-OF-ENROLMENTS VALUE 'Y'.

                *> withdrawn rows are loaded too - their end date
                *> is the withdrawal date, so the dates alone
                *> still say when the bonus applied
                01 WS-ENR-COUNT PIC 9(4) VALUE 0.
                01 WS-ENR-TABLE.
                  05 WS-ENR-ENTRY OCCURS 2000 TIMES.
                    10 WS-ENR-ACCOUNT PIC S9(7).
                    10 WS-ENR-CODE PIC X(6).
                    10 WS-ENR-BONUS PIC 9V999.
                    10 WS-ENR-START PIC 9(8).
                    10 WS-ENR-END PIC 9(8).
                01 WS-ENR-IDX PIC 9(4).

            LINKAGE SECTION.
              01 LS-ACCOUNT-ID PIC S9(7).
              01 LS-AS-OF-DATE PIC 9(8).
              01 LS-BONUS-RATE PIC 9V999.
              01 LS-CAMPAIGN-CODE PIC X(6).

            PROCEDURE DIVISION USING LS-ACCOUNT-ID,
                LS-AS-OF-DATE, LS-BONUS-RATE, LS-CAMPAIGN-CODE.
              A000-MAIN-PARA.
              IF NOT TABLE-ALREADY-LOADED
                PERFORM B000-LOAD-ENROLMENTS
                SET TABLE-ALREADY-LOADED TO TRUE
              END-IF
              PERFORM C000-FIND-BONUS-IN-FORCE
              GOBACK.

              B000-LOAD-ENROLMENTS.
              OPEN INPUT CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-ENROLMENTS
                READ CAMPAIGN-ENROLMENTS
                  AT END
                    SET END-OF-ENROLMENTS TO TRUE
                  NOT AT END
                    IF WS-ENR-COUNT < 2000
                      ADD 1 TO WS-ENR-COUNT
                      MOVE CE-ACCOUNT-ID TO
                          WS-ENR-ACCOUNT(WS-ENR-COUNT)
                      MOVE CE-CAMPAIGN-CODE TO
                          WS-ENR-CODE(WS-ENR-COUNT)
                      MOVE CE-BONUS-RATE TO
                          WS-ENR-BONUS(WS-ENR-COUNT)
                      MOVE CE-START-DATE TO
                          WS-ENR-START(WS-ENR-COUNT)
                      MOVE CE-END-DATE TO
                          WS-ENR-END(WS-ENR-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS.

              C000-FIND-BONUS-IN-FORCE.
              MOVE 0 TO LS-BONUS-RATE
              MOVE SPACES TO LS-CAMPAIGN-CODE
              PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                  UNTIL WS-ENR-IDX > WS-ENR-COUNT
                IF WS-ENR-ACCOUNT(WS-ENR-IDX) = LS-ACCOUNT-ID
                    AND WS-ENR-START(WS-ENR-IDX) <= LS-AS-OF-DATE
                    AND WS-ENR-END(WS-ENR-IDX) > LS-AS-OF-DATE
                    AND WS-ENR-BONUS(WS-ENR-IDX) > LS-BONUS-RATE
                  MOVE WS-ENR-BONUS(WS-ENR-IDX) TO LS-BONUS-RATE
                  MOVE WS-ENR-CODE(WS-ENR-IDX) TO LS-CAMPAIGN-CODE
                END-IF
              END-PERFORM.
