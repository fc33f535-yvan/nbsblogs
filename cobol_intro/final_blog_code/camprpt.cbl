            IDENTIFICATION DIVISION.
            PROGRAM-ID. CAMPRPT.
            *> promotional-campaign cost report for marketing -
            *> one line per campaign on campaigns.txt: how many
            *> accounts it has enrolled and where those
            *> enrolments stand (active, lapsed, withdrawn), and
            *> what its bonus rate has cost the bank in the
            *> report month and since launch, folded from the
            *> cost rows DLYACCR and INTACCR append to
            *> campaign_cost.txt (see copybooks/CAMPCST). The
            *> report month is the month of the run parameter's
            *> date, the business date when none is given. The
            *> report is stowed in the report repository
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL CAMPAIGNS
                      ASSIGN TO 'campaigns.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CAMPAIGN-ENROLMENTS
                      ASSIGN TO 'campaign_enrolments.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CAMPAIGN-COSTS
                      ASSIGN TO 'campaign_cost.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT COST-REPORT
                      ASSIGN TO 'campaign_cost_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CAMPAIGNS.
                COPY CAMPGN.

                FD CAMPAIGN-ENROLMENTS.
                COPY CAMPENR.

                FD CAMPAIGN-COSTS.
                COPY CAMPCST.

                FD COST-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CAMPAIGN-EOF PIC X VALUE 'N'.
                    88 END-OF-CAMPAIGNS VALUE 'Y'.
                  05 WS-ENROLMENT-EOF PIC X VALUE 'N'.
                    88 END-OF-ENROLMENTS VALUE 'Y'.
                  05 WS-COST-EOF PIC X VALUE 'N'.
                    88 END-OF-COSTS VALUE 'Y'.

                *> run parameter is the report date - follows
                *> loops.cbl's run-parameter pattern
                01 WS-REPORT-PARM PIC X(8) VALUE SPACES.
                01 WS-REPORT-DATE PIC 9(8).
                01 WS-REPORT-MONTH PIC 9(6).

                *> one bucket per campaign, in campaigns.txt
                *> order
                01 WS-CAMP-COUNT PIC 9(3) VALUE 0.
                01 WS-CAMP-TABLE.
                  05 WS-CAMP-ENTRY OCCURS 100 TIMES.
                    10 WS-CAMP-CODE PIC X(6).
                    10 WS-CAMP-DESC PIC X(30).
                    10 WS-CAMP-BONUS PIC 9V999.
                    10 WS-CAMP-ENROLLED PIC 9(5).
                    10 WS-CAMP-ACTIVE PIC 9(5).
                    10 WS-CAMP-LAPSED PIC 9(5).
                    10 WS-CAMP-WITHDRAWN PIC 9(5).
                    10 WS-CAMP-MONTH-COST PIC S9(9)V9(2).
                    10 WS-CAMP-TOTAL-COST PIC S9(9)V9(2).
                01 WS-CAMP-IDX PIC 9(3).
                01 WS-MATCH-IDX PIC 9(3) VALUE 0.
                01 WS-LOOKUP-CODE PIC X(6).

                01 WS-HEADING-1.
                  05 FILLER PIC X(40)
                      VALUE 'PROMOTIONAL CAMPAIGN COST REPORT - MONTH'.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 HD-MONTH PIC 9(6).
                01 WS-HEADING-2.
                  05 FILLER PIC X(7) VALUE 'CAMPGN '.
                  05 FILLER PIC X(31) VALUE 'DESCRIPTION'.
                  05 FILLER PIC X(6) VALUE 'BONUS '.
                  05 FILLER PIC X(8) VALUE 'ENROLLED'.
                  05 FILLER PIC X(8) VALUE '  ACTIVE'.
                  05 FILLER PIC X(8) VALUE '  LAPSED'.
                  05 FILLER PIC X(8) VALUE ' WITHDRN'.
                  05 FILLER PIC X(15) VALUE '     MONTH COST'.
                  05 FILLER PIC X(15) VALUE '   TO-DATE COST'.

                01 WS-DETAIL-LINE.
                  05 RD-CODE PIC X(6).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-DESC PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-BONUS PIC 9.999.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RD-ENROLLED PIC ZZZZZZZ9.
                  05 RD-ACTIVE PIC ZZZZZZZ9.
                  05 RD-LAPSED PIC ZZZZZZZ9.
                  05 RD-WITHDRAWN PIC ZZZZZZZ9.
                  05 RD-MONTH-COST PIC -(11)9.99.
                  05 RD-TOTAL-COST PIC -(11)9.99.

                01 WS-TOTAL-LINE.
                  05 FILLER PIC X(44) VALUE 'TOTAL ALL CAMPAIGNS'.
                  05 TL-ENROLLED PIC ZZZZZZZ9.
                  05 TL-ACTIVE PIC ZZZZZZZ9.
                  05 TL-LAPSED PIC ZZZZZZZ9.
                  05 TL-WITHDRAWN PIC ZZZZZZZ9.
                  05 TL-MONTH-COST PIC -(11)9.99.
                  05 TL-TOTAL-COST PIC -(11)9.99.

                01 WS-COUNTS.
                  05 WS-ENROLMENTS-READ PIC 9(7) VALUE 0.
                  05 WS-COSTS-READ PIC 9(7) VALUE 0.
                  05 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.
                  05 WS-TOT-ENROLLED PIC 9(7) VALUE 0.
                  05 WS-TOT-ACTIVE PIC 9(7) VALUE 0.
                  05 WS-TOT-LAPSED PIC 9(7) VALUE 0.
                  05 WS-TOT-WITHDRAWN PIC 9(7) VALUE 0.
                  05 WS-TOT-MONTH-COST PIC S9(9)V9(2) VALUE 0.
                  05 WS-TOT-TOTAL-COST PIC S9(9)V9(2) VALUE 0.

                *> end-of-job statistics for RUNSTAT
                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-READ PIC 9(7) VALUE 0.
                01 WS-STAT-POSTED PIC 9(7) VALUE 0.
                01 WS-STAT-RESTARTED PIC X VALUE 'N'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF
              MOVE WS-REPORT-DATE(1:6) TO WS-REPORT-MONTH

              PERFORM B000-LOAD-CAMPAIGNS
              PERFORM B100-FOLD-ENROLMENTS
              PERFORM B200-FOLD-COSTS

              OPEN OUTPUT COST-REPORT
              MOVE WS-REPORT-MONTH TO HD-MONTH
              WRITE REPORT-LINE FROM WS-HEADING-1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-HEADING-2
              PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                  UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                PERFORM C000-PRINT-ONE-CAMPAIGN
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-TOT-ENROLLED TO TL-ENROLLED
              MOVE WS-TOT-ACTIVE TO TL-ACTIVE
              MOVE WS-TOT-LAPSED TO TL-LAPSED
              MOVE WS-TOT-WITHDRAWN TO TL-WITHDRAWN
              MOVE WS-TOT-MONTH-COST TO TL-MONTH-COST
              MOVE WS-TOT-TOTAL-COST TO TL-TOTAL-COST
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
              CLOSE COST-REPORT

              CALL 'RPTSTOW' USING 'CAMPCOST    ',
                  'campaign_cost_report.txt                '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'CAMPRPT - END OF JOB SUMMARY'
              DISPLAY 'REPORT MONTH      : ' WS-REPORT-MONTH
              DISPLAY 'CAMPAIGNS         : ' WS-CAMP-COUNT
              DISPLAY 'ENROLMENTS READ   : ' WS-ENROLMENTS-READ
              DISPLAY 'COST ROWS READ    : ' WS-COSTS-READ
              DISPLAY 'NOT ON CAMPAIGNS  : ' WS-UNKNOWN-COUNT
              DISPLAY 'MONTH COST        : ' WS-TOT-MONTH-COST
              DISPLAY 'TO-DATE COST      : ' WS-TOT-TOTAL-COST
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-END-TIME
              COMPUTE WS-STAT-READ =
                  WS-ENROLMENTS-READ + WS-COSTS-READ
              MOVE WS-CAMP-COUNT TO WS-STAT-POSTED
              CALL 'RUNSTAT' USING 'CAMPRPT   ',
                  WS-STAT-READ, WS-STAT-POSTED,
                  WS-STAT-ZERO, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME,
                  WS-STAT-RESTARTED
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-CAMPAIGNS.
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
                      MOVE CG-BONUS-RATE TO
                          WS-CAMP-BONUS(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-ENROLLED(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-ACTIVE(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-LAPSED(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-WITHDRAWN(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-MONTH-COST(WS-CAMP-COUNT)
                      MOVE 0 TO WS-CAMP-TOTAL-COST(WS-CAMP-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGNS.

              B100-FOLD-ENROLMENTS.
              OPEN INPUT CAMPAIGN-ENROLMENTS
              PERFORM UNTIL END-OF-ENROLMENTS
                READ CAMPAIGN-ENROLMENTS
                  AT END
                    SET END-OF-ENROLMENTS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ENROLMENTS-READ
                    MOVE CE-CAMPAIGN-CODE TO WS-LOOKUP-CODE
                    PERFORM X000-FIND-CAMPAIGN
                    IF WS-MATCH-IDX > 0
                      ADD 1 TO WS-CAMP-ENROLLED(WS-MATCH-IDX)
                      EVALUATE TRUE
                        WHEN ENROLMENT-ACTIVE
                          ADD 1 TO WS-CAMP-ACTIVE(WS-MATCH-IDX)
                        WHEN ENROLMENT-LAPSED
                          ADD 1 TO WS-CAMP-LAPSED(WS-MATCH-IDX)
                        WHEN ENROLMENT-WITHDRAWN
                          ADD 1 TO
                              WS-CAMP-WITHDRAWN(WS-MATCH-IDX)
                      END-EVALUATE
                    ELSE
                      ADD 1 TO WS-UNKNOWN-COUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-ENROLMENTS.

              *> only cost booked on or before the report date
              *> counts, so a back-dated run reproduces the
              *> month as it stood
              B200-FOLD-COSTS.
              OPEN INPUT CAMPAIGN-COSTS
              PERFORM UNTIL END-OF-COSTS
                READ CAMPAIGN-COSTS
                  AT END
                    SET END-OF-COSTS TO TRUE
                  NOT AT END
                    IF CC-COST-DATE <= WS-REPORT-DATE
                      ADD 1 TO WS-COSTS-READ
                      MOVE CC-CAMPAIGN-CODE TO WS-LOOKUP-CODE
                      PERFORM X000-FIND-CAMPAIGN
                      IF WS-MATCH-IDX > 0
                        ADD CC-AMOUNT TO
                            WS-CAMP-TOTAL-COST(WS-MATCH-IDX)
                        IF CC-COST-DATE(1:6) = WS-REPORT-MONTH
                          ADD CC-AMOUNT TO
                              WS-CAMP-MONTH-COST(WS-MATCH-IDX)
                        END-IF
                      ELSE
                        ADD 1 TO WS-UNKNOWN-COUNT
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CAMPAIGN-COSTS.

              C000-PRINT-ONE-CAMPAIGN.
              MOVE WS-CAMP-CODE(WS-CAMP-IDX) TO RD-CODE
              MOVE WS-CAMP-DESC(WS-CAMP-IDX) TO RD-DESC
              MOVE WS-CAMP-BONUS(WS-CAMP-IDX) TO RD-BONUS
              MOVE WS-CAMP-ENROLLED(WS-CAMP-IDX) TO RD-ENROLLED
              MOVE WS-CAMP-ACTIVE(WS-CAMP-IDX) TO RD-ACTIVE
              MOVE WS-CAMP-LAPSED(WS-CAMP-IDX) TO RD-LAPSED
              MOVE WS-CAMP-WITHDRAWN(WS-CAMP-IDX) TO RD-WITHDRAWN
              MOVE WS-CAMP-MONTH-COST(WS-CAMP-IDX) TO
                  RD-MONTH-COST
              MOVE WS-CAMP-TOTAL-COST(WS-CAMP-IDX) TO
                  RD-TOTAL-COST
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              ADD WS-CAMP-ENROLLED(WS-CAMP-IDX) TO WS-TOT-ENROLLED
              ADD WS-CAMP-ACTIVE(WS-CAMP-IDX) TO WS-TOT-ACTIVE
              ADD WS-CAMP-LAPSED(WS-CAMP-IDX) TO WS-TOT-LAPSED
              ADD WS-CAMP-WITHDRAWN(WS-CAMP-IDX) TO
                  WS-TOT-WITHDRAWN
              ADD WS-CAMP-MONTH-COST(WS-CAMP-IDX) TO
                  WS-TOT-MONTH-COST
              ADD WS-CAMP-TOTAL-COST(WS-CAMP-IDX) TO
                  WS-TOT-TOTAL-COST.

              X000-FIND-CAMPAIGN.
              MOVE 0 TO WS-MATCH-IDX
              PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                  UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                IF WS-CAMP-CODE(WS-CAMP-IDX) = WS-LOOKUP-CODE
                  MOVE WS-CAMP-IDX TO WS-MATCH-IDX
                END-IF
              END-PERFORM.
