            IDENTIFICATION DIVISION.
            PROGRAM-ID. RPTDIST.
            *> branch report bursting and distribution - RPTSTOW
            *> keeps each report generation whole, so the
            *> overdraft report, trial balance, cash proof and
            *> NSF notice register went out as one file and were
            *> split by branch and mailed on by hand. Scheduled
            *> after the rest of the night chain, this walks the
            *> repository index for the day's generations and
            *> bursts every branch report into a section per
            *> branch. A branch report is one whose lines open
            *> 'BRANCH <code>' with a code on the branch master
            *> (see copybooks/BRMST, through BRNAME): the lines
            *> ahead of the first branch line are the heading,
            *> repeated on every section; a branch line goes to
            *> its branch's section, and the indented lines under
            *> it go with it; any other line is bank-wide (totals,
            *> unassigned accounts) and goes to no branch. A
            *> generation with no branch lines is not a branch
            *> report and is left alone. Each section is cut to
            *> its own dated file (branch_<code>_<name>_<date>,
            *> the ASSIGN USING idiom RPTSTOW's generations use)
            *> and queued on the distribution outbox, once per
            *> recipient on the branch's distribution list (see
            *> copybooks/DISTLST), for the mail gateway to send.
            *> Every section sent, and every section held because
            *> the branch has no list for the report, goes on the
            *> distribution receipts (see copybooks/DISTRCP); a
            *> held section also goes to EXCLOG as 'W' for the
            *> morning operator summary. A rerun reads the
            *> receipts back and sends nothing twice, so fixing a
            *> list and rerunning sends only what was held. Run
            *> parameter is an optional generation date in the
            *> command-line style of CASHPROOF; none means the
            *> business date's generations
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL REPORT-REGISTRY
                      ASSIGN TO 'report_repository.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL GENERATION-IN
                      ASSIGN USING WS-GENERATION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT SECTION-OUT
                      ASSIGN USING WS-SECTION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISTRIBUTION-LIST
                      ASSIGN TO 'report_distribution_list.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISTRIBUTION-RECEIPTS
                      ASSIGN TO 'distribution_receipts.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> picked up and emptied by the mail gateway -
                  *> one row per section per recipient
                  SELECT OPTIONAL DISTRIBUTION-OUTBOX
                      ASSIGN TO 'distribution_outbox.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD REPORT-REGISTRY.
                01 REPORT-REGISTRY-RECORD.
                  02 RR-FILE-NAME PIC X(40).
                  02 RR-REPORT-NAME PIC X(12).
                  02 RR-STOW-DATE PIC 9(8).

                FD GENERATION-IN.
                01 GENERATION-LINE PIC X(210).

                FD SECTION-OUT.
                01 SECTION-LINE PIC X(210).

                FD DISTRIBUTION-LIST.
                COPY DISTLST.

                FD DISTRIBUTION-RECEIPTS.
                COPY DISTRCP.

                FD DISTRIBUTION-OUTBOX.
                01 DISTRIBUTION-OUTBOX-RECORD.
                  02 DO-RECIPIENT PIC X(40).
                  02 DO-SECTION-FILE PIC X(40).
                  02 DO-REPORT-NAME PIC X(12).
                  02 DO-BRANCH-CODE PIC X(4).
                  02 DO-GENERATION-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                *> generation date - ACCEPT FROM COMMAND-LINE
                *> follows loops.cbl's run-parameter pattern; no
                *> parameter means the business date
                01 WS-DIST-PARM PIC X(8) VALUE SPACES.
                01 WS-DIST-DATE PIC 9(8).
                01 WS-RUN-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-REGISTRY-EOF PIC X VALUE 'N'.
                    88 END-OF-REGISTRY VALUE 'Y'.
                  05 WS-GEN-EOF PIC X VALUE 'N'.
                    88 END-OF-GENERATION VALUE 'Y'.
                  05 WS-LIST-EOF PIC X VALUE 'N'.
                    88 END-OF-LIST VALUE 'Y'.
                  05 WS-RECEIPT-EOF PIC X VALUE 'N'.
                    88 END-OF-RECEIPTS VALUE 'Y'.

                01 WS-GENERATION-NAME PIC X(40) VALUE SPACES.
                01 WS-SECTION-NAME PIC X(40) VALUE SPACES.
                01 WS-REPORT-NAME PIC X(12).

                *> the distribution list loaded whole
                01 WS-LIST-COUNT PIC 9(3) VALUE 0.
                01 WS-LIST-TABLE.
                  05 WS-LIST-ENTRY OCCURS 200 TIMES.
                    10 WS-DL-BRANCH PIC X(4).
                    10 WS-DL-REPORT PIC X(12).
                    10 WS-DL-RECIPIENT PIC X(40).
                01 WS-LIST-IDX PIC 9(3).

                *> what earlier runs already sent of this date's
                *> generations - a rerun skips these
                01 WS-SENT-COUNT PIC 9(3) VALUE 0.
                01 WS-SENT-TABLE.
                  05 WS-SENT-ENTRY OCCURS 500 TIMES.
                    10 WS-SENT-GENERATION PIC X(40).
                    10 WS-SENT-BRANCH PIC X(4).
                    10 WS-SENT-RECIPIENT PIC X(40).
                01 WS-SENT-IDX PIC 9(3).
                01 WS-ALREADY-SENT PIC X VALUE 'N'.
                  88 SECTION-ALREADY-SENT VALUE 'Y'.

                *> the branches found in the generation in hand
                01 WS-GEN-BRANCH-COUNT PIC 9(2) VALUE 0.
                01 WS-GEN-BRANCH-TABLE.
                  05 WS-GB-CODE PIC X(4) OCCURS 50 TIMES.
                01 WS-GB-IDX PIC 9(2).
                01 WS-GB-MATCH PIC 9(2).

                *> what the line just read is - see D000
                01 WS-LINE-BRANCH PIC X(4).
                01 WS-LINE-KIND PIC X.
                  88 LINE-IS-HEADING VALUE 'H'.
                  88 LINE-IS-BRANCH VALUE 'B'.
                  88 LINE-IS-CONTINUATION VALUE 'C'.
                  88 LINE-IS-BANK-WIDE VALUE 'W'.
                01 WS-FIRST-BRANCH PIC X VALUE 'N'.
                  88 FIRST-BRANCH-SEEN VALUE 'Y'.
                01 WS-IN-SECTION PIC X VALUE 'N'.
                  88 LINE-IN-SECTION VALUE 'Y'.

                01 WS-SECTION-LINES PIC 9(5) VALUE 0.
                01 WS-RECIPIENTS-FOUND PIC 9(3) VALUE 0.
                01 WS-RECEIPT-RECIPIENT PIC X(40).
                01 WS-RECEIPT-STATUS PIC X(1).

                *> BRNAME's answer for the code on a line - a
                *> code not on the branch master is no branch
                01 WS-BRANCH-NAME PIC X(30).
                01 WS-BRNAME-STATUS PIC X.
                  88 BRANCH-MASTER-OPEN VALUE 'O'.
                  88 BRANCH-MASTER-CLOSED VALUE 'C'.
                  88 BRANCH-NOT-ON-FILE VALUE 'X'.

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-GENERATIONS-READ PIC 9(7) VALUE 0.
                  05 WS-GENERATIONS-BURST PIC 9(7) VALUE 0.
                  05 WS-SECTIONS-CUT PIC 9(7) VALUE 0.
                  05 WS-SECTIONS-SENT PIC 9(7) VALUE 0.
                  05 WS-SECTIONS-HELD PIC 9(7) VALUE 0.
                  05 WS-SENT-BEFORE PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              ACCEPT WS-DIST-PARM FROM COMMAND-LINE
              IF WS-DIST-PARM IS NUMERIC
                MOVE WS-DIST-PARM TO WS-DIST-DATE
              ELSE
                MOVE WS-RUN-DATE TO WS-DIST-DATE
              END-IF
              DISPLAY 'BRANCH REPORT DISTRIBUTION FOR ' WS-DIST-DATE
              DISPLAY '=========================================='

              PERFORM B000-LOAD-DISTRIBUTION-LIST
              PERFORM B100-LOAD-RECEIPTS

              OPEN EXTEND DISTRIBUTION-RECEIPTS
              OPEN EXTEND DISTRIBUTION-OUTBOX
              OPEN INPUT REPORT-REGISTRY
              PERFORM UNTIL END-OF-REGISTRY
                READ REPORT-REGISTRY
                  AT END
                    SET END-OF-REGISTRY TO TRUE
                  NOT AT END
                    IF RR-STOW-DATE = WS-DIST-DATE
                      PERFORM C000-BURST-GENERATION
                    END-IF
                END-READ
              END-PERFORM
              CLOSE REPORT-REGISTRY
              CLOSE DISTRIBUTION-OUTBOX
              CLOSE DISTRIBUTION-RECEIPTS

              DISPLAY '=========================================='
              DISPLAY 'RPTDIST - END OF JOB SUMMARY'
              DISPLAY 'GENERATIONS READ  : ' WS-GENERATIONS-READ
              DISPLAY 'BRANCH REPORTS    : ' WS-GENERATIONS-BURST
              DISPLAY 'SECTIONS CUT      : ' WS-SECTIONS-CUT
              DISPLAY 'SECTIONS SENT     : ' WS-SECTIONS-SENT
              DISPLAY 'SENT BEFORE       : ' WS-SENT-BEFORE
              DISPLAY 'SECTIONS HELD     : ' WS-SECTIONS-HELD
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'RPTDIST   ',
                  WS-GENERATIONS-READ, WS-SECTIONS-SENT,
                  WS-STAT-ZERO, WS-SECTIONS-HELD,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-DISTRIBUTION-LIST.
              OPEN INPUT DISTRIBUTION-LIST
              PERFORM UNTIL END-OF-LIST
                READ DISTRIBUTION-LIST
                  AT END
                    SET END-OF-LIST TO TRUE
                  NOT AT END
                    IF WS-LIST-COUNT < 200
                        AND DL-RECIPIENT NOT = SPACES
                      ADD 1 TO WS-LIST-COUNT
                      MOVE DL-BRANCH-CODE TO
                          WS-DL-BRANCH(WS-LIST-COUNT)
                      MOVE DL-REPORT-NAME TO
                          WS-DL-REPORT(WS-LIST-COUNT)
                      MOVE DL-RECIPIENT TO
                          WS-DL-RECIPIENT(WS-LIST-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-LIST.

              B100-LOAD-RECEIPTS.
              OPEN INPUT DISTRIBUTION-RECEIPTS
              PERFORM UNTIL END-OF-RECEIPTS
                READ DISTRIBUTION-RECEIPTS
                  AT END
                    SET END-OF-RECEIPTS TO TRUE
                  NOT AT END
                    IF DR-DELIVERED
                        AND DR-GENERATION-DATE = WS-DIST-DATE
                        AND WS-SENT-COUNT < 500
                      ADD 1 TO WS-SENT-COUNT
                      MOVE DR-GENERATION-FILE TO
                          WS-SENT-GENERATION(WS-SENT-COUNT)
                      MOVE DR-BRANCH-CODE TO
                          WS-SENT-BRANCH(WS-SENT-COUNT)
                      MOVE DR-RECIPIENT TO
                          WS-SENT-RECIPIENT(WS-SENT-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-RECEIPTS.

              *> one repository generation - find its branches,
              *> then cut and send one section per branch
              C000-BURST-GENERATION.
              ADD 1 TO WS-GENERATIONS-READ
              MOVE RR-FILE-NAME TO WS-GENERATION-NAME
              MOVE RR-REPORT-NAME TO WS-REPORT-NAME
              PERFORM C100-FIND-BRANCHES
              IF WS-GEN-BRANCH-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GENERATIONS-BURST
              DISPLAY 'RPTDIST - ' WS-REPORT-NAME ' '
                  WS-GEN-BRANCH-COUNT ' BRANCH SECTIONS'
              PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                  UNTIL WS-GB-IDX > WS-GEN-BRANCH-COUNT
                PERFORM C200-CUT-SECTION
                PERFORM C300-SEND-SECTION
              END-PERFORM.

              C100-FIND-BRANCHES.
              MOVE 0 TO WS-GEN-BRANCH-COUNT
              MOVE 'N' TO WS-FIRST-BRANCH
              MOVE 'N' TO WS-GEN-EOF
              OPEN INPUT GENERATION-IN
              PERFORM UNTIL END-OF-GENERATION
                READ GENERATION-IN
                  AT END
                    SET END-OF-GENERATION TO TRUE
                  NOT AT END
                    PERFORM D000-CLASSIFY-LINE
                    IF LINE-IS-BRANCH
                      PERFORM C110-NOTE-BRANCH
                    END-IF
                END-READ
              END-PERFORM
              CLOSE GENERATION-IN.

              C110-NOTE-BRANCH.
              MOVE 0 TO WS-GB-MATCH
              PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                  UNTIL WS-GB-IDX > WS-GEN-BRANCH-COUNT
                IF WS-GB-CODE(WS-GB-IDX) = WS-LINE-BRANCH
                  MOVE WS-GB-IDX TO WS-GB-MATCH
                END-IF
              END-PERFORM
              IF WS-GB-MATCH = 0 AND WS-GEN-BRANCH-COUNT < 50
                ADD 1 TO WS-GEN-BRANCH-COUNT
                MOVE WS-LINE-BRANCH TO
                    WS-GB-CODE(WS-GEN-BRANCH-COUNT)
              END-IF.

              *> the heading, then this branch's lines and the
              *> indented lines under them
              C200-CUT-SECTION.
              MOVE SPACES TO WS-SECTION-NAME
              STRING 'branch_' WS-GB-CODE(WS-GB-IDX) '_'
                  DELIMITED BY SIZE
                  WS-REPORT-NAME DELIMITED BY SPACE
                  '_' WS-DIST-DATE '.txt' DELIMITED BY SIZE
                  INTO WS-SECTION-NAME
              END-STRING
              MOVE 0 TO WS-SECTION-LINES
              MOVE 'N' TO WS-FIRST-BRANCH
              MOVE 'N' TO WS-IN-SECTION
              MOVE 'N' TO WS-GEN-EOF
              OPEN OUTPUT SECTION-OUT
              OPEN INPUT GENERATION-IN
              PERFORM UNTIL END-OF-GENERATION
                READ GENERATION-IN
                  AT END
                    SET END-OF-GENERATION TO TRUE
                  NOT AT END
                    PERFORM D000-CLASSIFY-LINE
                    PERFORM C210-SECTION-ONE-LINE
                END-READ
              END-PERFORM
              CLOSE GENERATION-IN
              CLOSE SECTION-OUT
              ADD 1 TO WS-SECTIONS-CUT.

              C210-SECTION-ONE-LINE.
              EVALUATE TRUE
                WHEN LINE-IS-BRANCH
                  IF WS-LINE-BRANCH = WS-GB-CODE(WS-GB-IDX)
                    SET LINE-IN-SECTION TO TRUE
                  ELSE
                    MOVE 'N' TO WS-IN-SECTION
                  END-IF
                WHEN LINE-IS-BANK-WIDE
                  MOVE 'N' TO WS-IN-SECTION
              END-EVALUATE
              IF LINE-IS-HEADING OR LINE-IN-SECTION
                WRITE SECTION-LINE FROM GENERATION-LINE
                ADD 1 TO WS-SECTION-LINES
              END-IF.

              *> one queued send per recipient on the branch's
              *> list for this report - none at all holds it
              C300-SEND-SECTION.
              MOVE 0 TO WS-RECIPIENTS-FOUND
              PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                  UNTIL WS-LIST-IDX > WS-LIST-COUNT
                IF WS-DL-BRANCH(WS-LIST-IDX) = WS-GB-CODE(WS-GB-IDX)
                    AND (WS-DL-REPORT(WS-LIST-IDX) = SPACES
                      OR WS-DL-REPORT(WS-LIST-IDX) = WS-REPORT-NAME)
                  ADD 1 TO WS-RECIPIENTS-FOUND
                  PERFORM C310-SEND-TO-RECIPIENT
                END-IF
              END-PERFORM
              IF WS-RECIPIENTS-FOUND = 0
                ADD 1 TO WS-SECTIONS-HELD
                MOVE SPACES TO WS-RECEIPT-RECIPIENT
                MOVE 'H' TO WS-RECEIPT-STATUS
                PERFORM C400-WRITE-RECEIPT
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'REPORT ' DELIMITED BY SIZE
                    WS-REPORT-NAME DELIMITED BY SPACE
                    ' BRANCH ' WS-GB-CODE(WS-GB-IDX)
                    ' HELD - NO DISTRIBUTION LIST'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                END-STRING
                DISPLAY WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'RPTDIST ', 'W', WS-EXC-MESSAGE
                END-CALL
              END-IF.

              C310-SEND-TO-RECIPIENT.
              MOVE 'N' TO WS-ALREADY-SENT
              PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                  UNTIL WS-SENT-IDX > WS-SENT-COUNT
                IF WS-SENT-GENERATION(WS-SENT-IDX) =
                    WS-GENERATION-NAME
                    AND WS-SENT-BRANCH(WS-SENT-IDX) =
                      WS-GB-CODE(WS-GB-IDX)
                    AND WS-SENT-RECIPIENT(WS-SENT-IDX) =
                      WS-DL-RECIPIENT(WS-LIST-IDX)
                  SET SECTION-ALREADY-SENT TO TRUE
                END-IF
              END-PERFORM
              IF SECTION-ALREADY-SENT
                ADD 1 TO WS-SENT-BEFORE
                EXIT PARAGRAPH
              END-IF
              MOVE WS-DL-RECIPIENT(WS-LIST-IDX) TO DO-RECIPIENT
              MOVE WS-SECTION-NAME TO DO-SECTION-FILE
              MOVE WS-REPORT-NAME TO DO-REPORT-NAME
              MOVE WS-GB-CODE(WS-GB-IDX) TO DO-BRANCH-CODE
              MOVE WS-DIST-DATE TO DO-GENERATION-DATE
              WRITE DISTRIBUTION-OUTBOX-RECORD
              ADD 1 TO WS-SECTIONS-SENT
              MOVE WS-DL-RECIPIENT(WS-LIST-IDX) TO
                  WS-RECEIPT-RECIPIENT
              MOVE 'D' TO WS-RECEIPT-STATUS
              PERFORM C400-WRITE-RECEIPT.

              C400-WRITE-RECEIPT.
              MOVE WS-RUN-DATE TO DR-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO DR-TIME
              MOVE WS-GB-CODE(WS-GB-IDX) TO DR-BRANCH-CODE
              MOVE WS-REPORT-NAME TO DR-REPORT-NAME
              MOVE WS-GENERATION-NAME TO DR-GENERATION-FILE
              MOVE WS-DIST-DATE TO DR-GENERATION-DATE
              MOVE WS-SECTION-NAME TO DR-SECTION-FILE
              MOVE WS-SECTION-LINES TO DR-SECTION-LINES
              MOVE WS-RECEIPT-RECIPIENT TO DR-RECIPIENT
              MOVE WS-RECEIPT-STATUS TO DR-STATUS
              WRITE DISTRIBUTION-RECEIPT-RECORD.

              *> a line opening 'BRANCH <code>' with the code on
              *> the branch master starts that branch's lines;
              *> ahead of the first one is heading, after it an
              *> indented line carries on the branch above and
              *> anything else is bank-wide
              D000-CLASSIFY-LINE.
              MOVE SPACES TO WS-LINE-BRANCH
              IF GENERATION-LINE(1:7) = 'BRANCH '
                MOVE GENERATION-LINE(8:4) TO WS-LINE-BRANCH
                CALL 'BRNAME' USING WS-LINE-BRANCH,
                    WS-BRANCH-NAME, WS-BRNAME-STATUS
                END-CALL
                IF NOT BRANCH-NOT-ON-FILE
                  SET LINE-IS-BRANCH TO TRUE
                  SET FIRST-BRANCH-SEEN TO TRUE
                  EXIT PARAGRAPH
                END-IF
              END-IF
              EVALUATE TRUE
                WHEN NOT FIRST-BRANCH-SEEN
                  SET LINE-IS-HEADING TO TRUE
                WHEN GENERATION-LINE(1:1) = SPACE
                  SET LINE-IS-CONTINUATION TO TRUE
                WHEN OTHER
                  SET LINE-IS-BANK-WIDE TO TRUE
              END-EVALUATE.
