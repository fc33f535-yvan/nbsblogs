            IDENTIFICATION DIVISION.
            PROGRAM-ID. UIDRPT.
            *> transaction UID range usage report - one line per
            *> range on uid_control.txt (see UIDALLOC) showing how
            *> much of it is gone and how much is left, and
            *> whether it is past its warning level. UIDALLOC
            *> only warns when a block is taken; a range nobody
            *> has drawn on this week still shows here. Every
            *> range past its warning level also goes to EXCLOG
            *> as 'W', so it reaches the morning operator
            *> summary: that is the signal to plan the UID
            *> widening (UIDWIDE) before the range runs dry. A
            *> range already exhausted goes as 'S'
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL UID-CONTROL
                      ASSIGN TO 'uid_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT UID-USAGE-REPORT
                      ASSIGN TO 'uid_usage.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD UID-CONTROL.
                COPY UIDCTL.

                FD UID-USAGE-REPORT.
                01 REPORT-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-UID-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-UID-CONTROL VALUE 'Y'.

                01 WS-RANGE-SIZE PIC 9(6).
                01 WS-RANGE-USED PIC 9(6).
                01 WS-RANGE-LEFT PIC 9(6).
                01 WS-USED-PERCENT PIC 9(3).
                01 WS-RUN-DATE PIC 9(8).
                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-HEADING-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 FILLER PIC X(11) VALUE 'RANGE'.
                  05 FILLER PIC X(6) VALUE ' LOW'.
                  05 FILLER PIC X(6) VALUE ' HIGH'.
                  05 FILLER PIC X(7) VALUE ' LAST'.
                  05 FILLER PIC X(8) VALUE '   USED'.
                  05 FILLER PIC X(8) VALUE '   LEFT'.
                  05 FILLER PIC X(6) VALUE ' USED%'.
                  05 FILLER PIC X(6) VALUE ' WARN%'.
                  05 FILLER PIC X(10) VALUE ' STATUS'.
                01 WS-RANGE-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 RL-RANGE PIC X(10).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-LOW PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-HIGH PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-LAST PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RL-USED PIC ZZZ,ZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-LEFT PIC ZZZ,ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 RL-PERCENT PIC ZZ9.
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 RL-WARN PIC ZZ9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RL-STATUS PIC X(9).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RANGES-READ PIC 9(7) VALUE 0.
                  05 WS-RANGES-WARNED PIC 9(7) VALUE 0.
                  05 WS-RANGES-EXHAUSTED PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              OPEN OUTPUT UID-USAGE-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'TRANSACTION UID RANGE USAGE - AS AT '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM WS-HEADING-LINE

              OPEN INPUT UID-CONTROL
              PERFORM UNTIL END-OF-UID-CONTROL
                READ UID-CONTROL
                  AT END
                    SET END-OF-UID-CONTROL TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RANGES-READ
                    PERFORM B000-REPORT-ONE-RANGE
                END-READ
              END-PERFORM
              CLOSE UID-CONTROL

              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              IF WS-RANGES-READ = 0
                MOVE '    NO UID RANGES ON FILE' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING 'RANGES ' WS-RANGES-READ
                  '  PAST WARNING ' WS-RANGES-WARNED
                  '  EXHAUSTED ' WS-RANGES-EXHAUSTED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE UID-USAGE-REPORT
              CALL 'RPTSTOW' USING 'UIDRPT      ',
                  'uid_usage.txt                           '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'UIDRPT - END OF JOB SUMMARY'
              DISPLAY 'RANGES READ       : ' WS-RANGES-READ
              DISPLAY 'PAST WARNING      : ' WS-RANGES-WARNED
              DISPLAY 'EXHAUSTED         : ' WS-RANGES-EXHAUSTED
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'UIDRPT    ',
                  WS-RANGES-READ, WS-RANGES-WARNED,
                  WS-RANGES-EXHAUSTED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-REPORT-ONE-RANGE.
              COMPUTE WS-RANGE-SIZE = UC-HIGH-UID - UC-LOW-UID + 1
              IF UC-LAST-ISSUED < UC-LOW-UID
                MOVE 0 TO WS-RANGE-USED
              ELSE
                COMPUTE WS-RANGE-USED =
                    UC-LAST-ISSUED - UC-LOW-UID + 1
              END-IF
              COMPUTE WS-RANGE-LEFT = WS-RANGE-SIZE - WS-RANGE-USED
              COMPUTE WS-USED-PERCENT =
                  (WS-RANGE-USED * 100) / WS-RANGE-SIZE

              MOVE UC-RANGE-NAME TO RL-RANGE
              MOVE UC-LOW-UID TO RL-LOW
              MOVE UC-HIGH-UID TO RL-HIGH
              MOVE UC-LAST-ISSUED TO RL-LAST
              MOVE WS-RANGE-USED TO RL-USED
              MOVE WS-RANGE-LEFT TO RL-LEFT
              MOVE WS-USED-PERCENT TO RL-PERCENT
              MOVE UC-WARN-PERCENT TO RL-WARN
              MOVE SPACES TO WS-EXC-MESSAGE
              EVALUATE TRUE
                WHEN WS-RANGE-LEFT = 0
                  ADD 1 TO WS-RANGES-EXHAUSTED
                  MOVE 'EXHAUSTED' TO RL-STATUS
                  STRING 'UID RANGE ' DELIMITED BY SIZE
                      UC-RANGE-NAME DELIMITED BY SPACE
                      ' EXHAUSTED - POSTERS ON IT WILL STOP'
                      DELIMITED BY SIZE
                      INTO WS-EXC-MESSAGE
                  END-STRING
                  DISPLAY WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'UIDRPT', 'S', WS-EXC-MESSAGE
                  END-CALL
                WHEN WS-USED-PERCENT >= UC-WARN-PERCENT
                  ADD 1 TO WS-RANGES-WARNED
                  MOVE 'WARNING' TO RL-STATUS
                  STRING 'UID RANGE ' DELIMITED BY SIZE
                      UC-RANGE-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      RL-PERCENT DELIMITED BY SIZE
                      '% USED - PLAN UID WIDENING (UIDWIDE)'
                      DELIMITED BY SIZE
                      INTO WS-EXC-MESSAGE
                  END-STRING
                  DISPLAY WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'UIDRPT', 'W', WS-EXC-MESSAGE
                  END-CALL
                WHEN OTHER
                  MOVE 'OK' TO RL-STATUS
              END-EVALUATE
              WRITE REPORT-LINE FROM WS-RANGE-LINE.
