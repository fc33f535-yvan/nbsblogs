            IDENTIFICATION DIVISION.
            PROGRAM-ID. UIDSEED.
            *> one-time cutover onto central UID allocation - for
            *> every range on uid_control.txt, reads the private
            *> control file the range used to be counted in
            *> (UC-LEGACY-FILE) and brings the range's last-issued
            *> UID up to it, so UIDALLOC's first block starts past
            *> everything the old counters ever handed out. Only
            *> ever raises a range, never lowers one, so running
            *> it a second time does no harm. Each range it moves
            *> gets an 'S' row on uid_allocation_log.txt; a
            *> legacy counter already past the top of its range
            *> is a UID collision waiting to happen and goes to
            *> EXCLOG as 'S'. Run it once, after the last run of
            *> the old counters and before the first run that
            *> CALLs UIDALLOC
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL UID-CONTROL
                      ASSIGN TO 'uid_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL UID-ALLOCATION-LOG
                      ASSIGN TO 'uid_allocation_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> each range's old control file in turn - the
                  *> ASSIGN USING idiom BACKUP's generations use
                  SELECT OPTIONAL LEGACY-UID-CONTROL
                      ASSIGN USING WS-LEGACY-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD UID-CONTROL.
                COPY UIDCTL.

                FD UID-ALLOCATION-LOG.
                COPY UIDLOG.

                FD LEGACY-UID-CONTROL.
                01 LEGACY-UID-CONTROL-RECORD.
                  02 LUC-LAST-UID PIC 9(5).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-UID-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-UID-CONTROL VALUE 'Y'.
                  05 WS-LEGACY-EOF PIC X VALUE 'N'.
                    88 END-OF-LEGACY VALUE 'Y'.

                01 WS-LEGACY-NAME PIC X(30) VALUE SPACES.
                01 WS-LEGACY-LAST PIC 9(5).

                01 WS-RANGE-TABLE.
                  05 WS-RANGE-ENTRY OCCURS 30 TIMES.
                    10 WS-RNG-NAME PIC X(10).
                    10 WS-RNG-LOW PIC 9(5).
                    10 WS-RNG-HIGH PIC 9(5).
                    10 WS-RNG-LAST-ISSUED PIC 9(5).
                    10 WS-RNG-BLOCK-SIZE PIC 9(5).
                    10 WS-RNG-WARN-PERCENT PIC 9(3).
                    10 WS-RNG-LEGACY-FILE PIC X(30).
                01 WS-RANGE-COUNT PIC 9(3) VALUE 0.
                01 WS-RANGE-IDX PIC 9(3).

                01 WS-COUNTS.
                  05 WS-RANGES-READ PIC 9(3) VALUE 0.
                  05 WS-RANGES-SEEDED PIC 9(3) VALUE 0.
                  05 WS-RANGES-OVERRUN PIC 9(3) VALUE 0.

                01 WS-STAMP PIC X(14).
                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              PERFORM B000-LOAD-UID-CONTROL
              IF WS-RANGE-COUNT = 0
                MOVE 'UID CONTROL FILE EMPTY - NOTHING SEEDED' TO
                    WS-EXC-MESSAGE
                DISPLAY WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDSEED', 'S', WS-EXC-MESSAGE
                END-CALL
                MOVE 16 TO RETURN-CODE
                STOP RUN
              END-IF

              OPEN EXTEND UID-ALLOCATION-LOG
              PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                  UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                PERFORM C000-SEED-RANGE
              END-PERFORM
              CLOSE UID-ALLOCATION-LOG
              PERFORM B200-SAVE-UID-CONTROL

              DISPLAY '=========================================='
              DISPLAY 'UIDSEED - END OF JOB SUMMARY'
              DISPLAY 'RANGES READ    : ' WS-RANGES-READ
              DISPLAY 'RANGES SEEDED  : ' WS-RANGES-SEEDED
              DISPLAY 'RANGES OVERRUN : ' WS-RANGES-OVERRUN
              DISPLAY '=========================================='
              IF WS-RANGES-OVERRUN > 0
                MOVE 12 TO RETURN-CODE
              END-IF
              STOP RUN.

              *> the old counter's last value - its control file
              *> only ever held one row, but the last one read
              *> wins should there be more
              C000-SEED-RANGE.
              IF WS-RNG-LEGACY-FILE(WS-RANGE-IDX) = SPACES
                EXIT PARAGRAPH
              END-IF
              MOVE WS-RNG-LEGACY-FILE(WS-RANGE-IDX) TO WS-LEGACY-NAME
              MOVE 0 TO WS-LEGACY-LAST
              MOVE 'N' TO WS-LEGACY-EOF
              OPEN INPUT LEGACY-UID-CONTROL
              PERFORM UNTIL END-OF-LEGACY
                READ LEGACY-UID-CONTROL
                  AT END
                    SET END-OF-LEGACY TO TRUE
                  NOT AT END
                    IF LUC-LAST-UID IS NUMERIC
                      MOVE LUC-LAST-UID TO WS-LEGACY-LAST
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LEGACY-UID-CONTROL

              IF WS-LEGACY-LAST > WS-RNG-HIGH(WS-RANGE-IDX)
                ADD 1 TO WS-RANGES-OVERRUN
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'UID RANGE ' DELIMITED BY SIZE
                    WS-RNG-NAME(WS-RANGE-IDX) DELIMITED BY SPACE
                    ' LEGACY COUNTER PAST TOP OF RANGE AT '
                    DELIMITED BY SIZE
                    WS-LEGACY-LAST DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                DISPLAY WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDSEED', 'S', WS-EXC-MESSAGE
                END-CALL
                MOVE WS-RNG-HIGH(WS-RANGE-IDX) TO WS-LEGACY-LAST
              END-IF

              IF WS-LEGACY-LAST > WS-RNG-LAST-ISSUED(WS-RANGE-IDX)
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
                MOVE WS-STAMP(1:8) TO UA-DATE
                MOVE WS-STAMP(9:6) TO UA-TIME
                MOVE 'UIDSEED' TO UA-PROGRAM
                MOVE WS-RNG-NAME(WS-RANGE-IDX) TO UA-RANGE-NAME
                SET UA-SEEDED TO TRUE
                COMPUTE UA-FIRST-UID =
                    WS-RNG-LAST-ISSUED(WS-RANGE-IDX) + 1
                MOVE WS-LEGACY-LAST TO UA-LAST-UID
                WRITE UID-ALLOCATION-RECORD
                MOVE WS-LEGACY-LAST TO
                    WS-RNG-LAST-ISSUED(WS-RANGE-IDX)
                ADD 1 TO WS-RANGES-SEEDED
              END-IF.

              B000-LOAD-UID-CONTROL.
              MOVE 0 TO WS-RANGE-COUNT
              MOVE 'N' TO WS-UID-CONTROL-EOF
              OPEN INPUT UID-CONTROL
              PERFORM UNTIL END-OF-UID-CONTROL
                READ UID-CONTROL
                  AT END
                    SET END-OF-UID-CONTROL TO TRUE
                  NOT AT END
                    IF WS-RANGE-COUNT < 30
                      ADD 1 TO WS-RANGE-COUNT
                      ADD 1 TO WS-RANGES-READ
                      MOVE UC-RANGE-NAME TO
                          WS-RNG-NAME(WS-RANGE-COUNT)
                      MOVE UC-LOW-UID TO WS-RNG-LOW(WS-RANGE-COUNT)
                      MOVE UC-HIGH-UID TO
                          WS-RNG-HIGH(WS-RANGE-COUNT)
                      MOVE UC-LAST-ISSUED TO
                          WS-RNG-LAST-ISSUED(WS-RANGE-COUNT)
                      MOVE UC-BLOCK-SIZE TO
                          WS-RNG-BLOCK-SIZE(WS-RANGE-COUNT)
                      MOVE UC-WARN-PERCENT TO
                          WS-RNG-WARN-PERCENT(WS-RANGE-COUNT)
                      MOVE UC-LEGACY-FILE TO
                          WS-RNG-LEGACY-FILE(WS-RANGE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE UID-CONTROL.

              B200-SAVE-UID-CONTROL.
              OPEN OUTPUT UID-CONTROL
              PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                  UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                MOVE WS-RNG-NAME(WS-RANGE-IDX) TO UC-RANGE-NAME
                MOVE WS-RNG-LOW(WS-RANGE-IDX) TO UC-LOW-UID
                MOVE WS-RNG-HIGH(WS-RANGE-IDX) TO UC-HIGH-UID
                MOVE WS-RNG-LAST-ISSUED(WS-RANGE-IDX) TO
                    UC-LAST-ISSUED
                MOVE WS-RNG-BLOCK-SIZE(WS-RANGE-IDX) TO
                    UC-BLOCK-SIZE
                MOVE WS-RNG-WARN-PERCENT(WS-RANGE-IDX) TO
                    UC-WARN-PERCENT
                MOVE WS-RNG-LEGACY-FILE(WS-RANGE-IDX) TO
                    UC-LEGACY-FILE
                WRITE UID-CONTROL-RECORD
              END-PERFORM
              CLOSE UID-CONTROL.
