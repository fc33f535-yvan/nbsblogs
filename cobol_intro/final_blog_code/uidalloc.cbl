            IDENTIFICATION DIVISION.
            PROGRAM-ID. UIDALLOC.
            *> central transaction UID allocation, CALLed by
            *> every program that makes up transactions of its
            *> own (TRANLOAD, TELLSCRN, INTACCR, FEEASSES,
            *> STORDGEN, SWEEPGEN, MATURITY, ESCHEAT, DISPUTE,
            *> CORRPOST, VALADJ, INCLEAR and the rest). Each of
            *> them used to count in its own *_uid_control.txt,
            *> inside a range that was only ever agreed by
            *> convention; five programs shared the fee counter
            *> and nothing stopped a range running into the next
            *> one. UIDs are now handed out here only, from the
            *> ranges on uid_control.txt (copybooks/UIDCTL):
            *>   'N' next    - answers the caller's next UID. The
            *>       caller holds a block of UC-BLOCK-SIZE UIDs
            *>       for the life of the run; a new block is
            *>       taken off the range (and logged) only when
            *>       the one held runs out
            *>   'R' release - at end of job; the unused end of
            *>       the caller's block goes back to the range if
            *>       nobody has drawn past it since, otherwise it
            *>       is logged as left behind
            *>   'S' set aside - takes LS-UID UIDs off the range
            *>       as one block and answers the first of them;
            *>       the block is the caller's to keep on file
            *>       and is not held here. TRANLOAD's SPLIT pass
            *>       takes its partitions' reserves this way
            *>       before they start, so partitions posting
            *>       side by side never call in here at once
            *> Every block taken or handed back is written to
            *> uid_allocation_log.txt. Once a block takes a range
            *> past its UC-WARN-PERCENT the allocation carries
            *> on but a 'W' goes to EXCLOG every time, so the
            *> morning summary shows it well before the range
            *> runs dry. A range with nothing left, or a range
            *> not on file, stops the run: a UID handed out
            *> twice would post over another transaction.
            *> A CALLed subprogram in RUNCTL's shape, with the
            *> same load-whole-file-and-rewrite handling of its
            *> control file
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL UID-CONTROL
                      ASSIGN TO 'uid_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL UID-ALLOCATION-LOG
                      ASSIGN TO 'uid_allocation_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD UID-CONTROL.
                COPY UIDCTL.

                FD UID-ALLOCATION-LOG.
                COPY UIDLOG.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-UID-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-UID-CONTROL VALUE 'Y'.

                *> uid_control.txt loaded into memory, updated and
                *> rewritten whole each time a block is taken or
                *> handed back
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
                01 WS-THIS-RANGE PIC 9(3) VALUE 0.

                *> the blocks this run holds, one per range and
                *> calling program - held across CALLs for the
                *> life of the run
                01 WS-BLOCK-TABLE.
                  05 WS-BLOCK-ENTRY OCCURS 10 TIMES.
                    10 WS-BLK-RANGE PIC X(10).
                    10 WS-BLK-PROGRAM PIC X(8).
                    10 WS-BLK-NEXT PIC 9(6).
                    10 WS-BLK-LAST PIC 9(5).
                01 WS-BLOCK-COUNT PIC 9(2) VALUE 0.
                01 WS-BLOCK-IDX PIC 9(2).
                01 WS-THIS-BLOCK PIC 9(2) VALUE 0.

                01 WS-FIRST-UID PIC 9(6).
                01 WS-LAST-UID PIC 9(6).
                01 WS-RANGE-SIZE PIC 9(6).
                01 WS-RANGE-USED PIC 9(6).
                01 WS-USED-PERCENT PIC 9(3).
                01 WS-DISP-PERCENT PIC ZZ9.
                01 WS-LOG-ACTION PIC X.
                01 WS-STAMP PIC X(14).
                01 WS-EXC-MESSAGE PIC X(60).

            LINKAGE SECTION.
              01 LS-RANGE-NAME PIC X(10).
              01 LS-PROGRAM-NAME PIC X(8).
              01 LS-UID-ACTION PIC X.
                88 LS-NEXT-UID VALUE 'N'.
                88 LS-RELEASE-BLOCK VALUE 'R'.
                88 LS-SET-ASIDE VALUE 'S'.
              01 LS-UID PIC 9(5).

            PROCEDURE DIVISION USING LS-RANGE-NAME,
                LS-PROGRAM-NAME, LS-UID-ACTION, LS-UID.
              A000-MAIN-PARA.
              IF LS-SET-ASIDE
                PERFORM F000-SET-ASIDE-BLOCK
                GOBACK
              END-IF
              PERFORM A100-FIND-BLOCK

              IF LS-RELEASE-BLOCK
                IF WS-THIS-BLOCK NOT = 0
                  PERFORM D000-RELEASE-BLOCK
                END-IF
              ELSE
                IF WS-THIS-BLOCK = 0
                  PERFORM C000-TAKE-BLOCK
                ELSE
                  IF WS-BLK-NEXT(WS-THIS-BLOCK) >
                      WS-BLK-LAST(WS-THIS-BLOCK)
                    PERFORM C000-TAKE-BLOCK
                  END-IF
                END-IF
                MOVE WS-BLK-NEXT(WS-THIS-BLOCK) TO LS-UID
                ADD 1 TO WS-BLK-NEXT(WS-THIS-BLOCK)
              END-IF

              GOBACK.

              *> the block this caller already holds on this
              *> range, if it holds one
              A100-FIND-BLOCK.
              MOVE 0 TO WS-THIS-BLOCK
              PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                  UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                IF WS-BLK-RANGE(WS-BLOCK-IDX) = LS-RANGE-NAME
                    AND WS-BLK-PROGRAM(WS-BLOCK-IDX) =
                        LS-PROGRAM-NAME
                  MOVE WS-BLOCK-IDX TO WS-THIS-BLOCK
                END-IF
              END-PERFORM.

              *> take the next block off the range and note it on
              *> the allocation log
              C000-TAKE-BLOCK.
              PERFORM C050-FIND-FIRST-FREE

              *> a range with a block size of zero still hands out
              *> one UID at a time
              IF WS-RNG-BLOCK-SIZE(WS-THIS-RANGE) = 0
                MOVE WS-FIRST-UID TO WS-LAST-UID
              ELSE
                COMPUTE WS-LAST-UID = WS-FIRST-UID +
                    WS-RNG-BLOCK-SIZE(WS-THIS-RANGE) - 1
              END-IF
              IF WS-LAST-UID > WS-RNG-HIGH(WS-THIS-RANGE)
                MOVE WS-RNG-HIGH(WS-THIS-RANGE) TO WS-LAST-UID
              END-IF

              MOVE WS-LAST-UID TO WS-RNG-LAST-ISSUED(WS-THIS-RANGE)
              PERFORM B200-SAVE-UID-CONTROL

              IF WS-THIS-BLOCK = 0
                IF WS-BLOCK-COUNT >= 10
                  MOVE 'UIDALLOC BLOCK TABLE FULL - TOO MANY RANGES'
                      TO WS-EXC-MESSAGE
                  PERFORM E000-REFUSE-RUN
                END-IF
                ADD 1 TO WS-BLOCK-COUNT
                MOVE WS-BLOCK-COUNT TO WS-THIS-BLOCK
                MOVE LS-RANGE-NAME TO WS-BLK-RANGE(WS-THIS-BLOCK)
                MOVE LS-PROGRAM-NAME TO
                    WS-BLK-PROGRAM(WS-THIS-BLOCK)
              END-IF
              MOVE WS-FIRST-UID TO WS-BLK-NEXT(WS-THIS-BLOCK)
              MOVE WS-LAST-UID TO WS-BLK-LAST(WS-THIS-BLOCK)

              MOVE 'A' TO WS-LOG-ACTION
              PERFORM B300-WRITE-ALLOCATION-LOG
              PERFORM C100-CHECK-WARNING.

              *> the first UID the range has not handed out yet -
              *> refused outright if the range is not on file or
              *> has nothing left
              C050-FIND-FIRST-FREE.
              PERFORM B000-LOAD-UID-CONTROL
              PERFORM B100-FIND-RANGE
              IF WS-THIS-RANGE = 0
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'UID RANGE ' DELIMITED BY SIZE
                    LS-RANGE-NAME DELIMITED BY SPACE
                    ' NOT ON UID CONTROL FOR ' DELIMITED BY SIZE
                    LS-PROGRAM-NAME DELIMITED BY SPACE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM E000-REFUSE-RUN
              END-IF

              IF WS-RNG-LAST-ISSUED(WS-THIS-RANGE) <
                  WS-RNG-LOW(WS-THIS-RANGE)
                MOVE WS-RNG-LOW(WS-THIS-RANGE) TO WS-FIRST-UID
              ELSE
                COMPUTE WS-FIRST-UID =
                    WS-RNG-LAST-ISSUED(WS-THIS-RANGE) + 1
              END-IF
              IF WS-FIRST-UID > WS-RNG-HIGH(WS-THIS-RANGE)
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'UID RANGE ' DELIMITED BY SIZE
                    LS-RANGE-NAME DELIMITED BY SPACE
                    ' EXHAUSTED - NOTHING LEFT FOR '
                    DELIMITED BY SIZE
                    LS-PROGRAM-NAME DELIMITED BY SPACE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM E000-REFUSE-RUN
              END-IF.

              *> how much of the range is gone once this block is
              *> out - past the warning level the allocation still
              *> goes ahead, but operations hear about it
              C100-CHECK-WARNING.
              COMPUTE WS-RANGE-SIZE = WS-RNG-HIGH(WS-THIS-RANGE) -
                  WS-RNG-LOW(WS-THIS-RANGE) + 1
              COMPUTE WS-RANGE-USED = WS-LAST-UID -
                  WS-RNG-LOW(WS-THIS-RANGE) + 1
              COMPUTE WS-USED-PERCENT =
                  (WS-RANGE-USED * 100) / WS-RANGE-SIZE
              IF WS-USED-PERCENT >=
                  WS-RNG-WARN-PERCENT(WS-THIS-RANGE)
                MOVE WS-USED-PERCENT TO WS-DISP-PERCENT
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'UID RANGE ' DELIMITED BY SIZE
                    LS-RANGE-NAME DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    WS-DISP-PERCENT DELIMITED BY SIZE
                    '% USED - PLAN UID WIDENING (UIDWIDE)'
                    DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                DISPLAY WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDALLOC', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              *> hand the unused end of the caller's block back -
              *> only if the range has not moved on past it since,
              *> otherwise another program holds the UIDs after it
              *> and the gap is just left behind on the log
              D000-RELEASE-BLOCK.
              IF WS-BLK-NEXT(WS-THIS-BLOCK) >
                  WS-BLK-LAST(WS-THIS-BLOCK)
                EXIT PARAGRAPH
              END-IF

              MOVE WS-BLK-NEXT(WS-THIS-BLOCK) TO WS-FIRST-UID
              MOVE WS-BLK-LAST(WS-THIS-BLOCK) TO WS-LAST-UID
              PERFORM B000-LOAD-UID-CONTROL
              PERFORM B100-FIND-RANGE
              IF WS-THIS-RANGE NOT = 0
                  AND WS-RNG-LAST-ISSUED(WS-THIS-RANGE) =
                      WS-BLK-LAST(WS-THIS-BLOCK)
                COMPUTE WS-RNG-LAST-ISSUED(WS-THIS-RANGE) =
                    WS-BLK-NEXT(WS-THIS-BLOCK) - 1
                PERFORM B200-SAVE-UID-CONTROL
                MOVE 'R' TO WS-LOG-ACTION
              ELSE
                MOVE 'L' TO WS-LOG-ACTION
              END-IF
              PERFORM B300-WRITE-ALLOCATION-LOG
              COMPUTE WS-BLK-NEXT(WS-THIS-BLOCK) =
                  WS-BLK-LAST(WS-THIS-BLOCK) + 1.

              *> set a block of the count asked for aside for the
              *> caller to keep - the whole count or nothing, so a
              *> reserve is never short of what it was topped up
              *> to
              F000-SET-ASIDE-BLOCK.
              IF LS-UID = 0
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'NO UID COUNT GIVEN TO SET ASIDE FOR '
                    DELIMITED BY SIZE
                    LS-PROGRAM-NAME DELIMITED BY SPACE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM E000-REFUSE-RUN
              END-IF
              PERFORM C050-FIND-FIRST-FREE
              COMPUTE WS-LAST-UID = WS-FIRST-UID + LS-UID - 1
              IF WS-LAST-UID > WS-RNG-HIGH(WS-THIS-RANGE)
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'UID RANGE ' DELIMITED BY SIZE
                    LS-RANGE-NAME DELIMITED BY SPACE
                    ' TOO LOW TO SET ASIDE FOR ' DELIMITED BY SIZE
                    LS-PROGRAM-NAME DELIMITED BY SPACE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM E000-REFUSE-RUN
              END-IF

              MOVE WS-LAST-UID TO WS-RNG-LAST-ISSUED(WS-THIS-RANGE)
              PERFORM B200-SAVE-UID-CONTROL
              MOVE 'A' TO WS-LOG-ACTION
              PERFORM B300-WRITE-ALLOCATION-LOG
              PERFORM C100-CHECK-WARNING
              MOVE WS-FIRST-UID TO LS-UID.

              *> nothing safe to hand back - stop the run rather
              *> than let the caller post on a UID it does not own
              E000-REFUSE-RUN.
              DISPLAY WS-EXC-MESSAGE
              CALL 'EXCLOG' USING 'UIDALLOC', 'S', WS-EXC-MESSAGE
              END-CALL
              MOVE 16 TO RETURN-CODE
              STOP RUN.

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

              B100-FIND-RANGE.
              MOVE 0 TO WS-THIS-RANGE
              PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                  UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                IF WS-RNG-NAME(WS-RANGE-IDX) = LS-RANGE-NAME
                  MOVE WS-RANGE-IDX TO WS-THIS-RANGE
                END-IF
              END-PERFORM.

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

              B300-WRITE-ALLOCATION-LOG.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
              OPEN EXTEND UID-ALLOCATION-LOG
              MOVE WS-STAMP(1:8) TO UA-DATE
              MOVE WS-STAMP(9:6) TO UA-TIME
              MOVE LS-PROGRAM-NAME TO UA-PROGRAM
              MOVE LS-RANGE-NAME TO UA-RANGE-NAME
              MOVE WS-LOG-ACTION TO UA-ACTION
              MOVE WS-FIRST-UID TO UA-FIRST-UID
              MOVE WS-LAST-UID TO UA-LAST-UID
              WRITE UID-ALLOCATION-RECORD
              CLOSE UID-ALLOCATION-LOG.
