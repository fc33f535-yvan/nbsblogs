            IDENTIFICATION DIVISION.
            PROGRAM-ID. OUTCLEAR.
            *> outclearing file builder - TRANLOAD's C710 holds
            *> every deposited cheque's funds, but nothing sent
            *> the cheques to the clearing house to be collected.
            *> Each night this presents every item waiting on the
            *> deposited cheque register (see copybooks/DEPITEM)
            *> on outclearing_file.txt, in the clearing system's
            *> fixed format STORDGEN's outbound file uses - D
            *> records closed by one T control trailer. The item
            *> reference is the deposit posting's UID, which the
            *> clearing house quotes back when a cheque is
            *> dishonoured (see RTNITEM). The clearing house does
            *> not exchange on a non-business day, so the items
            *> wait for the next one; a rerun on the same date
            *> presents the date's items again rather than an
            *> empty file. Presented items whose return window
            *> has long gone, and returned items older than a
            *> year, come off the register as it is rewritten. The
            *> outward clearing file goes on the outbound
            *> transmission manifest through XMITREG as it is closed
            *> (see copybooks/XMITMAN), which keeps the generation
            *> with its count and hash total as the proof of sending
            *> and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL DEPOSITED-ITEMS
                      ASSIGN TO 'deposited_items.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OUTCLEARING-FILE
                      ASSIGN TO 'outclearing_file.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD DEPOSITED-ITEMS.
                COPY DEPITEM.

                FD OUTCLEARING-FILE.
                01 OUTCLEARING-LINE PIC X(80).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-ITEMS-EOF PIC X VALUE 'N'.
                    88 END-OF-ITEMS VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> HOLCHK's answer and date-service block (see
                *> holchk.cbl)
                01 WS-HOLIDAY-STATUS PIC X.
                  88 IS-HOLIDAY VALUE 'H'.
                  88 IS-BUSINESS-DAY VALUE 'B'.
                01 WS-DATE-SERVICE.
                  02 WS-SERVICE-CODE PIC X(1) VALUE SPACE.
                  02 WS-SECOND-DATE PIC 9(8) VALUE 0.
                  02 WS-RESULT-DATE PIC 9(8) VALUE 0.
                  02 WS-DAY-COUNT PIC S9(5) VALUE 0.

                *> the register loaded whole and rewritten whole,
                *> HOLDREL's idiom
                01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
                01 WS-ITEM-TABLE.
                  05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
                    10 WS-ITEM-IMAGE PIC X(89).
                    10 WS-ITEM-DROP PIC X(1).
                01 WS-ITEM-IDX PIC 9(4).

                *> how long a presented item can still come back,
                *> and how long a returned one is kept for DSHRPT
                01 WS-RETURN-WINDOW-DAYS PIC 9(3) VALUE 30.
                01 WS-RETURNED-KEEP-DAYS PIC 9(3) VALUE 400.
                01 WS-AGE-DAYS PIC S9(7).

                *> the clearing system's fixed format, as on
                *> STORDGEN's outbound payment file
                01 WS-OUTCLEARING-DETAIL.
                  05 OC-RECORD-TYPE PIC X(1) VALUE 'D'.
                  05 OC-DEPOSIT-DATE PIC 9(8).
                  05 OC-ACCOUNT-ID PIC 9(7).
                  05 OC-AMOUNT PIC 9(6)V9(2).
                  *> our reference for the item - quoted back by
                  *> the clearing house on a return
                  05 OC-ITEM-REF PIC 9(6).
                  05 OC-SOURCE PIC X(1).
                01 WS-OUTCLEARING-TRAILER.
                  05 OC-T-RECORD-TYPE PIC X(1) VALUE 'T'.
                  05 OC-T-DATE PIC 9(8).
                  05 OC-T-COUNT PIC 9(7).
                  05 OC-T-TOTAL PIC 9(9)V9(2).

                01 WS-COUNTS.
                  05 WS-ITEMS-READ PIC 9(5) VALUE 0.
                  05 WS-ITEMS-PRESENTED PIC 9(7) VALUE 0.
                  05 WS-ITEMS-DROPPED PIC 9(5) VALUE 0.
                  05 WS-PRESENTED-TOTAL PIC 9(9)V9(2) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'HOLCHK' USING WS-RUN-DATE, WS-HOLIDAY-STATUS,
                  WS-DATE-SERVICE
              END-CALL
              IF IS-HOLIDAY
                DISPLAY 'OUTCLEAR SKIPPED - NON-BUSINESS DAY'
                GOBACK
              END-IF

              PERFORM B000-LOAD-DEPOSITED-ITEMS
              OPEN OUTPUT OUTCLEARING-FILE
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO
                    DEPOSITED-ITEM-RECORD
                PERFORM C000-WORK-ONE-ITEM
                MOVE DEPOSITED-ITEM-RECORD TO
                    WS-ITEM-IMAGE(WS-ITEM-IDX)
              END-PERFORM
              MOVE WS-RUN-DATE TO OC-T-DATE
              MOVE WS-ITEMS-PRESENTED TO OC-T-COUNT
              MOVE WS-PRESENTED-TOTAL TO OC-T-TOTAL
              WRITE OUTCLEARING-LINE FROM WS-OUTCLEARING-TRAILER
              CLOSE OUTCLEARING-FILE
              CALL 'XMITREG' USING 'OUTCLEARING ',
                  'outclearing_file.txt                    '
              END-CALL
              PERFORM D000-REWRITE-DEPOSITED-ITEMS

              DISPLAY '=========================================='
              DISPLAY 'OUTCLEAR - END OF JOB SUMMARY'
              DISPLAY 'REGISTER ITEMS    : ' WS-ITEMS-READ
              DISPLAY 'ITEMS PRESENTED   : ' WS-ITEMS-PRESENTED
              DISPLAY 'AMOUNT PRESENTED  : ' WS-PRESENTED-TOTAL
              DISPLAY 'ITEMS AGED OFF    : ' WS-ITEMS-DROPPED
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-DEPOSITED-ITEMS.
              OPEN INPUT DEPOSITED-ITEMS
              PERFORM UNTIL END-OF-ITEMS
                READ DEPOSITED-ITEMS
                  AT END
                    SET END-OF-ITEMS TO TRUE
                  NOT AT END
                    IF WS-ITEM-COUNT >= 2000
                      DISPLAY 'OUTCLEAR ABEND - DEPOSITED ITEM '
                          'REGISTER EXCEEDS 2000 ITEMS - NOTHING '
                          'PRESENTED'
                      MOVE 'DEPOSITED ITEM REGISTER OVER 2000 ITEMS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'OUTCLEAR', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE DEPOSITED-ITEMS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-ITEM-COUNT
                    ADD 1 TO WS-ITEMS-READ
                    MOVE DEPOSITED-ITEM-RECORD TO
                        WS-ITEM-IMAGE(WS-ITEM-COUNT)
                    MOVE 'N' TO WS-ITEM-DROP(WS-ITEM-COUNT)
                END-READ
              END-PERFORM
              CLOSE DEPOSITED-ITEMS.

              *> a waiting item, or one already presented on this
              *> date by an earlier run, goes on tonight's file
              C000-WORK-ONE-ITEM.
              IF ITEM-AWAITING-PRESENTMENT
                  OR (ITEM-PRESENTED
                  AND DI-PRESENTED-DATE = WS-RUN-DATE)
                MOVE DI-DEPOSIT-DATE TO OC-DEPOSIT-DATE
                MOVE DI-ACCOUNT-ID TO OC-ACCOUNT-ID
                MOVE DI-AMOUNT TO OC-AMOUNT
                MOVE DI-UID TO OC-ITEM-REF
                MOVE DI-SOURCE TO OC-SOURCE
                WRITE OUTCLEARING-LINE FROM WS-OUTCLEARING-DETAIL
                SET ITEM-PRESENTED TO TRUE
                MOVE WS-RUN-DATE TO DI-PRESENTED-DATE
                ADD 1 TO WS-ITEMS-PRESENTED
                ADD DI-AMOUNT TO WS-PRESENTED-TOTAL
                EXIT PARAGRAPH
              END-IF
              IF ITEM-PRESENTED
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(DI-PRESENTED-DATE)
                IF WS-AGE-DAYS > WS-RETURN-WINDOW-DAYS
                  MOVE 'Y' TO WS-ITEM-DROP(WS-ITEM-IDX)
                END-IF
              END-IF
              IF ITEM-RETURNED
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(DI-RETURN-DATE)
                IF WS-AGE-DAYS > WS-RETURNED-KEEP-DAYS
                  MOVE 'Y' TO WS-ITEM-DROP(WS-ITEM-IDX)
                END-IF
              END-IF.

              D000-REWRITE-DEPOSITED-ITEMS.
              OPEN OUTPUT DEPOSITED-ITEMS
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WS-ITEM-DROP(WS-ITEM-IDX) = 'N'
                  MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO
                      DEPOSITED-ITEM-RECORD
                  WRITE DEPOSITED-ITEM-RECORD
                ELSE
                  ADD 1 TO WS-ITEMS-DROPPED
                END-IF
              END-PERFORM
              CLOSE DEPOSITED-ITEMS.
