            *> transfer_feed.txt - so the sweeps ride TRANLOAD's
            *> existing atomic two-leg posting in A300 and net to
            *> zero like any other transfer. Sweep UIDs come from
            *> UIDALLOC's SWEEP range (55001-59999).
            *> A rule marked suspended (the deceased-customer
            *> notification marks every rule touching an account
            *> it freezes) is skipped until the row is cleared
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'transfer_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SWEEP-CONTROL.
                  02 SW-FEED-CHILD-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-BALANCE PIC 9(8)V9(2).
                  *> 'S' suspended - blank, as every rule written
                  *> before the field existed reads, is active
                  02 SW-FEED-STATUS PIC X(1).
                    88 SWEEP-RULE-SUSPENDED VALUE 'S'.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.
                  02 TF-FROM-ACCOUNT PIC S9(7).
                  02 TF-TO-ACCOUNT PIC S9(7).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CONTROL-EOF PIC X VALUE 'N'.
                    88 END-OF-SWEEP-CONTROL VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                01 WS-CHILD-BALANCE PIC S9(8)V9(2) VALUE 0.
                01 WS-MOVE-AMOUNT PIC S9(8)V9(2) VALUE 0.

                01 WS-NEXT-SWEEP-UID PIC 9(5) VALUE 0.

                01 WS-COUNTS.
                  05 WS-RULES-READ PIC 9(3) VALUE 0.
                  05 WS-FUNDINGS-IN PIC 9(3) VALUE 0.
                  05 WS-NO-MOVE-COUNT PIC 9(3) VALUE 0.
                  05 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.
                  05 WS-SUSPENDED-COUNT PIC 9(3) VALUE 0.
                  05 WS-TOTAL-MOVED PIC 9(9)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              OPEN INPUT SWEEP-CONTROL
              OPEN INPUT ACCOUNT-MASTER
                    SET END-OF-SWEEP-CONTROL TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RULES-READ
                    IF SWEEP-RULE-SUSPENDED
                      ADD 1 TO WS-SUSPENDED-COUNT
                    ELSE
                      PERFORM B000-WORK-ONE-SWEEP-RULE
                    END-IF
                END-READ
              END-PERFORM

              CLOSE ACCOUNT-MASTER
              CLOSE TRANSFER-FEED

              CALL 'UIDALLOC' USING 'SWEEP     ', 'SWEEPGEN', 'R',
                  WS-NEXT-SWEEP-UID
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'SWEEPGEN - END OF JOB SUMMARY'
              DISPLAY 'FUNDINGS IN       : ' WS-FUNDINGS-IN
              DISPLAY 'ALREADY AT TARGET : ' WS-NO-MOVE-COUNT
              DISPLAY 'RULES SKIPPED     : ' WS-SKIPPED-COUNT
              DISPLAY 'RULES SUSPENDED   : ' WS-SUSPENDED-COUNT
              DISPLAY 'TOTAL MOVED       : ' WS-TOTAL-MOVED
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> step while it still runs standalone
              GOBACK.

              *> excess above the target sweeps child-to-
              *> concentration, a shortfall funds the child back
              *> up from it - both ride as ordinary transfer
              END-EVALUATE.

              C000-EMIT-TRANSFER.
              CALL 'UIDALLOC' USING 'SWEEP     ', 'SWEEPGEN', 'N',
                  WS-NEXT-SWEEP-UID
              END-CALL
              MOVE WS-NEXT-SWEEP-UID TO TF-DEBIT-UID
              CALL 'UIDALLOC' USING 'SWEEP     ', 'SWEEPGEN', 'N',
                  WS-NEXT-SWEEP-UID
              END-CALL
              MOVE WS-NEXT-SWEEP-UID TO TF-CREDIT-UID
              MOVE WS-MOVE-AMOUNT TO TF-AMOUNT
              WRITE TRANSFER-FEED-RECORD
