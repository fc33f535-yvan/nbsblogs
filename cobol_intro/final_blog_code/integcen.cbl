            *> against the TRAILER-RECORD, and re-proves every
            *> record's own arithmetic through BALCHK - so a
            *> discrepancy is a morning-after report line, not a
            *> month-end surprise. A fourth leg walks the hash
            *> chains of journal.txt, master_journal.txt and
            *> customer_journal.txt through JRNLVFY, so a journal
            *> edited by hand shows up here too
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                01 WS-BALANCE-OK PIC X VALUE 'N'.
                  88 BALANCE-IS-OK VALUE 'Y'.

                *> leg four - JRNLVFY's verdict on each journal's
                *> hash chain
                01 WS-CHAIN-CODE PIC X(1).
                01 WS-CHAIN-FILE PIC X(20).
                01 WS-CHAIN-RESULT PIC X(1).
                  88 CHAIN-IS-INTACT VALUE 'I'.
                01 WS-CHAIN-CHECKED PIC 9(9).
                01 WS-CHAIN-BROKEN-AT PIC 9(9).
                01 WS-BROKEN-CHAINS PIC 9(1) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B000-CENSUS-PHYSICAL-FILE
              PERFORM C000-TALLY-JOURNAL
              PERFORM D000-READ-TRAILER
              PERFORM E000-RECONCILE-THE-THREE
              PERFORM F000-VERIFY-JOURNAL-CHAINS
              PERFORM G000-END-OF-JOB-SUMMARY
              STOP RUN.

              *> walk the physical file whole - count, hash, and
                CALL 'EXCLOG' USING 'INTEGCEN', 'S',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF.

              *> leg four: every journal must hash through from the
              *> record its chain opened with to the last hash the
              *> chain control holds - JRNLVFY raises the severe
              *> event itself, naming the first broken record
              F000-VERIFY-JOURNAL-CHAINS.
              MOVE 'J' TO WS-CHAIN-CODE
              MOVE 'journal.txt' TO WS-CHAIN-FILE
              PERFORM F100-VERIFY-ONE-CHAIN
              MOVE 'M' TO WS-CHAIN-CODE
              MOVE 'master_journal.txt' TO WS-CHAIN-FILE
              PERFORM F100-VERIFY-ONE-CHAIN
              MOVE 'C' TO WS-CHAIN-CODE
              MOVE 'customer_journal.txt' TO WS-CHAIN-FILE
              PERFORM F100-VERIFY-ONE-CHAIN.

              F100-VERIFY-ONE-CHAIN.
              CALL 'JRNLVFY' USING WS-CHAIN-CODE, WS-CHAIN-RESULT,
                  WS-CHAIN-CHECKED, WS-CHAIN-BROKEN-AT
              END-CALL
              IF CHAIN-IS-INTACT
                DISPLAY 'HASH CHAIN INTACT   : ' WS-CHAIN-FILE
                    ' ' WS-CHAIN-CHECKED ' RECORDS'
              ELSE
                ADD 1 TO WS-DISCREPANCIES
                ADD 1 TO WS-BROKEN-CHAINS
                DISPLAY '*** HASH CHAIN BROKEN: ' WS-CHAIN-FILE
                    ' FIRST BAD RECORD ' WS-CHAIN-BROKEN-AT
              END-IF.

              G000-END-OF-JOB-SUMMARY.
              DISPLAY '=========================================='
              DISPLAY 'INTEGCEN - END OF JOB SUMMARY'
              DISPLAY 'ARITHMETIC FAILURES : '
                  WS-ARITHMETIC-FAILS
              DISPLAY 'BROKEN HASH CHAINS  : ' WS-BROKEN-CHAINS
              DISPLAY 'DISCREPANCIES       : ' WS-DISCREPANCIES
              IF WS-DISCREPANCIES = 0
                DISPLAY 'ALL FOUR LEGS RECONCILE'
              ELSE
                MOVE 8 TO RETURN-CODE
              END-IF
