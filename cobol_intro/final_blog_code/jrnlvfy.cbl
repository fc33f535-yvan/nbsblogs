            IDENTIFICATION DIVISION.
            PROGRAM-ID. JRNLVFY.
            *> journal hash-chain verification - walks one chained
            *> journal ('J' journal.txt, 'M' master_journal.txt,
            *> 'C' customer_journal.txt) from the hash its chain
            *> opened from, re-hashing every record through
            *> JRNLCHN and holding the answer against the hash the
            *> record carries. The first record that does not
            *> match is the first broken link - an edited line, or
            *> one dropped or slipped in ahead of it. A file that
            *> proves link by link but ends short of the record
            *> count or last hash on journal_chain.txt has lost
            *> records off its end, and breaks at the record after
            *> the last one on file. A broken chain raises a severe
            *> event through EXCLOG. A CALLed subprogram in
            *> SNAPSHOT's shape - INTEGCEN's nightly census runs it
            *> for each journal and counts a break as a discrepancy
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL JOURNAL ASSIGN TO 'journal.txt'
                  ORGANIZATION IS SEQUENTIAL.

                  SELECT OPTIONAL MASTER-JOURNAL
                      ASSIGN TO 'master_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CUSTOMER-JOURNAL
                      ASSIGN TO 'customer_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL JOURNAL-CHAIN
                      ASSIGN TO 'journal_chain.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD JOURNAL.
                COPY JOURNAL.

                FD MASTER-JOURNAL.
                COPY MSTJRNL.

                FD CUSTOMER-JOURNAL.
                COPY CUSTJRNL.

                FD JOURNAL-CHAIN.
                COPY JRNLCHN.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CHAIN-EOF PIC X VALUE 'N'.
                    88 END-OF-CHAIN-CONTROL VALUE 'Y'.
                  05 WS-JOURNAL-EOF PIC X VALUE 'N'.
                    88 END-OF-JOURNAL VALUE 'Y'.

                *> the journal's row off the chain control - a
                *> journal with no row has sealed nothing yet
                01 WS-OPENING-HASH PIC 9(10).
                01 WS-CONTROL-LAST-HASH PIC 9(10).
                01 WS-CONTROL-COUNT PIC 9(9).

                01 WS-RUNNING-HASH PIC 9(10).
                01 WS-COMPUTED-HASH PIC 9(10).
                01 WS-FILE-NAME PIC X(20).
                01 WS-EXC-MESSAGE PIC X(60).

            LINKAGE SECTION.
              01 LS-JOURNAL-CODE PIC X.
              01 LS-CHAIN-RESULT PIC X.
                88 LS-CHAIN-INTACT VALUE 'I'.
                88 LS-CHAIN-BROKEN VALUE 'B'.
              01 LS-RECORDS-CHECKED PIC 9(9).
              *> the record number of the first broken link, zero
              *> when the chain is intact
              01 LS-BROKEN-AT PIC 9(9).

            PROCEDURE DIVISION USING LS-JOURNAL-CODE,
                LS-CHAIN-RESULT, LS-RECORDS-CHECKED, LS-BROKEN-AT.
              A000-MAIN-PARA.
              SET LS-CHAIN-INTACT TO TRUE
              MOVE 0 TO LS-RECORDS-CHECKED
              MOVE 0 TO LS-BROKEN-AT
              PERFORM B000-READ-CHAIN-CONTROL
              MOVE WS-OPENING-HASH TO WS-RUNNING-HASH
              MOVE 'N' TO WS-JOURNAL-EOF

              EVALUATE LS-JOURNAL-CODE
                WHEN 'J'
                  MOVE 'journal.txt' TO WS-FILE-NAME
                  PERFORM C100-WALK-JOURNAL
                WHEN 'M'
                  MOVE 'master_journal.txt' TO WS-FILE-NAME
                  PERFORM C200-WALK-MASTER-JOURNAL
                WHEN 'C'
                  MOVE 'customer_journal.txt' TO WS-FILE-NAME
                  PERFORM C300-WALK-CUSTOMER-JOURNAL
                WHEN OTHER
                  MOVE SPACES TO WS-FILE-NAME
              END-EVALUATE

              *> every link held - the end of the file must be
              *> where the control says the chain has reached
              IF LS-CHAIN-INTACT
                IF LS-RECORDS-CHECKED NOT = WS-CONTROL-COUNT
                    OR WS-RUNNING-HASH NOT = WS-CONTROL-LAST-HASH
                  SET LS-CHAIN-BROKEN TO TRUE
                  COMPUTE LS-BROKEN-AT = LS-RECORDS-CHECKED + 1
                END-IF
              END-IF

              IF LS-CHAIN-BROKEN
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'HASH CHAIN BROKEN - ' DELIMITED BY SIZE
                    WS-FILE-NAME DELIMITED BY SPACE
                    ' RECORD ' DELIMITED BY SIZE
                    LS-BROKEN-AT DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                DISPLAY '*** ' WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'JRNLVFY ', 'S', WS-EXC-MESSAGE
                END-CALL
              END-IF
              GOBACK.

              B000-READ-CHAIN-CONTROL.
              MOVE 0 TO WS-OPENING-HASH
              MOVE 0 TO WS-CONTROL-LAST-HASH
              MOVE 0 TO WS-CONTROL-COUNT
              MOVE 'N' TO WS-CHAIN-EOF
              OPEN INPUT JOURNAL-CHAIN
              PERFORM UNTIL END-OF-CHAIN-CONTROL
                READ JOURNAL-CHAIN
                  AT END
                    SET END-OF-CHAIN-CONTROL TO TRUE
                  NOT AT END
                    IF JC-JOURNAL-CODE = LS-JOURNAL-CODE
                      MOVE JC-OPENING-HASH TO WS-OPENING-HASH
                      MOVE JC-LAST-HASH TO WS-CONTROL-LAST-HASH
                      MOVE JC-RECORD-COUNT TO WS-CONTROL-COUNT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE JOURNAL-CHAIN.

              C100-WALK-JOURNAL.
              OPEN INPUT JOURNAL
              PERFORM UNTIL END-OF-JOURNAL OR LS-CHAIN-BROKEN
                READ JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    ADD 1 TO LS-RECORDS-CHECKED
                    MOVE WS-RUNNING-HASH TO WS-COMPUTED-HASH
                    CALL 'JRNLCHN' USING 'H', 'J', JOURNAL-RECORD,
                        WS-COMPUTED-HASH
                    END-CALL
                    IF WS-COMPUTED-HASH = JN-CHAIN-HASH
                      MOVE WS-COMPUTED-HASH TO WS-RUNNING-HASH
                    ELSE
                      SET LS-CHAIN-BROKEN TO TRUE
                      MOVE LS-RECORDS-CHECKED TO LS-BROKEN-AT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE JOURNAL.

              C200-WALK-MASTER-JOURNAL.
              OPEN INPUT MASTER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL OR LS-CHAIN-BROKEN
                READ MASTER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    ADD 1 TO LS-RECORDS-CHECKED
                    MOVE WS-RUNNING-HASH TO WS-COMPUTED-HASH
                    CALL 'JRNLCHN' USING 'H', 'M',
                        MASTER-JOURNAL-RECORD, WS-COMPUTED-HASH
                    END-CALL
                    IF WS-COMPUTED-HASH = MJ-CHAIN-HASH
                      MOVE WS-COMPUTED-HASH TO WS-RUNNING-HASH
                    ELSE
                      SET LS-CHAIN-BROKEN TO TRUE
                      MOVE LS-RECORDS-CHECKED TO LS-BROKEN-AT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MASTER-JOURNAL.

              C300-WALK-CUSTOMER-JOURNAL.
              OPEN INPUT CUSTOMER-JOURNAL
              PERFORM UNTIL END-OF-JOURNAL OR LS-CHAIN-BROKEN
                READ CUSTOMER-JOURNAL
                  AT END
                    SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                    ADD 1 TO LS-RECORDS-CHECKED
                    MOVE WS-RUNNING-HASH TO WS-COMPUTED-HASH
                    CALL 'JRNLCHN' USING 'H', 'C',
                        CUSTOMER-JOURNAL-RECORD, WS-COMPUTED-HASH
                    END-CALL
                    IF WS-COMPUTED-HASH = CJ-CHAIN-HASH
                      MOVE WS-COMPUTED-HASH TO WS-RUNNING-HASH
                    ELSE
                      SET LS-CHAIN-BROKEN TO TRUE
                      MOVE LS-RECORDS-CHECKED TO LS-BROKEN-AT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-JOURNAL.
