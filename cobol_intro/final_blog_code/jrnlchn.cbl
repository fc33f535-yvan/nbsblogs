            IDENTIFICATION DIVISION.
            PROGRAM-ID. JRNLCHN.
            *> journal hash chaining - journal.txt,
            *> master_journal.txt and customer_journal.txt are
            *> what forward recovery, the audit trail and TRACEUID
            *> stand on, yet they are plain files anyone with
            *> access could edit a line of without a trace. Every
            *> record written to them is now sealed here first:
            *> its bytes are hashed, seeded with the hash of the
            *> record before it, and the result goes into the
            *> record's own chain-hash field, so one altered,
            *> missing or inserted record breaks every link after
            *> it. The chain state is kept on journal_chain.txt
            *> (copybooks/JRNLCHN). A CALLed subprogram in
            *> UIDALLOC's shape, with the same load-whole-file-
            *> and-rewrite handling of its control file:
            *>   'S' seal    - hash the caller's record onto the
            *>       chain and hand the hash back in the record
            *>   'O' open    - the live file has just been emptied
            *>       (PERCLOSE's rollover, FILES' fresh start): the
            *>       new chain opens from the last hash issued, so
            *>       the history runs on unbroken from the cut
            *>       generation into the new file
            *>   'R' restart - RESTORE is about to write the live
            *>       file back from a backup: the chain goes back
            *>       to its opening hash and is sealed afresh
            *>   'H' hash    - hash a record from the hash the
            *>       caller passes in, touching no state - JRNLVFY
            *>       re-proves each link this way
            *> Every open and restart leaves a row on
            *> journal_chain_history.txt with the closing hash and
            *> count of the chain it ended, so an examiner can tie
            *> each cut generation to the file that followed it
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL JOURNAL-CHAIN
                      ASSIGN TO 'journal_chain.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL CHAIN-HISTORY
                      ASSIGN TO 'journal_chain_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD JOURNAL-CHAIN.
                COPY JRNLCHN.

                *> one row per chain ended - 'C' cut by an open,
                *> 'R' abandoned by a restore
                FD CHAIN-HISTORY.
                01 CHAIN-HISTORY-RECORD.
                  02 CH-ENDED-DATE PIC 9(8).
                  02 CH-ENDED-BY PIC X(1).
                  02 CH-JOURNAL-CODE PIC X(1).
                  02 CH-OPENED-DATE PIC 9(8).
                  02 CH-OPENING-HASH PIC 9(10).
                  02 CH-CLOSING-HASH PIC 9(10).
                  02 CH-RECORD-COUNT PIC 9(9).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-CHAIN-EOF PIC X VALUE 'N'.
                    88 END-OF-CHAIN-CONTROL VALUE 'Y'.

                *> journal_chain.txt loaded into memory, updated and
                *> rewritten whole on every call that changes it
                01 WS-CHAIN-TABLE.
                  05 WS-CHAIN-ENTRY OCCURS 10 TIMES.
                    10 WS-CHN-JOURNAL-CODE PIC X(1).
                    10 WS-CHN-OPENING-HASH PIC 9(10).
                    10 WS-CHN-LAST-HASH PIC 9(10).
                    10 WS-CHN-RECORD-COUNT PIC 9(9).
                    10 WS-CHN-OPENED-DATE PIC 9(8).
                01 WS-CHAIN-COUNT PIC 9(2) VALUE 0.
                01 WS-CHAIN-IDX PIC 9(2).
                01 WS-THIS-CHAIN PIC 9(2) VALUE 0.

                *> how many bytes of each journal's record are
                *> hashed - everything ahead of the chain hash
                01 WS-DATA-LENGTH PIC 9(3) VALUE 0.

                *> the running hash, kept below a ten-digit prime
                *> so one step's product stays well inside the
                *> working field
                01 WS-HASH PIC 9(10).
                01 WS-HASH-WORK PIC 9(18).
                01 WS-HASH-QUOTIENT PIC 9(18).
                01 WS-HASH-MODULUS PIC 9(10) VALUE 9999999967.
                01 WS-HASH-MULTIPLIER PIC 9(3) VALUE 131.
                01 WS-BYTE-IDX PIC 9(3).

                01 WS-RUN-DATE PIC 9(8).
                01 WS-EXC-MESSAGE PIC X(60).

            LINKAGE SECTION.
              01 LS-CHAIN-ACTION PIC X.
                88 LS-SEAL-RECORD VALUE 'S'.
                88 LS-OPEN-CHAIN VALUE 'O'.
                88 LS-RESTART-CHAIN VALUE 'R'.
                88 LS-HASH-ONLY VALUE 'H'.
              01 LS-JOURNAL-CODE PIC X.
              *> the whole journal record - only its first
              *> WS-DATA-LENGTH bytes are read
              01 LS-RECORD-IMAGE PIC X(308).
              *> 'S' answers the new hash here (the caller passes
              *> the record's own chain-hash field); 'H' takes the
              *> previous hash in and answers the record's
              01 LS-CHAIN-HASH PIC 9(10).

            PROCEDURE DIVISION USING LS-CHAIN-ACTION,
                LS-JOURNAL-CODE, LS-RECORD-IMAGE, LS-CHAIN-HASH.
              A000-MAIN-PARA.
              EVALUATE LS-JOURNAL-CODE
                WHEN 'J'
                  MOVE 148 TO WS-DATA-LENGTH
                WHEN 'M'
                  MOVE 246 TO WS-DATA-LENGTH
                WHEN 'C'
                  MOVE 308 TO WS-DATA-LENGTH
                WHEN OTHER
                  MOVE SPACES TO WS-EXC-MESSAGE
                  STRING 'JOURNAL CHAIN CODE ' DELIMITED BY SIZE
                      LS-JOURNAL-CODE DELIMITED BY SIZE
                      ' NOT KNOWN' DELIMITED BY SIZE
                      INTO WS-EXC-MESSAGE
                  END-STRING
                  PERFORM E000-REFUSE-RUN
              END-EVALUATE

              IF LS-HASH-ONLY
                MOVE LS-CHAIN-HASH TO WS-HASH
                PERFORM C000-HASH-RECORD
                MOVE WS-HASH TO LS-CHAIN-HASH
                GOBACK
              END-IF

              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-CHAIN-CONTROL
              PERFORM B100-FIND-CHAIN

              EVALUATE TRUE
                WHEN LS-SEAL-RECORD
                  MOVE WS-CHN-LAST-HASH(WS-THIS-CHAIN) TO WS-HASH
                  PERFORM C000-HASH-RECORD
                  MOVE WS-HASH TO LS-CHAIN-HASH
                  MOVE WS-HASH TO WS-CHN-LAST-HASH(WS-THIS-CHAIN)
                  ADD 1 TO WS-CHN-RECORD-COUNT(WS-THIS-CHAIN)
                WHEN LS-OPEN-CHAIN
                  MOVE 'C' TO CH-ENDED-BY
                  PERFORM D000-LOG-CHAIN-ENDED
                  MOVE WS-CHN-LAST-HASH(WS-THIS-CHAIN) TO
                      WS-CHN-OPENING-HASH(WS-THIS-CHAIN)
                  MOVE 0 TO WS-CHN-RECORD-COUNT(WS-THIS-CHAIN)
                  MOVE WS-RUN-DATE TO
                      WS-CHN-OPENED-DATE(WS-THIS-CHAIN)
                WHEN LS-RESTART-CHAIN
                  MOVE 'R' TO CH-ENDED-BY
                  PERFORM D000-LOG-CHAIN-ENDED
                  MOVE WS-CHN-OPENING-HASH(WS-THIS-CHAIN) TO
                      WS-CHN-LAST-HASH(WS-THIS-CHAIN)
                  MOVE 0 TO WS-CHN-RECORD-COUNT(WS-THIS-CHAIN)
                WHEN OTHER
                  MOVE SPACES TO WS-EXC-MESSAGE
                  STRING 'JOURNAL CHAIN ACTION ' DELIMITED BY SIZE
                      LS-CHAIN-ACTION DELIMITED BY SIZE
                      ' NOT KNOWN' DELIMITED BY SIZE
                      INTO WS-EXC-MESSAGE
                  END-STRING
                  PERFORM E000-REFUSE-RUN
              END-EVALUATE

              PERFORM B200-SAVE-CHAIN-CONTROL
              GOBACK.

              B000-LOAD-CHAIN-CONTROL.
              MOVE 0 TO WS-CHAIN-COUNT
              MOVE 'N' TO WS-CHAIN-EOF
              OPEN INPUT JOURNAL-CHAIN
              PERFORM UNTIL END-OF-CHAIN-CONTROL
                READ JOURNAL-CHAIN
                  AT END
                    SET END-OF-CHAIN-CONTROL TO TRUE
                  NOT AT END
                    IF WS-CHAIN-COUNT >= 10
                      CLOSE JOURNAL-CHAIN
                      MOVE 'JOURNAL CHAIN CONTROL FULL - 10 ROWS'
                          TO WS-EXC-MESSAGE
                      PERFORM E000-REFUSE-RUN
                    END-IF
                    ADD 1 TO WS-CHAIN-COUNT
                    MOVE JC-JOURNAL-CODE TO
                        WS-CHN-JOURNAL-CODE(WS-CHAIN-COUNT)
                    MOVE JC-OPENING-HASH TO
                        WS-CHN-OPENING-HASH(WS-CHAIN-COUNT)
                    MOVE JC-LAST-HASH TO
                        WS-CHN-LAST-HASH(WS-CHAIN-COUNT)
                    MOVE JC-RECORD-COUNT TO
                        WS-CHN-RECORD-COUNT(WS-CHAIN-COUNT)
                    MOVE JC-OPENED-DATE TO
                        WS-CHN-OPENED-DATE(WS-CHAIN-COUNT)
                END-READ
              END-PERFORM
              CLOSE JOURNAL-CHAIN.

              *> a journal not yet on the control starts its chain
              *> here, from a zero hash
              B100-FIND-CHAIN.
              MOVE 0 TO WS-THIS-CHAIN
              PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                  UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                IF WS-CHN-JOURNAL-CODE(WS-CHAIN-IDX) =
                    LS-JOURNAL-CODE
                  MOVE WS-CHAIN-IDX TO WS-THIS-CHAIN
                END-IF
              END-PERFORM
              IF WS-THIS-CHAIN = 0
                IF WS-CHAIN-COUNT >= 10
                  MOVE 'JOURNAL CHAIN CONTROL FULL - 10 ROWS'
                      TO WS-EXC-MESSAGE
                  PERFORM E000-REFUSE-RUN
                END-IF
                ADD 1 TO WS-CHAIN-COUNT
                MOVE WS-CHAIN-COUNT TO WS-THIS-CHAIN
                MOVE LS-JOURNAL-CODE TO
                    WS-CHN-JOURNAL-CODE(WS-THIS-CHAIN)
                MOVE 0 TO WS-CHN-OPENING-HASH(WS-THIS-CHAIN)
                MOVE 0 TO WS-CHN-LAST-HASH(WS-THIS-CHAIN)
                MOVE 0 TO WS-CHN-RECORD-COUNT(WS-THIS-CHAIN)
                MOVE WS-RUN-DATE TO
                    WS-CHN-OPENED-DATE(WS-THIS-CHAIN)
              END-IF.

              B200-SAVE-CHAIN-CONTROL.
              OPEN OUTPUT JOURNAL-CHAIN
              PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                  UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                MOVE WS-CHN-JOURNAL-CODE(WS-CHAIN-IDX) TO
                    JC-JOURNAL-CODE
                MOVE WS-CHN-OPENING-HASH(WS-CHAIN-IDX) TO
                    JC-OPENING-HASH
                MOVE WS-CHN-LAST-HASH(WS-CHAIN-IDX) TO JC-LAST-HASH
                MOVE WS-CHN-RECORD-COUNT(WS-CHAIN-IDX) TO
                    JC-RECORD-COUNT
                MOVE WS-CHN-OPENED-DATE(WS-CHAIN-IDX) TO
                    JC-OPENED-DATE
                WRITE JOURNAL-CHAIN-RECORD
              END-PERFORM
              CLOSE JOURNAL-CHAIN.

              *> each byte of the record folded into the running
              *> hash in turn, so the same bytes in another order
              *> - or another record's hash as the seed - give a
              *> different answer
              C000-HASH-RECORD.
              PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                  UNTIL WS-BYTE-IDX > WS-DATA-LENGTH
                COMPUTE WS-HASH-WORK =
                    WS-HASH * WS-HASH-MULTIPLIER +
                    FUNCTION ORD(LS-RECORD-IMAGE(WS-BYTE-IDX:1))
                DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
                    GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH
              END-PERFORM.

              *> the chain being ended, as it stood, onto the
              *> history - the caller has set CH-ENDED-BY
              D000-LOG-CHAIN-ENDED.
              MOVE WS-RUN-DATE TO CH-ENDED-DATE
              MOVE LS-JOURNAL-CODE TO CH-JOURNAL-CODE
              MOVE WS-CHN-OPENED-DATE(WS-THIS-CHAIN) TO
                  CH-OPENED-DATE
              MOVE WS-CHN-OPENING-HASH(WS-THIS-CHAIN) TO
                  CH-OPENING-HASH
              MOVE WS-CHN-LAST-HASH(WS-THIS-CHAIN) TO
                  CH-CLOSING-HASH
              MOVE WS-CHN-RECORD-COUNT(WS-THIS-CHAIN) TO
                  CH-RECORD-COUNT
              OPEN EXTEND CHAIN-HISTORY
              WRITE CHAIN-HISTORY-RECORD
              CLOSE CHAIN-HISTORY.

              E000-REFUSE-RUN.
              DISPLAY WS-EXC-MESSAGE
              CALL 'EXCLOG' USING 'JRNLCHN ', 'S', WS-EXC-MESSAGE
              END-CALL
              MOVE 16 TO RETURN-CODE
              STOP RUN.
