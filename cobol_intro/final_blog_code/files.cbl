                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

            PROCEDURE DIVISION.
              *> print the record we are writing
              OPEN OUTPUT REJECTS
              OPEN I-O ACCOUNT-MASTER
              OPEN OUTPUT JOURNAL
              *> a fresh journal opens a new stretch of the hash
              *> chain from wherever the last one ended
              CALL 'JRNLCHN' USING 'O', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL

              PERFORM A100-CHECK-BALANCE
              PERFORM A150-DETERMINE-TRAN-TYPE
              IF BALANCE-IS-OK AND ACCOUNT-ON-MASTER
                *> write a record of type transaction-struct
                *> the actual record being transaction-record
                CALL 'BUSDATE' USING 'G',
                    POST-DATE OF TRANSACTION-RECORD
                END-CALL
                WRITE TRANSACTION-STRUCT FROM TRANSACTION-RECORD
                PERFORM Z100-LOG-JOURNAL-ENTRY
                ADD 1 TO WS-TOTAL-WRITTEN
              *> other REJECTS writer applies (see copybooks/
              *> REJECT) - REJREPR and REJTREND read them back
              SET REJECT-PENDING TO TRUE
              CALL 'BUSDATE' USING 'G', RJ-DATE
              END-CALL
              WRITE REJECT-RECORD.

              *> log the just-written TRANSACTIONS record to the
              *> RENAMES) as the single-field image of everything
              *> WRITE just put into TRANSACTION-STRUCT
              Z100-LOG-JOURNAL-ENTRY.
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD.

              *> end-of-job control total line - operations
