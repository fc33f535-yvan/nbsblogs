                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              END-READ
              IF TRAN-ON-FILE
                DELETE TRANSACTIONS RECORD
                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'DELETE' TO JN-OPERATION
                MOVE WS-TRAN-IMAGE(WS-TRAN-IDX) TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD

                MOVE WS-TRAN-IMAGE(WS-TRAN-IDX) TO
                MOVE WS-NEW-ACCOUNT TO ACCOUNT-ID OF
                    TRANSACTION-STRUCT
                WRITE TRANSACTION-STRUCT
                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'WRITE' TO JN-OPERATION
                MOVE TRANSACTION-AUDIT-LOG TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                ADD 1 TO WS-RECORDS-REKEYED
              END-IF.
