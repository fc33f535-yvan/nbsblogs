                  NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF NOT FEE OF TRANSACTION-STRUCT
                        AND NOT FEE-REFUND OF TRANSACTION-STRUCT
                        AND NOT INTEREST OF TRANSACTION-STRUCT
                        AND NOT DEBIT-INTEREST OF TRANSACTION-STRUCT
                        AND NOT REVERSAL OF TRANSACTION-STRUCT
                      PERFORM B000-FOLD-ONE-RECORD
                    END-IF
