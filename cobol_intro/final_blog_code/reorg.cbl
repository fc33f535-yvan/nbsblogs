                COPY CUSTMST.

                FD REORG-STAGE.
                01 REORG-STAGE-RECORD PIC X(142).

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(20) VALUE SPACES.
                  NOT AT END
                    MOVE SPACES TO REORG-STAGE-RECORD
                    MOVE ACCOUNT-MASTER-RECORD TO
                        REORG-STAGE-RECORD(1:111)
                    WRITE REORG-STAGE-RECORD
                    ADD 1 TO WS-SOURCE-COUNT
                    MOVE AM-ACCOUNT-ID TO WS-KEY-VALUE
                  NOT AT END
                    MOVE SPACES TO REORG-STAGE-RECORD
                    MOVE CUSTOMER-MASTER-RECORD TO
                        REORG-STAGE-RECORD(1:142)
                    WRITE REORG-STAGE-RECORD
                    ADD 1 TO WS-SOURCE-COUNT
                    ADD CM-CUSTOMER-NUMBER TO WS-SOURCE-HASH
                  AT END
                    SET END-OF-STAGE TO TRUE
                  NOT AT END
                    MOVE REORG-STAGE-RECORD(1:111) TO
                        ACCOUNT-MASTER-RECORD
                    WRITE ACCOUNT-MASTER-RECORD
                    ADD 1 TO WS-RELOAD-COUNT
                  AT END
                    SET END-OF-STAGE TO TRUE
                  NOT AT END
                    MOVE REORG-STAGE-RECORD(1:142) TO
                        CUSTOMER-MASTER-RECORD
                    WRITE CUSTOMER-MASTER-RECORD
                    ADD 1 TO WS-RELOAD-COUNT
