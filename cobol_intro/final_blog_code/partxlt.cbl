                MOVE 'INVALID PARTNER FEED FIELD CLASS/TYPE'
                    TO RJ-REASON
                MOVE PARTNER-FEED-RECORD TO RJ-RECORD-IMAGE
                CALL 'BUSDATE' USING 'G', RJ-DATE
                END-CALL
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
                ADD 1 TO WS-RECORDS-REJECTED
                  MOVE 'ACCOUNT-ID NOT FOUND ON ACCOUNT-MASTER'
                      TO RJ-REASON
                  MOVE PARTNER-FEED-RECORD TO RJ-RECORD-IMAGE
                  CALL 'BUSDATE' USING 'G', RJ-DATE
                  END-CALL
                  SET REJECT-PENDING TO TRUE
                  WRITE REJECT-RECORD
                  ADD 1 TO WS-RECORDS-REJECTED
