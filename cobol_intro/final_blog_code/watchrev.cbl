                  02 BL-FEED-TYPE PIC X(1).
                  02 BL-FEED-KEY PIC 9(7).
                  02 BL-FEED-REASON PIC X(40).
                  *> a cheque stop's serial (see BLKCHK)
                  02 BL-FEED-SERIAL PIC 9(8).

                FD ACCOUNT-MASTER.
                COPY ACCTMST.
              MOVE 'A' TO BL-FEED-TYPE
              MOVE 'WATCHLIST MATCH CONFIRMED BY COMPLIANCE'
                  TO BL-FEED-REASON
              MOVE 0 TO BL-FEED-SERIAL
              WRITE BL-FEED-RECORD
              ADD 1 TO WS-BLOCKS-WRITTEN.

