
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-LOAD-DATE
              END-CALL
              *> re-creates account_master.txt fresh, same as
              *> files.cbl's OPEN OUTPUT TRANSACTIONS comment notes
              OPEN INPUT ACCOUNT-SEED
              *> an even spread with no control file to maintain
              COMPUTE AM-CYCLE-CODE =
                  FUNCTION MOD(AM-ACCOUNT-ID, 4) + 1
              MOVE 0 TO AM-OVERDRAWN-DAYS
              WRITE ACCOUNT-MASTER-RECORD
              ADD 1 TO WS-ACCOUNTS-LOADED.
