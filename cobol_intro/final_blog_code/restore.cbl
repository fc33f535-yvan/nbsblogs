            *> a restore the journal forward-recovery (JRNLRST)
            *> rolls the rebuilt TRANSACTIONS forward from the
            *> restored journal - together they turn a
            *> corrupted-file morning into a procedure. The
            *> restored journal is sealed onto its hash chain
            *> afresh (see JRNLCHN), so the next census proves it
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                COPY RUNCTLREC.

                FD BACKUP-IN.
                01 BACKUP-RECORD PIC X(160).

              WORKING-STORAGE SECTION.
                *> generation to restore - ACCEPT FROM
              PERFORM B100-BUILD-BACKUP-NAME
              OPEN INPUT BACKUP-IN
              OPEN OUTPUT JOURNAL
              *> the restored journal is sealed afresh from the
              *> hash its chain opened from - the tail the backup
              *> does not hold is gone, and the chain history
              *> records where it had reached
              CALL 'JRNLCHN' USING 'R', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              PERFORM UNTIL END-OF-BACKUP
                READ BACKUP-IN
                  AT END
                  NOT AT END
                    MOVE BACKUP-RECORD TO JOURNAL-RECORD
                    MOVE 1 TO JN-CYCLE
                    CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                        JN-CHAIN-HASH
                    END-CALL
                    WRITE JOURNAL-RECORD
                    ADD 1 TO WS-RECORDS-RESTORED
                END-READ
