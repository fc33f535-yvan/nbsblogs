
                *> one flat image per backed-up record - sized to
                *> the widest record any source carries (the
                *> journal's 158 bytes)
                FD BACKUP-OUT.
                01 BACKUP-RECORD PIC X(160).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-BACKUP-DATE
              END-CALL
              PERFORM B000-LOAD-BACKUP-CONTROL

              DISPLAY 'BACKUP - CUTTING GENERATION ' WS-GENERATION
