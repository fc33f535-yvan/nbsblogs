            PROCEDURE DIVISION USING LS-REPORT-NAME,
                LS-SOURCE-FILE.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-STOW-DATE
              END-CALL
              PERFORM B000-BUILD-GENERATION-NAME
              PERFORM C000-COPY-TO-GENERATION
              PERFORM D000-INDEX-THE-GENERATION
