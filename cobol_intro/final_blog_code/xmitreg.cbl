            IDENTIFICATION DIVISION.
            PROGRAM-ID. XMITREG.
            *> outbound transmission register - a CALLed
            *> subprogram in RPTSTOW's shape. Inbound feeds pass
            *> batch-header acceptance, but a file we sent out
            *> left no trace beyond the fixed-name file the next
            *> run overwrites, so when a receiver said they never
            *> had Tuesday's file we could not show otherwise. An
            *> extract program calls here after closing its
            *> outbound file; the file is counted and hash-totalled
            *> as it is copied to a dated generation
            *> (xmit_<name>_<date>.txt, the ASSIGN USING idiom
            *> RPTSTOW's generations use) and the generation goes
            *> on the transmission manifest (see copybooks/XMITMAN)
            *> as created, for XMITMNT to mark sent and
            *> acknowledged. Calling twice on one day recuts that
            *> day's generation and puts its manifest row back to
            *> created with the new count and hash. Acknowledged
            *> generations more than two years old come off the
            *> manifest as it is rewritten
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL SOURCE-FILE
                      ASSIGN USING LS-SOURCE-FILE
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT GENERATION-OUT
                      ASSIGN USING WS-GENERATION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL TRANSMISSION-MANIFEST
                      ASSIGN TO 'transmission_manifest.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SOURCE-FILE.
                01 SOURCE-LINE PIC X(250).

                FD GENERATION-OUT.
                01 GENERATION-LINE PIC X(250).

                FD TRANSMISSION-MANIFEST.
                COPY XMITMAN.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SOURCE-EOF PIC X VALUE 'N'.
                    88 END-OF-SOURCE VALUE 'Y'.
                  05 WS-MANIFEST-EOF PIC X VALUE 'N'.
                    88 END-OF-MANIFEST VALUE 'Y'.

                01 WS-GENERATION-DATE PIC 9(8).
                01 WS-GENERATION-NAME PIC X(40).
                01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
                01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
                01 WS-CHAR-POS PIC 9(3).

                *> the manifest loaded whole and rewritten whole
                01 WS-XM-COUNT PIC 9(4) VALUE 0.
                01 WS-XM-TABLE.
                  05 WS-XM-ENTRY OCCURS 9000 TIMES.
                    10 WS-XM-IMAGE PIC X(157).
                    10 WS-XM-DROP PIC X(1).
                01 WS-XM-IDX PIC 9(4).
                01 WS-XM-FOUND PIC 9(4).

                01 WS-ACK-KEEP-DAYS PIC 9(3) VALUE 730.
                01 WS-AGE-DAYS PIC S9(7).

                01 WS-EXC-MESSAGE PIC X(60).

            LINKAGE SECTION.
              01 LS-INTERFACE-NAME PIC X(12).
              01 LS-SOURCE-FILE PIC X(40).

            PROCEDURE DIVISION USING LS-INTERFACE-NAME,
                LS-SOURCE-FILE.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-GENERATION-DATE
              END-CALL
              PERFORM B000-BUILD-GENERATION-NAME
              PERFORM C000-COPY-AND-TOTAL
              PERFORM D000-LOAD-MANIFEST
              PERFORM E000-RECORD-GENERATION
              PERFORM F000-REWRITE-MANIFEST
              GOBACK.

              B000-BUILD-GENERATION-NAME.
              MOVE SPACES TO WS-GENERATION-NAME
              STRING 'xmit_' DELIMITED BY SIZE
                  LS-INTERFACE-NAME DELIMITED BY SPACE
                  '_' WS-GENERATION-DATE '.txt' DELIMITED BY SIZE
                  INTO WS-GENERATION-NAME
              END-STRING.

              *> the hash weights each character by its column,
              *> so a transposed field changes the total where a
              *> plain sum would not
              C000-COPY-AND-TOTAL.
              MOVE 0 TO WS-RECORD-COUNT
              MOVE 0 TO WS-HASH-TOTAL
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT SOURCE-FILE
              OPEN OUTPUT GENERATION-OUT
              PERFORM UNTIL END-OF-SOURCE
                READ SOURCE-FILE
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                        UNTIL WS-CHAR-POS > 250
                      COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                          FUNCTION ORD(SOURCE-LINE(WS-CHAR-POS:1))
                          * WS-CHAR-POS
                    END-PERFORM
                    MOVE SOURCE-LINE TO GENERATION-LINE
                    WRITE GENERATION-LINE
                END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
              CLOSE GENERATION-OUT.

              D000-LOAD-MANIFEST.
              MOVE 0 TO WS-XM-COUNT
              MOVE 'N' TO WS-MANIFEST-EOF
              OPEN INPUT TRANSMISSION-MANIFEST
              PERFORM UNTIL END-OF-MANIFEST
                READ TRANSMISSION-MANIFEST
                  AT END
                    SET END-OF-MANIFEST TO TRUE
                  NOT AT END
                    IF WS-XM-COUNT >= 9000
                      DISPLAY 'XMITREG ABEND - TRANSMISSION '
                          'MANIFEST EXCEEDS 9000 GENERATIONS'
                      MOVE 'TRANSMISSION MANIFEST OVER 9000 ROWS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'XMITREG ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE TRANSMISSION-MANIFEST
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-XM-COUNT
                    MOVE TRANSMISSION-MANIFEST-RECORD TO
                        WS-XM-IMAGE(WS-XM-COUNT)
                    MOVE 'N' TO WS-XM-DROP(WS-XM-COUNT)
                    IF GENERATION-ACKNOWLEDGED
                      COMPUTE WS-AGE-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-GENERATION-DATE)
                          - FUNCTION INTEGER-OF-DATE(XM-ACK-DATE)
                      IF WS-AGE-DAYS > WS-ACK-KEEP-DAYS
                        MOVE 'Y' TO WS-XM-DROP(WS-XM-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TRANSMISSION-MANIFEST.

              *> a recut on the same day keeps its single row -
              *> the manifest lists generations, not runs
              E000-RECORD-GENERATION.
              MOVE 0 TO WS-XM-FOUND
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
                IF XM-GENERATION-FILE = WS-GENERATION-NAME
                  MOVE WS-XM-IDX TO WS-XM-FOUND
                END-IF
              END-PERFORM
              IF WS-XM-FOUND = 0
                IF WS-XM-COUNT >= 9000
                  DISPLAY 'XMITREG ABEND - TRANSMISSION '
                      'MANIFEST EXCEEDS 9000 GENERATIONS'
                  MOVE 'TRANSMISSION MANIFEST OVER 9000 ROWS'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'XMITREG ', 'S',
                      WS-EXC-MESSAGE
                  END-CALL
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
                END-IF
                ADD 1 TO WS-XM-COUNT
                MOVE WS-XM-COUNT TO WS-XM-FOUND
                MOVE 'N' TO WS-XM-DROP(WS-XM-FOUND)
                MOVE SPACES TO TRANSMISSION-MANIFEST-RECORD
                MOVE 0 TO XM-RESEND-COUNT
                MOVE 0 TO XM-LAST-RESEND-DATE
              ELSE
                MOVE WS-XM-IMAGE(WS-XM-FOUND) TO
                    TRANSMISSION-MANIFEST-RECORD
              END-IF
              MOVE LS-INTERFACE-NAME TO XM-INTERFACE-NAME
              MOVE LS-SOURCE-FILE TO XM-FILE-NAME
              MOVE WS-GENERATION-NAME TO XM-GENERATION-FILE
              MOVE WS-GENERATION-DATE TO XM-GENERATION-DATE
              MOVE WS-RECORD-COUNT TO XM-RECORD-COUNT
              MOVE WS-HASH-TOTAL TO XM-HASH-TOTAL
              SET GENERATION-CREATED TO TRUE
              MOVE 0 TO XM-SENT-DATE
              MOVE 0 TO XM-ACK-DATE
              MOVE SPACES TO XM-ACTIONED-BY
              MOVE TRANSMISSION-MANIFEST-RECORD TO
                  WS-XM-IMAGE(WS-XM-FOUND).

              F000-REWRITE-MANIFEST.
              OPEN OUTPUT TRANSMISSION-MANIFEST
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                IF WS-XM-DROP(WS-XM-IDX) = 'N'
                  MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                      TRANSMISSION-MANIFEST-RECORD
                  WRITE TRANSMISSION-MANIFEST-RECORD
                END-IF
              END-PERFORM
              CLOSE TRANSMISSION-MANIFEST.
