            *> shrug. Run parameter is 'LIST' or 'PRINT
            *> <generation-file-name>' in the command-line style
            *> of the other utilities; PRINT re-emits the stowed
            *> lines to the console for respooling. 'PRINT
            *> <generation-file-name> <key>' re-emits only the
            *> documents in the generation that carry the key -
            *> the number DOCINQ shows against a customer's
            *> correspondence. A document runs from its keyed
            *> line to the next line opening with the same
            *> label (the text ahead of its first digit), or to
            *> the next page, so one statement, notice or
            *> receipt comes back and not the whole run. 'QUEUE'
            *> works every request waiting on
            *> reprint_requests.txt (copybooks/RPRTREQ - the
            *> statement re-sends PHONEIN queues) as a keyed
            *> PRINT, then clears the queue
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'report_repository.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL REPRINT-QUEUE
                      ASSIGN TO 'reprint_requests.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL GENERATION-IN
                      ASSIGN USING WS-GENERATION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.
                  02 RR-REPORT-NAME PIC X(12).
                  02 RR-STOW-DATE PIC 9(8).

                FD REPRINT-QUEUE.
                COPY RPRTREQ.

                FD GENERATION-IN.
                01 GENERATION-LINE PIC X(210).

                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(5).
                01 WS-NAME-TEXT PIC X(40).
                01 WS-KEY-TEXT PIC X(7) VALUE SPACES.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-PRINT VALUE 'P'.
                  88 ACTION-QUEUE VALUE 'Q'.

                01 WS-GENERATION-NAME PIC X(40) VALUE SPACES.

                    88 END-OF-REGISTRY VALUE 'Y'.
                  05 WS-GEN-EOF PIC X VALUE 'N'.
                    88 END-OF-GENERATION VALUE 'Y'.
                  05 WS-QUEUE-EOF PIC X VALUE 'N'.
                    88 END-OF-REPRINT-QUEUE VALUE 'Y'.

                01 WS-NAME-ON-INDEX PIC X VALUE 'N'.
                  88 GENERATION-ON-INDEX VALUE 'Y'.

                *> the document being re-emitted for a keyed
                *> PRINT - the label its keyed line opens with
                01 WS-IN-DOCUMENT PIC X VALUE 'N'.
                  88 INSIDE-KEYED-DOCUMENT VALUE 'Y'.
                01 WS-KEY-HITS PIC 9(3).
                01 WS-LABEL PIC X(40).
                01 WS-LABEL-LENGTH PIC 9(3).
                01 WS-CHAR-IDX PIC 9(3).
                01 WS-FORM-FEED PIC X VALUE X'0C'.

                01 WS-COUNTS.
                  05 WS-DOCUMENTS-FOUND PIC 9(5) VALUE 0.
                  05 WS-GENERATIONS-LISTED PIC 9(5) VALUE 0.
                  05 WS-LINES-REPRINTED PIC 9(6) VALUE 0.
                  05 WS-REQUESTS-WORKED PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-NAME-TEXT, WS-KEY-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST '
                  SET ACTION-LIST TO TRUE
                WHEN 'PRINT'
                  SET ACTION-PRINT TO TRUE
                WHEN 'QUEUE'
                  SET ACTION-QUEUE TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
                WHEN ACTION-PRINT
                  MOVE WS-NAME-TEXT TO WS-GENERATION-NAME
                  PERFORM C000-REPRINT-GENERATION
                WHEN ACTION-QUEUE
                  PERFORM D000-WORK-REPRINT-QUEUE
                WHEN OTHER
                  DISPLAY 'RPTREPR - USE LIST, QUEUE OR PRINT '
                      '<GENERATION-FILE-NAME> [<KEY>]'
              END-EVALUATE
              STOP RUN.

                    AT END
                      SET END-OF-GENERATION TO TRUE
                    NOT AT END
                      IF WS-KEY-TEXT = SPACES
                        ADD 1 TO WS-LINES-REPRINTED
                        DISPLAY GENERATION-LINE
                      ELSE
                        PERFORM C100-REPRINT-IF-KEYED
                      END-IF
                  END-READ
                END-PERFORM
                CLOSE GENERATION-IN
                IF WS-KEY-TEXT NOT = SPACES
                  DISPLAY 'RPTREPR DOCUMENTS FOUND: '
                      WS-DOCUMENTS-FOUND ' FOR KEY ' WS-KEY-TEXT
                END-IF
                DISPLAY 'RPTREPR LINES REPRINTED: '
                    WS-LINES-REPRINTED
              END-IF.

              *> a new page, or a line opening with the keyed
              *> line's label, starts the next document; a keyed
              *> line with no label (it opens with a number) is
              *> a one-line document
              C100-REPRINT-IF-KEYED.
              IF INSIDE-KEYED-DOCUMENT
                IF GENERATION-LINE(1:1) = WS-FORM-FEED
                  MOVE 'N' TO WS-IN-DOCUMENT
                ELSE
                  IF GENERATION-LINE(1:WS-LABEL-LENGTH) =
                      WS-LABEL(1:WS-LABEL-LENGTH)
                    MOVE 'N' TO WS-IN-DOCUMENT
                  END-IF
                END-IF
              END-IF
              IF NOT INSIDE-KEYED-DOCUMENT
                MOVE 0 TO WS-KEY-HITS
                INSPECT GENERATION-LINE TALLYING WS-KEY-HITS
                    FOR ALL WS-KEY-TEXT
                IF WS-KEY-HITS > 0
                  SET INSIDE-KEYED-DOCUMENT TO TRUE
                  ADD 1 TO WS-DOCUMENTS-FOUND
                  PERFORM C200-TAKE-LABEL
                END-IF
              END-IF
              IF INSIDE-KEYED-DOCUMENT
                ADD 1 TO WS-LINES-REPRINTED
                DISPLAY GENERATION-LINE
                IF WS-LABEL-LENGTH = 0
                  MOVE 'N' TO WS-IN-DOCUMENT
                END-IF
              END-IF.

              C200-TAKE-LABEL.
              MOVE 0 TO WS-LABEL-LENGTH
              PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                  UNTIL WS-CHAR-IDX > 40
                  OR GENERATION-LINE(WS-CHAR-IDX:1) IS NUMERIC
                ADD 1 TO WS-LABEL-LENGTH
              END-PERFORM
              MOVE GENERATION-LINE(1:40) TO WS-LABEL
              *> the page break belongs to the heading, not the
              *> label the next heading is matched on
              IF WS-LABEL(1:1) = WS-FORM-FEED
                  AND WS-LABEL-LENGTH > 1
                MOVE WS-LABEL(2:39) TO WS-LABEL
                SUBTRACT 1 FROM WS-LABEL-LENGTH
              END-IF.

              *> each queued request is a keyed PRINT of its own -
              *> the per-generation state is reset between them
              D000-WORK-REPRINT-QUEUE.
              OPEN INPUT REPRINT-QUEUE
              PERFORM UNTIL END-OF-REPRINT-QUEUE
                READ REPRINT-QUEUE
                  AT END
                    SET END-OF-REPRINT-QUEUE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-REQUESTS-WORKED
                    DISPLAY 'REPRINT REQUEST ' RQ-REFERENCE
                        ' FROM ' RQ-REQUESTED-BY ' OF '
                        RQ-REQUEST-DATE ' - KEY ' RQ-KEY
                    MOVE RQ-GENERATION-NAME TO WS-GENERATION-NAME
                    MOVE RQ-KEY TO WS-KEY-TEXT
                    MOVE 'N' TO WS-REGISTRY-EOF
                    MOVE 'N' TO WS-GEN-EOF
                    MOVE 'N' TO WS-IN-DOCUMENT
                    MOVE 0 TO WS-DOCUMENTS-FOUND
                    MOVE 0 TO WS-LINES-REPRINTED
                    PERFORM C000-REPRINT-GENERATION
                END-READ
              END-PERFORM
              CLOSE REPRINT-QUEUE
              IF WS-REQUESTS-WORKED = 0
                DISPLAY 'REPRINT QUEUE IS EMPTY'
              ELSE
                OPEN OUTPUT REPRINT-QUEUE
                CLOSE REPRINT-QUEUE
                DISPLAY 'RPTREPR REQUESTS WORKED: '
                    WS-REQUESTS-WORKED
              END-IF.
