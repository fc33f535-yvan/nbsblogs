            IDENTIFICATION DIVISION.
            PROGRAM-ID. XMITMNT.
            *> transmission manifest maintenance - works the
            *> outbound generations XMITREG puts on the manifest
            *> (see copybooks/XMITMAN), in DISPUTE's command-line
            *> maintenance style. SENT marks a generation as gone
            *> to its receiver and ACK as confirmed by them; LIST
            *> shows the manifest; OVERDUE prints the overdue-
            *> acknowledgment report - every generation created but
            *> never marked sent, and every one sent more than the
            *> acknowledgment window (2 days) ago that the receiver
            *> has not confirmed - stowed as a dated generation for
            *> the morning check. RESEND re-issues an exact past
            *> generation: the kept copy is counted and hash-
            *> totalled again and only when both still agree with
            *> the manifest is it copied back over the outbound
            *> file for the transfer to pick up, the generation
            *> going back to sent with the resend counted against
            *> it. A resend is supervisor work; a generation whose
            *> copy no longer agrees is refused and logged for
            *> investigation
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL TRANSMISSION-MANIFEST
                      ASSIGN TO 'transmission_manifest.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the kept generation and the outbound file it
                  *> is re-issued over, both named off the manifest
                  SELECT OPTIONAL GENERATION-IN
                      ASSIGN USING WS-GENERATION-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT RESEND-OUT
                      ASSIGN USING WS-OUTBOUND-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the printed page - stowed as a dated
                  *> generation at end of job (see RPTSTOW)
                  SELECT OVERDUE-REPORT
                      ASSIGN TO 'xmit_overdue_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD TRANSMISSION-MANIFEST.
                COPY XMITMAN.

                FD GENERATION-IN.
                01 GENERATION-LINE PIC X(250).

                FD RESEND-OUT.
                01 RESEND-LINE PIC X(250).

                FD OVERDUE-REPORT.
                01 REPORT-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                *> run parameter is 'SENT <name> <date>',
                *> 'ACK <name> <date>', 'RESEND <name> <date>',
                *> 'OVERDUE' or 'LIST' - the name is the interface
                *> name the extract registered under, the date the
                *> generation date
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(7).
                01 WS-NAME-TEXT PIC X(12).
                01 WS-DATE-TEXT PIC X(8).

                01 WS-ACTION PIC X.
                  88 ACTION-SENT VALUE 'S'.
                  88 ACTION-ACK VALUE 'A'.
                  88 ACTION-RESEND VALUE 'R'.
                  88 ACTION-OVERDUE VALUE 'O'.
                  88 ACTION-LIST VALUE 'L'.

                01 WS-WORK-DATE PIC 9(8) VALUE 0.

                *> marking is clerk work, a resend supervisor work
                *> (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-MANIFEST-EOF PIC X VALUE 'N'.
                    88 END-OF-MANIFEST VALUE 'Y'.
                  05 WS-GENERATION-EOF PIC X VALUE 'N'.
                    88 END-OF-GENERATION VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).
                01 WS-AGE-DAYS PIC S9(7).
                01 WS-ACK-WINDOW-DAYS PIC 9(3) VALUE 2.

                *> the manifest loaded whole and rewritten,
                *> XMITREG's idiom and bound
                01 WS-XM-COUNT PIC 9(4) VALUE 0.
                01 WS-XM-TABLE.
                  05 WS-XM-IMAGE PIC X(157) OCCURS 9000 TIMES.
                01 WS-XM-IDX PIC 9(4).
                01 WS-WORKED-IDX PIC 9(4) VALUE 0.
                01 WS-MANIFEST-CHANGED PIC X VALUE 'N'.
                  88 MANIFEST-FILE-CHANGED VALUE 'Y'.

                01 WS-GENERATION-NAME PIC X(40).
                01 WS-OUTBOUND-NAME PIC X(40).
                01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
                01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
                01 WS-CHAR-POS PIC 9(3).

                01 WS-REPORT-DETAIL.
                  05 RD-INTERFACE-NAME PIC X(12).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-GENERATION-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-RECORD-COUNT PIC Z(6)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-SENT-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-AGE-DAYS PIC Z(4)9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RD-TEXT PIC X(30).

                01 WS-COUNTS.
                  05 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              IF ACTION-SENT OR ACTION-ACK OR ACTION-RESEND
                IF ACTION-RESEND
                  MOVE 2 TO WS-REQUIRED-LEVEL
                END-IF
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'XMITMNT - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-MANIFEST

              EVALUATE TRUE
                WHEN ACTION-SENT
                  PERFORM C000-MARK-SENT
                WHEN ACTION-ACK
                  PERFORM D000-MARK-ACKNOWLEDGED
                WHEN ACTION-RESEND
                  PERFORM E000-RESEND-GENERATION
                WHEN ACTION-OVERDUE
                  PERFORM F000-OVERDUE-REPORT
                WHEN ACTION-LIST
                  PERFORM G000-LIST-MANIFEST
                WHEN OTHER
                  DISPLAY 'XMITMNT - UNKNOWN ACTION, USE SENT '
                      '<NAME> <DATE>, ACK <NAME> <DATE>, RESEND '
                      '<NAME> <DATE>, OVERDUE OR LIST'
              END-EVALUATE

              IF MANIFEST-FILE-CHANGED
                PERFORM H000-REWRITE-MANIFEST
              END-IF
              STOP RUN.

              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION-TEXT, WS-NAME-TEXT, WS-DATE-TEXT
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'SENT   '
                  SET ACTION-SENT TO TRUE
                WHEN 'ACK    '
                  SET ACTION-ACK TO TRUE
                WHEN 'RESEND '
                  SET ACTION-RESEND TO TRUE
                WHEN 'OVERDUE'
                  SET ACTION-OVERDUE TO TRUE
                WHEN 'LIST   '
                  SET ACTION-LIST TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-WORK-DATE
              END-IF.

              B100-LOAD-MANIFEST.
              OPEN INPUT TRANSMISSION-MANIFEST
              PERFORM UNTIL END-OF-MANIFEST
                READ TRANSMISSION-MANIFEST
                  AT END
                    SET END-OF-MANIFEST TO TRUE
                  NOT AT END
                    IF WS-XM-COUNT >= 9000
                      DISPLAY 'XMITMNT ABEND - TRANSMISSION '
                          'MANIFEST EXCEEDS 9000 GENERATIONS'
                      MOVE 'TRANSMISSION MANIFEST OVER 9000 ROWS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'XMITMNT ', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE TRANSMISSION-MANIFEST
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-XM-COUNT
                    MOVE TRANSMISSION-MANIFEST-RECORD TO
                        WS-XM-IMAGE(WS-XM-COUNT)
                END-READ
              END-PERFORM
              CLOSE TRANSMISSION-MANIFEST.

              *> find the generation the operator named
              B200-FIND-GENERATION.
              MOVE 0 TO WS-WORKED-IDX
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
                IF XM-INTERFACE-NAME = WS-NAME-TEXT
                    AND XM-GENERATION-DATE = WS-WORK-DATE
                  MOVE WS-XM-IDX TO WS-WORKED-IDX
                END-IF
              END-PERFORM
              IF WS-WORKED-IDX = 0
                DISPLAY 'XMITMNT - GENERATION NOT ON MANIFEST: '
                    WS-NAME-TEXT ' ' WS-DATE-TEXT
              ELSE
                MOVE WS-XM-IMAGE(WS-WORKED-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
              END-IF.

              C000-MARK-SENT.
              PERFORM B200-FIND-GENERATION
              IF WS-WORKED-IDX = 0
                EXIT PARAGRAPH
              END-IF
              IF NOT GENERATION-CREATED
                DISPLAY 'XMITMNT - GENERATION ALREADY SENT: '
                    WS-NAME-TEXT ' ' WS-DATE-TEXT
                EXIT PARAGRAPH
              END-IF
              SET GENERATION-SENT TO TRUE
              MOVE WS-TODAY-DATE TO XM-SENT-DATE
              MOVE WS-OPERATOR-ID TO XM-ACTIONED-BY
              MOVE TRANSMISSION-MANIFEST-RECORD TO
                  WS-XM-IMAGE(WS-WORKED-IDX)
              SET MANIFEST-FILE-CHANGED TO TRUE
              DISPLAY 'XMITMNT - MARKED SENT: ' WS-NAME-TEXT ' '
                  WS-DATE-TEXT ' RECORDS ' XM-RECORD-COUNT.

              D000-MARK-ACKNOWLEDGED.
              PERFORM B200-FIND-GENERATION
              IF WS-WORKED-IDX = 0
                EXIT PARAGRAPH
              END-IF
              IF NOT GENERATION-SENT
                DISPLAY 'XMITMNT - GENERATION NOT AWAITING '
                    'ACKNOWLEDGMENT: ' WS-NAME-TEXT ' ' WS-DATE-TEXT
                EXIT PARAGRAPH
              END-IF
              SET GENERATION-ACKNOWLEDGED TO TRUE
              MOVE WS-TODAY-DATE TO XM-ACK-DATE
              MOVE WS-OPERATOR-ID TO XM-ACTIONED-BY
              MOVE TRANSMISSION-MANIFEST-RECORD TO
                  WS-XM-IMAGE(WS-WORKED-IDX)
              SET MANIFEST-FILE-CHANGED TO TRUE
              DISPLAY 'XMITMNT - MARKED ACKNOWLEDGED: '
                  WS-NAME-TEXT ' ' WS-DATE-TEXT.

              *> the kept copy is proved against the manifest
              *> before anything is re-issued - a resend is only a
              *> resend if it is the file we sent
              E000-RESEND-GENERATION.
              PERFORM B200-FIND-GENERATION
              IF WS-WORKED-IDX = 0
                EXIT PARAGRAPH
              END-IF
              MOVE XM-GENERATION-FILE TO WS-GENERATION-NAME
              MOVE XM-FILE-NAME TO WS-OUTBOUND-NAME
              PERFORM E100-TOTAL-GENERATION
              IF WS-RECORD-COUNT NOT = XM-RECORD-COUNT
                  OR WS-HASH-TOTAL NOT = XM-HASH-TOTAL
                DISPLAY 'XMITMNT - RESEND REFUSED, GENERATION '
                    'DOES NOT AGREE WITH MANIFEST: ' WS-NAME-TEXT
                    ' ' WS-DATE-TEXT
                DISPLAY 'MANIFEST COUNT ' XM-RECORD-COUNT
                    ' HASH ' XM-HASH-TOTAL
                DISPLAY 'COPY     COUNT ' WS-RECORD-COUNT
                    ' HASH ' WS-HASH-TOTAL
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'RESEND REFUSED - COPY ALTERED '
                    WS-NAME-TEXT ' ' WS-DATE-TEXT
                    DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'XMITMNT ', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
              END-IF

              PERFORM E200-REISSUE-GENERATION
              SET GENERATION-SENT TO TRUE
              MOVE WS-TODAY-DATE TO XM-SENT-DATE
              MOVE 0 TO XM-ACK-DATE
              ADD 1 TO XM-RESEND-COUNT
              MOVE WS-TODAY-DATE TO XM-LAST-RESEND-DATE
              MOVE WS-OPERATOR-ID TO XM-ACTIONED-BY
              MOVE TRANSMISSION-MANIFEST-RECORD TO
                  WS-XM-IMAGE(WS-WORKED-IDX)
              SET MANIFEST-FILE-CHANGED TO TRUE
              MOVE SPACES TO WS-EXC-MESSAGE
              STRING 'GENERATION RESENT ' WS-NAME-TEXT ' '
                  WS-DATE-TEXT ' BY ' WS-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO WS-EXC-MESSAGE
              END-STRING
              CALL 'EXCLOG' USING 'XMITMNT ', 'I',
                  WS-EXC-MESSAGE
              END-CALL
              DISPLAY 'XMITMNT - RESENT: ' WS-NAME-TEXT ' '
                  WS-DATE-TEXT ' AS ' WS-OUTBOUND-NAME
              DISPLAY 'RECORDS ' WS-RECORD-COUNT
                  ' HASH ' WS-HASH-TOTAL.

              *> the same column-weighted hash XMITREG takes
              E100-TOTAL-GENERATION.
              MOVE 0 TO WS-RECORD-COUNT
              MOVE 0 TO WS-HASH-TOTAL
              MOVE 'N' TO WS-GENERATION-EOF
              OPEN INPUT GENERATION-IN
              PERFORM UNTIL END-OF-GENERATION
                READ GENERATION-IN
                  AT END
                    SET END-OF-GENERATION TO TRUE
                  NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                        UNTIL WS-CHAR-POS > 250
                      COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                          FUNCTION ORD(GENERATION-LINE
                          (WS-CHAR-POS:1)) * WS-CHAR-POS
                    END-PERFORM
                END-READ
              END-PERFORM
              CLOSE GENERATION-IN.

              E200-REISSUE-GENERATION.
              MOVE 'N' TO WS-GENERATION-EOF
              OPEN INPUT GENERATION-IN
              OPEN OUTPUT RESEND-OUT
              PERFORM UNTIL END-OF-GENERATION
                READ GENERATION-IN
                  AT END
                    SET END-OF-GENERATION TO TRUE
                  NOT AT END
                    MOVE GENERATION-LINE TO RESEND-LINE
                    WRITE RESEND-LINE
                END-READ
              END-PERFORM
              CLOSE GENERATION-IN
              CLOSE RESEND-OUT.

              F000-OVERDUE-REPORT.
              OPEN OUTPUT OVERDUE-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'OUTBOUND FILES AWAITING ACKNOWLEDGMENT - '
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'INTERFACE     GENERATED  RECORDS  SENT      '
                  '   DAYS  STATUS' DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
                PERFORM F100-CHECK-ONE-GENERATION
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'OVERDUE GENERATIONS: ' WS-OVERDUE-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE OVERDUE-REPORT
              CALL 'RPTSTOW' USING 'XMITOVERDUE ',
                  'xmit_overdue_report.txt                 '
              END-CALL
              DISPLAY 'OVERDUE GENERATIONS: ' WS-OVERDUE-COUNT.

              *> created but never sent by the day after it was
              *> cut, or sent and unconfirmed past the window
              F100-CHECK-ONE-GENERATION.
              IF GENERATION-CREATED
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(XM-GENERATION-DATE)
                IF WS-AGE-DAYS > 0
                  MOVE 'CREATED, NEVER SENT' TO RD-TEXT
                  PERFORM F200-WRITE-OVERDUE-LINE
                END-IF
              END-IF
              IF GENERATION-SENT
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(XM-SENT-DATE)
                IF WS-AGE-DAYS > WS-ACK-WINDOW-DAYS
                  MOVE 'SENT, NOT ACKNOWLEDGED' TO RD-TEXT
                  PERFORM F200-WRITE-OVERDUE-LINE
                END-IF
              END-IF.

              F200-WRITE-OVERDUE-LINE.
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE XM-INTERFACE-NAME TO RD-INTERFACE-NAME
              MOVE XM-GENERATION-DATE TO RD-GENERATION-DATE
              MOVE XM-RECORD-COUNT TO RD-RECORD-COUNT
              MOVE XM-SENT-DATE TO RD-SENT-DATE
              MOVE WS-AGE-DAYS TO RD-AGE-DAYS
              WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

              G000-LIST-MANIFEST.
              DISPLAY 'OUTBOUND TRANSMISSION MANIFEST'
              DISPLAY '=============================='
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
                DISPLAY XM-INTERFACE-NAME ' ' XM-GENERATION-DATE
                    ' ' XM-STATUS ' RECORDS ' XM-RECORD-COUNT
                    ' HASH ' XM-HASH-TOTAL
                    ' SENT ' XM-SENT-DATE ' ACK ' XM-ACK-DATE
                    ' RESENT ' XM-RESEND-COUNT
              END-PERFORM
              DISPLAY 'GENERATIONS: ' WS-XM-COUNT.

              H000-REWRITE-MANIFEST.
              OPEN OUTPUT TRANSMISSION-MANIFEST
              PERFORM VARYING WS-XM-IDX FROM 1 BY 1
                  UNTIL WS-XM-IDX > WS-XM-COUNT
                MOVE WS-XM-IMAGE(WS-XM-IDX) TO
                    TRANSMISSION-MANIFEST-RECORD
                WRITE TRANSMISSION-MANIFEST-RECORD
              END-PERFORM
              CLOSE TRANSMISSION-MANIFEST.
