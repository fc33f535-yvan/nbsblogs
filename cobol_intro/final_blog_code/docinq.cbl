            IDENTIFICATION DIVISION.
            PROGRAM-ID. DOCINQ.
            *> customer correspondence inquiry - statements,
            *> notices, alerts and receipts each went to their
            *> own print file, so "what did we send this customer
            *> and when" had no answer. Takes a customer number
            *> and lists every document the correspondence
            *> history holds for them (see copybooks/DOCHIST),
            *> newest first - type, account, channel, producing
            *> program - with the RPTREPR command that reprints
            *> it from the report repository. In CUSTINQ's
            *> inquiry style, every lookup logged through INQLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> appended by DOCLOG in the order documents
                  *> went out, so it reads back oldest first
                  SELECT OPTIONAL DOCUMENT-HISTORY
                      ASSIGN TO 'correspondence_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD DOCUMENT-HISTORY.
                COPY DOCHIST.

              WORKING-STORAGE SECTION.
                *> customer the inquiry is for - ACCEPT FROM
                *> COMMAND-LINE follows loops.cbl's run-parameter
                *> pattern
                01 WS-INQUIRY-PARM PIC X(7) VALUE SPACES.
                01 WS-INQUIRY-CUSTOMER PIC 9(7) VALUE 0.

                01 WS-FLAGS.
                  05 WS-HISTORY-EOF PIC X VALUE 'N'.
                    88 END-OF-HISTORY VALUE 'Y'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> the customer's rows, held so they can be shown
                *> newest first - only the latest 500 are kept
                01 WS-ROWS-ON-FILE PIC 9(5) VALUE 0.
                01 WS-ROWS-TO-SKIP PIC 9(5) VALUE 0.
                01 WS-ROWS-SEEN PIC 9(5) VALUE 0.
                01 WS-DOC-COUNT PIC 9(3) VALUE 0.
                01 WS-DOC-TABLE.
                  05 WS-DOC-ENTRY OCCURS 500 TIMES.
                    10 WS-DOC-IMAGE PIC X(58).
                01 WS-DOC-IDX PIC 9(3).

                01 WS-TYPE-TEXT PIC X(22).
                01 WS-CHANNEL-TEXT PIC X(10).
                01 WS-REPRINT-LINE PIC X(72).

                *> who is inquiring - from the OPERATOR
                *> environment variable, 'UNKNOWN' when not
                *> signed on; every lookup is logged through
                *> INQLOG (see copybooks/ACCSLOG)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-LOG-KEY PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'UNKNOWN' TO WS-OPERATOR-ID
              END-IF
              ACCEPT WS-INQUIRY-PARM FROM COMMAND-LINE
              IF WS-INQUIRY-PARM IS NUMERIC
                MOVE WS-INQUIRY-PARM TO WS-INQUIRY-CUSTOMER
              END-IF
              IF WS-INQUIRY-CUSTOMER = 0
                DISPLAY 'DOCINQ - CUSTOMER NUMBER PARAMETER '
                    'REQUIRED'
              ELSE
                MOVE WS-INQUIRY-CUSTOMER TO WS-LOG-KEY
                CALL 'INQLOG' USING 'DOCINQ  ', WS-OPERATOR-ID,
                    'C', WS-LOG-KEY
                END-CALL
                PERFORM B000-SHOW-CUSTOMER
                IF CUSTOMER-ON-FILE
                  PERFORM C000-COUNT-HISTORY
                  PERFORM C100-LOAD-HISTORY
                  PERFORM D000-SHOW-HISTORY
                END-IF
              END-IF
              STOP RUN.

              B000-SHOW-CUSTOMER.
              OPEN INPUT CUSTOMER-MASTER
              MOVE WS-INQUIRY-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  DISPLAY 'DOCINQ - CUSTOMER NOT ON FILE: '
                      WS-INQUIRY-CUSTOMER
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
                  DISPLAY 'CORRESPONDENCE - CUSTOMER '
                      CM-CUSTOMER-NUMBER ' - ' CM-CUSTOMER-NAME
              END-READ
              CLOSE CUSTOMER-MASTER.

              *> a first pass counts the customer's rows, so the
              *> load can pass over all but the latest 500
              C000-COUNT-HISTORY.
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT DOCUMENT-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ DOCUMENT-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    IF DH-CUSTOMER-NUMBER = WS-INQUIRY-CUSTOMER
                      ADD 1 TO WS-ROWS-ON-FILE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOCUMENT-HISTORY
              IF WS-ROWS-ON-FILE > 500
                COMPUTE WS-ROWS-TO-SKIP = WS-ROWS-ON-FILE - 500
              END-IF.

              C100-LOAD-HISTORY.
              MOVE 'N' TO WS-HISTORY-EOF
              OPEN INPUT DOCUMENT-HISTORY
              PERFORM UNTIL END-OF-HISTORY
                READ DOCUMENT-HISTORY
                  AT END
                    SET END-OF-HISTORY TO TRUE
                  NOT AT END
                    IF DH-CUSTOMER-NUMBER = WS-INQUIRY-CUSTOMER
                      ADD 1 TO WS-ROWS-SEEN
                      IF WS-ROWS-SEEN > WS-ROWS-TO-SKIP
                          AND WS-DOC-COUNT < 500
                        ADD 1 TO WS-DOC-COUNT
                        MOVE DOCUMENT-HISTORY-RECORD TO
                            WS-DOC-IMAGE(WS-DOC-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOCUMENT-HISTORY.

              D000-SHOW-HISTORY.
              IF WS-DOC-COUNT = 0
                DISPLAY 'NO CORRESPONDENCE ON FILE'
                EXIT PARAGRAPH
              END-IF
              DISPLAY 'DATE     TIME   DOCUMENT               '
                  'ACCOUNT  CHANNEL    PROGRAM'
              PERFORM VARYING WS-DOC-IDX FROM WS-DOC-COUNT BY -1
                  UNTIL WS-DOC-IDX < 1
                MOVE WS-DOC-IMAGE(WS-DOC-IDX) TO
                    DOCUMENT-HISTORY-RECORD
                PERFORM D100-SHOW-ONE-DOCUMENT
              END-PERFORM
              IF WS-ROWS-TO-SKIP > 0
                DISPLAY 'LATEST 500 OF ' WS-ROWS-ON-FILE
                    ' DOCUMENTS SHOWN'
              ELSE
                DISPLAY 'DOCUMENTS SHOWN: ' WS-DOC-COUNT
              END-IF.

              *> the reprint is the generation the producer's
              *> print file was stowed as that day, cut down to
              *> this document by its key (see RPTREPR)
              D100-SHOW-ONE-DOCUMENT.
              EVALUATE TRUE
                WHEN DOC-STATEMENT
                  MOVE 'STATEMENT' TO WS-TYPE-TEXT
                WHEN DOC-CONSOLIDATED-STMT
                  MOVE 'CONSOLIDATED STATEMENT' TO WS-TYPE-TEXT
                WHEN DOC-NSF-NOTICE
                  MOVE 'NSF NOTICE' TO WS-TYPE-TEXT
                WHEN DOC-REPRICE-NOTICE
                  MOVE 'REPRICING NOTICE' TO WS-TYPE-TEXT
                WHEN DOC-ESCHEAT-NOTICE
                  MOVE 'ESCHEAT NOTICE' TO WS-TYPE-TEXT
                WHEN DOC-LOW-BALANCE-ALERT
                  MOVE 'LOW BALANCE ALERT' TO WS-TYPE-TEXT
                WHEN DOC-LARGE-POSTING-ALERT
                  MOVE 'LARGE POSTING ALERT' TO WS-TYPE-TEXT
                WHEN DOC-TELLER-RECEIPT
                  MOVE 'TELLER RECEIPT' TO WS-TYPE-TEXT
                WHEN DOC-BRANCH-TRANSFER
                  MOVE 'BRANCH TRANSFER NOTICE' TO WS-TYPE-TEXT
                WHEN OTHER
                  MOVE DH-DOC-TYPE TO WS-TYPE-TEXT
              END-EVALUATE
              EVALUATE TRUE
                WHEN SENT-BY-MAIL
                  MOVE 'MAIL' TO WS-CHANNEL-TEXT
                WHEN SENT-ELECTRONIC
                  MOVE 'ELECTRONIC' TO WS-CHANNEL-TEXT
                WHEN HANDED-OVER-COUNTER
                  MOVE 'COUNTER' TO WS-CHANNEL-TEXT
                WHEN OTHER
                  MOVE DH-CHANNEL TO WS-CHANNEL-TEXT
              END-EVALUATE
              DISPLAY DH-SENT-DATE ' ' DH-SENT-TIME ' '
                  WS-TYPE-TEXT ' ' DH-ACCOUNT-ID ' '
                  WS-CHANNEL-TEXT ' ' DH-PROGRAM
              IF DH-REPORT-NAME NOT = SPACES
                MOVE SPACES TO WS-REPRINT-LINE
                STRING '    REPRINT: RPTREPR PRINT report_'
                    DELIMITED BY SIZE
                    DH-REPORT-NAME DELIMITED BY SPACE
                    '_' DH-SENT-DATE '.txt ' DH-REPRINT-KEY
                    DELIMITED BY SIZE
                    INTO WS-REPRINT-LINE
                END-STRING
                DISPLAY WS-REPRINT-LINE
              END-IF.
