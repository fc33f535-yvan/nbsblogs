            *> yet - in the partner's own comma-delimited shape,
            *> with the holder name tokenized per the same
            *> outbound masking rule ARCHIVE applies (last-name
            *> initial plus account suffix). The disposition csv
            *> is rewritten every run, so each line's outcome is
            *> also appended to the disposition history (see
            *> copybooks/PDSPHST) with the partner's reference and
            *> the date - PARTCHB traces disputed items back to the
            *> partner's feed through it
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'partner_disposition.csv'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL DISPOSITION-HISTORY
                      ASSIGN TO 'partner_disposition_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL REJECTS ASSIGN TO 'rejects.txt'
                  ORGANIZATION IS SEQUENTIAL.

                FD DISPOSITION-FEED.
                01 DISPOSITION-RECORD PIC X(120).

                FD DISPOSITION-HISTORY.
                COPY PDSPHST.

                FD REJECTS.
                COPY REJECT.


                01 WS-LOOKUP-UID PIC 9(5).

                01 WS-RUN-DATE PIC 9(8).

                *> the day's rejects and holds brought into
                *> memory once, so each partner line is a table
                *> probe instead of a file scan

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-REJECT-TABLE
              PERFORM B100-LOAD-HOLD-TABLE

              OPEN INPUT PARTNER-FEED
              OPEN OUTPUT DISPOSITION-FEED
              OPEN EXTEND DISPOSITION-HISTORY
              OPEN INPUT TRANSACTIONS

              PERFORM UNTIL END-OF-PARTNER-FEED

              CLOSE PARTNER-FEED
              CLOSE DISPOSITION-FEED
              CLOSE DISPOSITION-HISTORY
              CLOSE TRANSACTIONS

              DISPLAY '=========================================='
                  WS-MASKED-HOLDER DELIMITED BY SPACE
                  INTO DISPOSITION-RECORD
              END-STRING
              WRITE DISPOSITION-RECORD

              MOVE WS-RUN-DATE TO PH-DISPOSITION-DATE
              MOVE 0 TO PH-UID
              IF WS-PARTNER-TXN-ID IS NUMERIC
                MOVE WS-LOOKUP-UID TO PH-UID
              END-IF
              MOVE WS-PARTNER-TXN-ID TO PH-PARTNER-TXN-ID
              MOVE WS-PARTNER-ACCOUNT-REF TO PH-PARTNER-ACCOUNT-REF
              MOVE WS-PARTNER-TXN-TYPE TO PH-PARTNER-TXN-TYPE
              MOVE WS-DISPOSITION TO PH-DISPOSITION
              WRITE PARTNER-DISP-HISTORY-RECORD.
