              LINKAGE SECTION.
                01 LS-PROGRAM-NAME PIC X(8).
                01 LS-OPERATOR-ID PIC X(8).
                01 LS-BEFORE-IMAGE PIC X(142).
                01 LS-AFTER-IMAGE PIC X(142).

            PROCEDURE DIVISION USING LS-PROGRAM-NAME,
                LS-OPERATOR-ID, LS-BEFORE-IMAGE, LS-AFTER-IMAGE.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-TIMESTAMP
              END-CALL
              OPEN EXTEND CUSTOMER-JOURNAL
              MOVE WS-TIMESTAMP TO CJ-TIMESTAMP
              MOVE LS-PROGRAM-NAME TO CJ-PROGRAM
              MOVE LS-OPERATOR-ID TO CJ-OPERATOR-ID
              MOVE LS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
              MOVE LS-AFTER-IMAGE TO CJ-AFTER-IMAGE
              CALL 'JRNLCHN' USING 'S', 'C', CUSTOMER-JOURNAL-RECORD,
                  CJ-CHAIN-HASH
              END-CALL
              WRITE CUSTOMER-JOURNAL-RECORD
              CLOSE CUSTOMER-JOURNAL
              GOBACK.
