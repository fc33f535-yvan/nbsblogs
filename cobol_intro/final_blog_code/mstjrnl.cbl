              LINKAGE SECTION.
                01 LS-PROGRAM-NAME PIC X(8).
                01 LS-OPERATOR-ID PIC X(8).
                01 LS-BEFORE-IMAGE PIC X(111).
                01 LS-AFTER-IMAGE PIC X(111).

            PROCEDURE DIVISION USING LS-PROGRAM-NAME,
                LS-OPERATOR-ID, LS-BEFORE-IMAGE, LS-AFTER-IMAGE.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-TIMESTAMP
              END-CALL
              OPEN EXTEND MASTER-JOURNAL
              MOVE WS-TIMESTAMP TO MJ-TIMESTAMP
              MOVE LS-PROGRAM-NAME TO MJ-PROGRAM
              MOVE LS-OPERATOR-ID TO MJ-OPERATOR-ID
              MOVE LS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
              MOVE LS-AFTER-IMAGE TO MJ-AFTER-IMAGE
              CALL 'JRNLCHN' USING 'S', 'M', MASTER-JOURNAL-RECORD,
                  MJ-CHAIN-HASH
              END-CALL
              WRITE MASTER-JOURNAL-RECORD
              CLOSE MASTER-JOURNAL
              GOBACK.
