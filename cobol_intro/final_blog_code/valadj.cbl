            *> thirty days, DLYACCR's convention - and posts the
            *> make-up as an 'I' transaction through the normal
            *> journaled path. Worked adjustments clear off the
            *> queue; adjustment UIDs come from UIDALLOC's VALADJ
            *> range (88001-88999)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

            DATA DIVISION.
              FILE SECTION.
                FD VALUE-ADJUSTMENTS.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-QUEUE-EOF PIC X VALUE 'N'.
                    88 END-OF-QUEUE VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                01 WS-OPERATOR-ID PIC X(8) VALUE 'BATCH'.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> UIDALLOC's answer for the make-up in hand
                01 WS-NEXT-VALADJ-UID PIC 9(5) VALUE 0.

                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-ADJUSTMENTS-READ PIC 9(5) VALUE 0.
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN OUTPUT VALUE-ADJUSTMENTS
              CLOSE VALUE-ADJUSTMENTS

              CALL 'UIDALLOC' USING 'VALADJ    ', 'VALADJ  ', 'R',
                  WS-NEXT-VALADJ-UID
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'VALADJ - END OF JOB SUMMARY'
              *> MAINMENU
              GOBACK.

              *> the make-up is the interest the corrected
              *> amount would have earned between the two dates
              *> at the account's own rate - positive when the
                EXIT PARAGRAPH
              END-IF

              CALL 'UIDALLOC' USING 'VALADJ    ', 'VALADJ  ', 'N',
                  WS-NEXT-VALADJ-UID
              END-CALL
              MOVE WS-NEXT-VALADJ-UID TO
                  UID OF TRANSACTION-STRUCT
              MOVE 'VALUE-DATED INTEREST ADJ' TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT

              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE 1 TO JN-CYCLE
              CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                  JN-CHAIN-HASH
              END-CALL
              WRITE JOURNAL-RECORD

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
