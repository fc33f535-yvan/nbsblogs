
                01 WS-SCRUBBED-NAME PIC A(50).

                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-CONVERTED PIC 9(5) VALUE 0.
                MOVE 0 TO CM-ALERT-THRESHOLD
                MOVE 'N' TO CM-ALERT-LARGE-FLAG
                MOVE 'N' TO CM-WITHHOLDING-FLAG
                MOVE 0 TO CM-DECEASED-DATE
                MOVE 0 TO CM-MAIL-RETURNED-DATE
                MOVE 0 TO CM-DATE-OF-BIRTH
                WRITE CUSTOMER-MASTER-RECORD
                ADD 1 TO WS-CUSTOMERS-CREATED
              END-IF
