            *> threshold, and for customers who asked, any of
            *> today's postings at or over the large-single-
            *> posting bar. A summary of alerts generated prints
            *> at end of job for the branches. An alert for a
            *> customer whose mail has come back
            *> (CM-MAIL-RETURNED-DATE) is held on the held-mail
            *> list through MAILHOLD instead of going out. The
            *> delivery file is stowed in the report repository
            *> and each alert recorded on the correspondence
            *> history through DOCLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  05 NT-AMOUNT PIC S9(8)V9(2).
                  05 NT-CONTACT PIC X(50).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the number the document carries
                *> on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-READ PIC 9(5) VALUE 0.
                  05 WS-LOW-BALANCE-ALERTS PIC 9(5) VALUE 0.
                  05 WS-LARGE-POST-ALERTS PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT TRANSACTIONS
              CLOSE TRANSACTIONS
              CLOSE ALERT-NOTIFICATIONS

              CALL 'RPTSTOW' USING 'ALERTS      ',
                  'alert_notifications.txt                 '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'ALERTGEN - END OF JOB SUMMARY'
              DISPLAY 'ACCOUNTS READ     : ' WS-ACCOUNTS-READ
                  WS-LOW-BALANCE-ALERTS
              DISPLAY 'LARGE-POST ALERTS : '
                  WS-LARGE-POST-ALERTS
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              END-IF.

              D000-WRITE-NOTIFICATION.
              IF NOT ADDRESS-GOOD
                IF ALERT-LOW-BALANCE
                  CALL 'MAILHOLD' USING 'ALERTGEN',
                      CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                      'LOW BAL ALRT', CM-MAIL-RETURNED-DATE
                  END-CALL
                ELSE
                  CALL 'MAILHOLD' USING 'ALERTGEN',
                      CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                      'LARGE POST  ', CM-MAIL-RETURNED-DATE
                  END-CALL
                END-IF
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF
              MOVE WS-RUN-DATE TO NT-ALERT-DATE
              MOVE AM-CUSTOMER-NUMBER TO NT-CUSTOMER-NUMBER
              MOVE AM-ACCOUNT-ID TO NT-ACCOUNT-ID
              MOVE CM-CONTACT-DETAILS TO NT-CONTACT
              WRITE NOTIFICATION-LINE FROM
                  WS-NOTIFICATION-DETAIL
              MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              IF ALERT-LOW-BALANCE
                CALL 'DOCLOG' USING 'ALERTGEN', WS-DOC-CUSTOMER,
                    WS-DOC-ACCOUNT, 'BA', 'M', 'ALERTS      ',
                    WS-DOC-KEY
                END-CALL
              ELSE
                CALL 'DOCLOG' USING 'ALERTGEN', WS-DOC-CUSTOMER,
                    WS-DOC-ACCOUNT, 'LP', 'M', 'ALERTS      ',
                    WS-DOC-KEY
                END-CALL
              END-IF.
