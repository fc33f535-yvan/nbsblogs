            *> whose tier rate actually moves - old rate, new
            *> rate and the effective date. A staged change
            *> inside the thirty-day notice period is flagged
            *> through EXCLOG so it can be re-staged further out.
            *> A customer whose mail has come back
            *> (CM-MAIL-RETURNED-DATE) gets no notice - it is
            *> held on the held-mail list through MAILHOLD.
            *> The notice file is stowed in the report
            *> repository and each notice recorded on the
            *> correspondence history through DOCLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NC-CONTACT PIC X(25).

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
                  05 WS-STAGED-CHANGES PIC 9(3) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-SHORT-NOTICE-COUNT PIC 9(3) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              COMPUTE WS-TODAY-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              PERFORM B000-LOAD-RATE-HISTORY
              CLOSE CUSTOMER-MASTER
              CLOSE REPRICE-NOTICES

              CALL 'RPTSTOW' USING 'RATENOTICE  ',
                  'reprice_notices.txt                     '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'RATENTCE - END OF JOB SUMMARY'
              DISPLAY 'STAGED CHANGES    : ' WS-STAGED-CHANGES
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'INSIDE NOTICE PERD: '
                  WS-SHORT-NOTICE-COUNT
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY '=========================================='
              STOP RUN.

                    MOVE CM-CONTACT-DETAILS(1:25) TO NC-CONTACT
                END-READ
              END-IF
              IF CUSTOMER-ON-FILE
                  AND NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'RATENTCE',
                    CM-CUSTOMER-NUMBER, AM-ACCOUNT-ID,
                    'RATE NOTICE ', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF

              MOVE AM-ACCOUNT-ID TO NC-ACCOUNT-ID
              MOVE WS-OLD-RATE TO NC-OLD-RATE
              MOVE WS-HIST-EFFECTIVE(WS-STAGE-IDX) TO
                  NC-EFFECTIVE
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE 0 TO WS-DOC-CUSTOMER
              IF CUSTOMER-ON-FILE
                MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              END-IF
              MOVE AM-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AM-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'RATENTCE', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'RP', 'M', 'RATENOTICE  ',
                  WS-DOC-KEY
              END-CALL.
