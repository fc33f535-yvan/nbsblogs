            *> vendor never reads customers a stale balance.
            *> The file closes with a TRAILREC-style control
            *> record, and the run logs through EXCLOG whether
            *> it produced, produced short, or skipped. The extract
            *> goes on the outbound transmission manifest through
            *> XMITREG as it is closed (see copybooks/XMITMAN),
            *> which keeps the generation with its count and hash
            *> total as the proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              CALL 'RUNCTL' USING 'TRANLOAD  ', SPACES,
                  WS-RUN-DATE, WS-STEP-STATUS, 'C'
              END-CALL
              WRITE PHONE-EXTRACT-LINE FROM WS-EXTRACT-TRAILER
              CLOSE ACCOUNT-MASTER
              CLOSE PHONE-EXTRACT
              CALL 'XMITREG' USING 'PHONEBALANCE',
                  'phone_balance_extract.txt               '
              END-CALL

              IF WS-RECORDS-WRITTEN = 0
                MOVE 'EXTRACT PRODUCED WITH NO OPEN ACCOUNTS'
