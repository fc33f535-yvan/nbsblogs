            *> branch and currency, and writes a fixed-width
            *> settlement file closed by a TRAILREC-style control
            *> trailer so the clearing house can prove the file on
            *> receipt. The extract goes on the outbound
            *> transmission manifest through XMITREG as it is
            *> closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the
            *> proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
              IF WS-REPORT-PARM IS NUMERIC
                MOVE WS-REPORT-PARM TO WS-REPORT-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
                END-CALL
              END-IF

              PERFORM B100-LOAD-ACCOUNT-XREF
              MOVE WS-AMOUNT-HASH TO ET-AMOUNT-HASH
              WRITE SETTLEMENT-RECORD FROM WS-EXTRACT-TRAILER
              CLOSE SETTLEMENT-EXTRACT
              CALL 'XMITREG' USING 'SETTLEMENT  ',
                  'settlement_extract.txt                  '
              END-CALL
              CALL 'RPTSTOW' USING 'SETTLEXT    ',
                  'settlement_extract.txt                  '
              END-CALL
