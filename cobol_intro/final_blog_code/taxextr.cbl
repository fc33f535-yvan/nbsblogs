            *> ALL interest paid in the year (minimum or not) so
            *> the extract ties back to the GL interest expense
            *> lines. Run parameter is the reporting year
            *> (CCYY); no parameter means the current year. The
            *> extract goes on the outbound transmission manifest
            *> through XMITREG as it is closed (see
            *> copybooks/XMITMAN), which keeps the generation with
            *> its count and hash total as the proof of sending and
            *> for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                *> loops.cbl's run-parameter pattern
                01 WS-YEAR-PARM PIC X(4) VALUE SPACES.
                01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
                01 WS-BUSINESS-DATE PIC 9(8).

                *> records per customer at or over this much
                *> interest go on the extract - the reporting
              IF WS-YEAR-PARM IS NUMERIC
                MOVE WS-YEAR-PARM TO WS-REPORT-YEAR
              ELSE
                CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
                END-CALL
                MOVE WS-BUSINESS-DATE(1:4) TO WS-REPORT-YEAR
              END-IF

              OPEN INPUT ACCOUNT-MASTER
              MOVE WS-GRAND-TOTAL TO TC-GRAND-TOTAL
              WRITE TAX-EXTRACT-LINE FROM WS-TAX-CONTROL
              CLOSE CUSTOMER-MASTER
              CLOSE TAX-EXTRACT
              CALL 'XMITREG' USING 'TAXEXTRACT  ',
                  'tax_extract.txt                         '
              END-CALL.

              D100-WRITE-ONE-RECORD.
              MOVE 'N' TO WS-CUSTOMER-FOUND
