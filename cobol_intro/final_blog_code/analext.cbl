            *> masked to the same last-initial-plus-account-
            *> suffix token the outbound extracts use - closed
            *> with a TRAILREC-style trailer so their loader can
            *> prove the file. The extract goes on the outbound
            *> transmission manifest through XMITREG as it is
            *> closed (see copybooks/XMITMAN), which keeps the
            *> generation with its count and hash total as the
            *> proof of sending and for any resend
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
              IF WS-DATE-PARM IS NUMERIC
                MOVE WS-DATE-PARM TO WS-RUN-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-RUN-DATE
                END-CALL
              END-IF
              PERFORM B100-LOAD-ACCOUNT-XREF

              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE ANALYTICS-EXTRACT
              CALL 'XMITREG' USING 'ANALYTICS   ',
                  'analytics_extract.txt                   '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'ANALEXT - END OF JOB SUMMARY'
