            *> relative record number instead of going straight
            *> against TRANSACTIONS, so an operator can review the
            *> day's corrections before CORRPOST's reversal/
            *> correction job applies them. Whoever staged each
            *> slot goes on the maker/checker trail (see
            *> copybooks/MKCKTRL) for SODRPT
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    88 CORRECTION-APPROVED VALUE 'V'.
                    88 CORRECTION-DISCARDED VALUE 'D'.
                    88 CORRECTION-APPLIED VALUE 'A'.
                  *> the day the slot was staged - QUEAGE ages the
                  *> slots still waiting on review off it
                  02 CS-STAGED-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                *> under - grows by one for every correction filed
                *> today
                01 WS-STAGING-SLOT PIC 9(5) VALUE 0.
                01 WS-RUN-DATE PIC 9(8).

                01 WS-COUNTS.
                  05 WS-CORRECTIONS-STAGED PIC 9(5) VALUE 0.
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              OPEN INPUT CORRECTION-FEED
              OPEN OUTPUT CORRECTION-STAGING

              MOVE CF-REASON TO CS-REASON
              MOVE CF-VALUE-DATE TO CS-VALUE-DATE
              SET CORRECTION-PENDING TO TRUE
              MOVE WS-RUN-DATE TO CS-STAGED-DATE
              WRITE CORRECTION-STAGING-RECORD
                INVALID KEY
                  DISPLAY 'CORRSTG - COULD NOT STAGE UID: ' CF-UID
                NOT INVALID KEY
                  ADD 1 TO WS-CORRECTIONS-STAGED
                  CALL 'MKCKLOG' USING 'CORRSTG ', 'O', 'CORR',
                      CS-UID, CS-UID, CS-ACCOUNT-ID,
                      WS-OPERATOR-ID
                  END-CALL
              END-WRITE.
