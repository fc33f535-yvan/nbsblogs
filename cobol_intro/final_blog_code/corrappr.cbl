            *> targets, and lets a supervisor approve or discard
            *> it slot by slot - CORRPOST now only posts approved
            *> slots, and a discarded slot goes to REJECTS with
            *> the supervisor's reason. Each decision goes on the
            *> maker/checker trail (see copybooks/MKCKTRL) so
            *> SODRPT can set it beside whoever staged the slot
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    88 CORRECTION-APPROVED VALUE 'V'.
                    88 CORRECTION-DISCARDED VALUE 'D'.
                    88 CORRECTION-APPLIED VALUE 'A'.
                  *> the day the slot was staged - QUEAGE ages the
                  *> slots still waiting on review off it
                  02 CS-STAGED-DATE PIC 9(8).

                FD TRANSACTIONS.
                COPY TRANSACT.
                    SET CORRECTION-APPROVED TO TRUE
                    REWRITE CORRECTION-STAGING-RECORD
                    ADD 1 TO WS-SLOTS-APPROVED
                    CALL 'MKCKLOG' USING 'CORRAPPR', 'A', 'CORR',
                        CS-UID, CS-UID, CS-ACCOUNT-ID,
                        WS-OPERATOR-ID
                    END-CALL
                    DISPLAY 'CORRAPPR APPROVED SLOT: '
                        WS-WORK-SLOT
                  ELSE
                    SET CORRECTION-DISCARDED TO TRUE
                    REWRITE CORRECTION-STAGING-RECORD
                    ADD 1 TO WS-SLOTS-DISCARDED
                    CALL 'MKCKLOG' USING 'CORRAPPR', 'D', 'CORR',
                        CS-UID, CS-UID, CS-ACCOUNT-ID,
                        WS-OPERATOR-ID
                    END-CALL
                    IF WS-DISCARD-REASON = SPACES
                      MOVE 'CORRECTION DISCARDED BY SUPERVISOR'
                          TO WS-DISCARD-REASON
                    MOVE WS-DISCARD-REASON TO RJ-REASON
                    MOVE CORRECTION-STAGING-RECORD TO
                        RJ-RECORD-IMAGE
                    CALL 'BUSDATE' USING 'G', RJ-DATE
                    END-CALL
                    SET REJECT-PENDING TO TRUE
                    WRITE REJECT-RECORD
                    DISPLAY 'CORRAPPR DISCARDED SLOT: '
