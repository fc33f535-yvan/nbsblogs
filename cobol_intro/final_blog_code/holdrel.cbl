            *> or deny it (routing it to the shared REJECTS file
            *> with the supervisor's reason). Either way the worked
            *> slot is removed from the queue, so held items no
            *> longer pile up unworked. Every release and denial
            *> goes on the maker/checker trail (see
            *> copybooks/MKCKTRL) for SODRPT
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    10 WS-HELD-UID PIC 9(5).
                    10 WS-HELD-RISK-LEVEL PIC X(6).
                    10 WS-HELD-IMAGE PIC X(115).
                    10 WS-HELD-DATE PIC 9(8).
                01 WS-HOLD-IDX PIC 9(3).
                01 WS-WORKED-IDX PIC 9(3) VALUE 0.

                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.
                *> no cheque serial rides this posting - only a
                *> presented cheque can meet a cheque stop
                01 WS-NO-CHEQUE-SERIAL PIC 9(8) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).
                01 WS-RELEASE-END-BALANCE PIC S9(8)V9(2).
                01 WS-WRITE-OK PIC X VALUE 'Y'.
                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

                *> staged full-width for CASEFILE's linkage, the
                *> same staging EXCLOG's X(60) message gets
                        WS-HELD-RISK-LEVEL(WS-HOLD-COUNT)
                    MOVE HQ-RECORD-IMAGE TO
                        WS-HELD-IMAGE(WS-HOLD-COUNT)
                    MOVE HQ-HELD-DATE TO
                        WS-HELD-DATE(WS-HOLD-COUNT)
                END-READ
              END-PERFORM
              CLOSE HOLD-QUEUE.
                    ' RISK: ' WS-HELD-RISK-LEVEL(WS-HOLD-IDX)
                    ' ACCOUNT: ' HF-ACCOUNT-ID
                    ' AMOUNT: ' HF-AMOUNT
                    ' HELD: ' WS-HELD-DATE(WS-HOLD-IDX)
              END-PERFORM
              IF WS-HOLD-COUNT = 0
                DISPLAY 'QUEUE IS EMPTY'
                  MOVE 12 TO RETURN-CODE
                  EXIT PARAGRAPH
                END-IF
                CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
                END-CALL
                OPEN I-O TRANSACTIONS
                OPEN EXTEND JOURNAL
                OPEN I-O ACCOUNT-MASTER
                  PERFORM D100-POST-RELEASED-TRANSACTION
                  IF RELEASE-WRITE-OK
                    ADD 1 TO WS-RELEASED-COUNT
                    CALL 'MKCKLOG' USING 'HOLDREL ', 'A', 'HOLD',
                        WS-WORK-UID, WS-WORK-UID, HF-ACCOUNT-ID,
                        WS-OPERATOR-ID
                    END-CALL
                    DISPLAY 'HOLDREL RELEASED UID: ' WS-WORK-UID
                  END-IF
                ELSE
              END-IF
              IF RELEASE-CLEAR
                CALL 'BLKCHK' USING HF-ACCOUNT-ID, WS-WORK-UID,
                    WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
                END-CALL
                IF NOT POSTING-CLEAR
                  SET RELEASE-BLOCKED TO TRUE
              OPEN EXTEND REJECTS
              MOVE WS-WORK-UID TO RJ-UID
              MOVE WS-FEED-IMAGE TO RJ-RECORD-IMAGE
              CALL 'BUSDATE' USING 'G', RJ-DATE
              END-CALL
              SET REJECT-PENDING TO TRUE
              WRITE REJECT-RECORD
              CLOSE REJECTS
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD

                MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                MOVE WS-DENY-REASON TO RJ-REASON
                MOVE WS-HELD-IMAGE(WS-WORKED-IDX) TO
                    RJ-RECORD-IMAGE
                CALL 'BUSDATE' USING 'G', RJ-DATE
                END-CALL
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
                CLOSE REJECTS
                CALL 'CASEFILE' USING HF-ACCOUNT-ID, 'D',
                    WS-CASE-AMOUNT, WS-CASE-DETAIL
                END-CALL
                CALL 'MKCKLOG' USING 'HOLDREL ', 'D', 'HOLD',
                    WS-WORK-UID, WS-WORK-UID, HF-ACCOUNT-ID,
                    WS-OPERATOR-ID
                END-CALL
                DISPLAY 'HOLDREL DENIED UID: ' WS-WORK-UID
              END-IF.

                      HQ-RISK-LEVEL
                  MOVE WS-HELD-IMAGE(WS-HOLD-IDX) TO
                      HQ-RECORD-IMAGE
                  MOVE WS-HELD-DATE(WS-HOLD-IDX) TO HQ-HELD-DATE
                  WRITE HOLD-QUEUE-RECORD
                END-IF
              END-PERFORM
