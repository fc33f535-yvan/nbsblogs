            *> balance, so transaction history is preserved and
            *> every later-posted record's own START/END-BALANCE
            *> chain is left untouched.
            *> The new entry's UID comes from UIDALLOC's
            *> CORRECTION range (90001-90999) so it never
            *> collides with a feed-sourced UID.
            *> Since every posted record is a WRITE, the journal
            *> only ever logs JN-OPERATION = 'WRITE' here,
            *> same as FILES/TRANLOAD - copybooks/JOURNAL's
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> backdated corrections queue their interest
                  *> make-up here for the VALADJ step - the
                  *> correction's money moved as of the value
                    88 CORRECTION-APPROVED VALUE 'V'.
                    88 CORRECTION-DISCARDED VALUE 'D'.
                    88 CORRECTION-APPLIED VALUE 'A'.
                  *> the day the slot was staged - QUEAGE ages the
                  *> slots still waiting on review off it
                  02 CS-STAGED-DATE PIC 9(8).

                FD TRANSACTIONS.
                COPY TRANSACT.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD VALUE-ADJUSTMENTS.
                01 VALUE-ADJUSTMENT-RECORD.
                  02 VA-ACCOUNT-ID PIC S9(7).
                  02 VA-VALUE-DATE PIC 9(8).
                  02 VA-POSTED-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                01 WS-STAGING-SLOT PIC 9(5) VALUE 0.

                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.
                *> no cheque serial rides this posting - only a
                *> presented cheque can meet a cheque stop
                01 WS-NO-CHEQUE-SERIAL PIC 9(8) VALUE 0.

                01 WS-NEW-END-BALANCE PIC S9(6)V9(2).

                *> offsetting entries get a new UID out of the
                *> range UIDALLOC keeps for corrections/reversals,
                *> well clear of the feed's own UIDs, so they never
                *> collide with a posted transaction
                01 WS-NEXT-CORRECTION-UID PIC 9(5) VALUE 0.

                *> fields captured off the original TRANSACTIONS
                *> record before TRANSACTION-STRUCT is overwritten
                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              OPEN I-O CORRECTION-STAGING
              OPEN I-O TRANSACTIONS
              CLOSE JOURNAL
              CLOSE ACCOUNT-MASTER

              CALL 'UIDALLOC' USING 'CORRECTION', 'CORRPOST', 'R',
                  WS-NEXT-CORRECTION-UID
              END-CALL

              *> end-of-job summary banner - same bannered-block
              *> convention as every other program in the batch
              DISPLAY '=========================================='
              STOP RUN.

              *> only a slot the supervisor has approved posts -
              *> a still-pending slot waits for CORRAPPR, a
              *> discarded one is dead, and one already applied by
                  MOVE 'CORRECTION UID NOT FOUND ON TRANSACTIONS'
                      TO RJ-REASON
                  MOVE CORRECTION-STAGING-RECORD TO RJ-RECORD-IMAGE
                  CALL 'BUSDATE' USING 'G', RJ-DATE
                  END-CALL
                  SET REJECT-PENDING TO TRUE
                  WRITE REJECT-RECORD
                ELSE
                  CALL 'BLKCHK' USING
                      ACCOUNT-ID OF TRANSACTION-STRUCT, CS-UID,
                      WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
                  END-CALL
                  IF NOT POSTING-CLEAR
                    MOVE CS-UID TO RJ-UID
                        TO RJ-REASON
                    MOVE CORRECTION-STAGING-RECORD TO
                        RJ-RECORD-IMAGE
                    CALL 'BUSDATE' USING 'G', RJ-DATE
                    END-CALL
                    SET REJECT-PENDING TO TRUE
                    WRITE REJECT-RECORD
                  ELSE
              MOVE 'N' TO WS-OFFSET-POSTED
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE 'N' TO WS-ACCOUNT-POSTABLE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              MOVE ACCOUNT-ID OF TRANSACTION-STRUCT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                MOVE 'CORRECTION ACCOUNT-ID NOT FOUND ON MASTER'
                    TO RJ-REASON
                MOVE CORRECTION-STAGING-RECORD TO RJ-RECORD-IMAGE
                CALL 'BUSDATE' USING 'G', RJ-DATE
                END-CALL
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
              ELSE
                MOVE 'CORRECTION ACCOUNT NOT OPEN FOR POSTING'
                    TO RJ-REASON
                MOVE CORRECTION-STAGING-RECORD TO RJ-RECORD-IMAGE
                CALL 'BUSDATE' USING 'G', RJ-DATE
                END-CALL
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
              ELSE
                CALL 'UIDALLOC' USING 'CORRECTION', 'CORRPOST',
                    'N', WS-NEXT-CORRECTION-UID
                END-CALL
                MOVE WS-NEXT-CORRECTION-UID TO UID OF
                    TRANSACTION-STRUCT
                STRING 'CORR OF UID ' WS-ORIGINAL-UID
                *> posting uses (see GLEXTR's B000-BUILD-GL-RECORD,
                *> which gives REVERSAL its own GL account)
                SET REVERSAL OF TRANSACTION-STRUCT TO TRUE
                CALL 'BUSDATE' USING 'G',
                    POST-DATE OF TRANSACTION-STRUCT
                END-CALL
                WRITE TRANSACTION-STRUCT

                MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                    ACCOUNT-MASTER-RECORD
                END-CALL

                CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
                END-CALL
                MOVE 'WRITE' TO JN-OPERATION
                MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                SET OFFSET-ENTRY-POSTED TO TRUE

