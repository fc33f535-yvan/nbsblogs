            *> case with a date and lift the block; AGE prints
            *> the aging report of open cases so disputes stop
            *> living in a drawer. Case ids come off their own
            *> control file, the usual high-water idiom. The
            *> opening and the resolution each go on the
            *> maker/checker trail (see copybooks/MKCKTRL)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PU-UID.

            DATA DIVISION.
              FILE SECTION.
                FD DISPUTE-CASES.
                  02 BL-FEED-TYPE PIC X(1).
                  02 BL-FEED-KEY PIC 9(7).
                  02 BL-FEED-REASON PIC X(40).
                  *> a cheque stop's serial (see BLKCHK)
                  02 BL-FEED-SERIAL PIC 9(8).

                FD CORRECTION-FEED.
                01 CORRECTION-FEED-RECORD.
                  02 PU-UID PIC 9(5).
                  02 PU-POST-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                *> run parameter is 'OPEN <uid> [reason]',
                *> 'CREDIT <case-id>', 'FAVOR <case-id>',
                    10 WS-BLOCK-TYPE PIC X(1).
                    10 WS-BLOCK-KEY PIC 9(7).
                    10 WS-BLOCK-REASON-TEXT PIC X(40).
                    *> a cheque stop's serial, carried through the
                    *> rewrite byte for byte
                    10 WS-BLOCK-SERIAL PIC X(8).
                01 WS-BLOCK-IDX PIC 9(3).

                01 WS-UID-FOUND PIC X VALUE 'N'.

                01 WS-NEXT-CASE-ID PIC 9(5) VALUE 0.

                *> take-back UIDs come from UIDALLOC's DISPUTE
                *> range (89001-89999)
                01 WS-NEXT-DISPUTE-UID PIC 9(5) VALUE 0.
                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-OPEN-CASE-COUNT PIC 9(3) VALUE 0.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              IF NOT ACTION-LIST AND NOT ACTION-AGE
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                SET CASE-FILE-CHANGED TO TRUE
                PERFORM C300-SAVE-NEXT-CASE-ID
                PERFORM C400-DROP-UID-BLOCK
                CALL 'MKCKLOG' USING 'DISPUTE ', 'O', 'DISP',
                    DC-CASE-ID, DC-UID, DC-ACCOUNT-ID,
                    WS-OPERATOR-ID
                END-CALL
                DISPLAY 'DISPUTE OPENED CASE: ' DC-CASE-ID
                    ' AGAINST UID: ' DC-UID
              END-IF.
              MOVE DC-UID TO BL-FEED-KEY
              MOVE 'DISPUTED ITEM - SEE DISPUTE CASE FILE' TO
                  BL-FEED-REASON
              MOVE 0 TO BL-FEED-SERIAL
              WRITE BL-FEED-RECORD
              CLOSE BLOCKED-LIST.

                      WS-CASE-IMAGE(WS-WORKED-IDX)
                  SET CASE-FILE-CHANGED TO TRUE
                  PERFORM E200-LIFT-UID-BLOCK
                  CALL 'MKCKLOG' USING 'DISPUTE ', 'A', 'DISP',
                      DC-CASE-ID, DC-UID, DC-ACCOUNT-ID,
                      WS-OPERATOR-ID
                  END-CALL
                  DISPLAY 'DISPUTE RESOLVED CASE: ' WS-WORK-KEY
                      ' STATUS: ' DC-STATUS
                END-IF
              *> same WRITE/journal/master-rollforward sequence
              *> every other poster uses
              E100-POST-CREDIT-TAKEBACK.
              OPEN I-O TRANSACTIONS
              OPEN EXTEND JOURNAL
              OPEN I-O ACCOUNT-MASTER
                DISPLAY 'DISPUTE - TAKE-BACK ACCOUNT NOT ON '
                    'MASTER, NOTHING POSTED: ' DC-ACCOUNT-ID
              ELSE
                CALL 'UIDALLOC' USING 'DISPUTE   ', 'DISPUTE ',
                    'N', WS-NEXT-DISPUTE-UID
                END-CALL
                MOVE WS-NEXT-DISPUTE-UID TO
                    UID OF TRANSACTION-STRUCT
                MOVE 'PROVISIONAL CREDIT TAKEBACK' TO
                    JN-TRANSACTION-IMAGE
                MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
                MOVE 1 TO JN-CYCLE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
                WRITE JOURNAL-RECORD
                MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                MOVE END-BALANCE OF TRANSACTION-STRUCT TO
              CLOSE JOURNAL
              CLOSE ACCOUNT-MASTER
              CLOSE POSTED-UIDS
              CALL 'UIDALLOC' USING 'DISPUTE   ', 'DISPUTE ', 'R',
                  WS-NEXT-DISPUTE-UID
              END-CALL.

              *> the 'U' block the OPEN dropped comes off with
              *> the resolution - load-whole/rewrite-whole, same
                          WS-BLOCK-KEY(WS-BLOCK-COUNT)
                      MOVE BL-FEED-REASON TO
                          WS-BLOCK-REASON-TEXT(WS-BLOCK-COUNT)
                      MOVE BL-FEED-RECORD(49:8) TO
                          WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                    END-IF
                END-READ
              END-PERFORM
                      BL-FEED-KEY
                  MOVE WS-BLOCK-REASON-TEXT(WS-BLOCK-IDX) TO
                      BL-FEED-REASON
                  MOVE WS-BLOCK-SERIAL(WS-BLOCK-IDX) TO
                      BL-FEED-RECORD(49:8)
                  WRITE BL-FEED-RECORD
                END-IF
              END-PERFORM
