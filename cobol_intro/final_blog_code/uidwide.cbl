            IDENTIFICATION DIVISION.
            PROGRAM-ID. UIDWIDE.
            *> transaction UID widening - conversion run. UID is
            *> PIC 9(5) on TRANSACTION-STRUCT and on
            *> posted_uids.dat, and UIDALLOC's ranges carve that
            *> up between every poster; once UIDRPT or UIDALLOC
            *> warns a range is running out there is nowhere to
            *> move it to. This copies both files to new files
            *> with UID at PIC 9(9), field for field, and proves
            *> each copy against its source on record count and
            *> a UID hash total - the same proof REORG gives its
            *> stage - logging the result through EXCLOG either
            *> way. It is non-destructive: the live files are
            *> only read, so it can be run, checked and rerun
            *> ahead of the cutover night.
            *> The widening plan, once the warning fires:
            *>   1. run UIDRPT and pick the cutover night - the
            *>      warning level leaves weeks of headroom at the
            *>      normal posting rate
            *>   2. on the night, after PERCLOSE, hold posting:
            *>      nothing that CALLs UIDALLOC may run
            *>   3. run BACKUP, then UIDWIDE; a non-zero return
            *>      code stops the cutover here, live files intact
            *>   4. widen UID to PIC 9(9) in copybooks/TRANSACT
            *>      (and everything holding a UID - the journal
            *>      image, REJECT, HOLDQ, the posted_uids FDs,
            *>      UIDCTL, UIDLOG, UIDALLOC's LS-UID) and
            *>      recompile the suite
            *>   5. rename transactions_wide.txt and
            *>      posted_uids_wide.dat over the live files
            *>   6. widen the ranges on uid_control.txt - each
            *>      range keeps its place and gains four digits
            *>      of room - and release posting
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL TRANSACTIONS
                      ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT WIDE-TRANSACTIONS
                      ASSIGN TO 'transactions_wide.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF WIDE-TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS WIDE-UID.

                  SELECT OPTIONAL POSTED-UIDS
                      ASSIGN TO 'posted_uids.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PU-UID.

                  SELECT WIDE-POSTED-UIDS
                      ASSIGN TO 'posted_uids_wide.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WPU-UID.

            DATA DIVISION.
              FILE SECTION.
                FD TRANSACTIONS.
                COPY TRANSACT.

                *> the same layout with UID at its new width
                *> (WIDE-UID, so it cannot be taken for the live
                *> record's) - copied from TRANSACT so no other
                *> field can drift from the live record. The
                *> audit-log RENAMES is left off; nothing here
                *> logs the wide record whole
                FD WIDE-TRANSACTIONS.
                COPY TRANSACT REPLACING
                    ==TRANSACTION-STRUCT== BY
                        ==WIDE-TRANSACTION-STRUCT==
                    ==UID PIC 9(5)== BY ==WIDE-UID PIC 9(9)==
                    ==66 TRANSACTION-AUDIT-LOG RENAMES UID THRU
                        POST-DATE.== BY ====.

                FD POSTED-UIDS.
                01 POSTED-UID-RECORD.
                  02 PU-UID PIC 9(5).
                  02 PU-POST-DATE PIC 9(8).

                FD WIDE-POSTED-UIDS.
                01 WIDE-POSTED-UID-RECORD.
                  02 WPU-UID PIC 9(9).
                  02 WPU-POST-DATE PIC 9(8).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SOURCE-EOF PIC X VALUE 'N'.
                    88 END-OF-SOURCE VALUE 'Y'.
                  05 WS-TARGET-EOF PIC X VALUE 'N'.
                    88 END-OF-TARGET VALUE 'Y'.

                *> the proof figures - each new file must read
                *> back the same count and UID hash as the live
                *> file it was copied from
                01 WS-SOURCE-COUNT PIC 9(7) VALUE 0.
                01 WS-SOURCE-HASH PIC 9(12) VALUE 0.
                01 WS-TARGET-COUNT PIC 9(7) VALUE 0.
                01 WS-TARGET-HASH PIC 9(12) VALUE 0.

                01 WS-TRANS-COUNT PIC 9(7) VALUE 0.
                01 WS-UIDS-COUNT PIC 9(7) VALUE 0.
                01 WS-FILES-FAILED PIC 9(1) VALUE 0.

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.
                01 WS-STAT-FAILED PIC 9(7) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              PERFORM B000-WIDEN-TRANSACTIONS
              PERFORM C000-WIDEN-POSTED-UIDS

              DISPLAY '=========================================='
              DISPLAY 'UIDWIDE - END OF JOB SUMMARY'
              DISPLAY 'TRANSACTIONS WIDENED : ' WS-TRANS-COUNT
              DISPLAY 'POSTED UIDS WIDENED  : ' WS-UIDS-COUNT
              DISPLAY 'FILES FAILING PROOF  : ' WS-FILES-FAILED
              DISPLAY '=========================================='
              IF WS-FILES-FAILED > 0
                MOVE 'UID WIDENING FAILED PROOF - DO NOT SWAP FILES'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDWIDE', 'S', WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
              ELSE
                MOVE 'UID WIDENING PROVED - WIDE FILES READY TO SWAP'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDWIDE', 'I', WS-EXC-MESSAGE
                END-CALL
              END-IF
              MOVE WS-FILES-FAILED TO WS-STAT-FAILED
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'UIDWIDE   ',
                  WS-TRANS-COUNT, WS-UIDS-COUNT,
                  WS-STAT-FAILED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              STOP RUN.

              *> every transaction, field for field - only the
              *> width of UID changes
              B000-WIDEN-TRANSACTIONS.
              MOVE 0 TO WS-SOURCE-COUNT
              MOVE 0 TO WS-SOURCE-HASH
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT TRANSACTIONS
              OPEN OUTPUT WIDE-TRANSACTIONS
              PERFORM UNTIL END-OF-SOURCE
                READ TRANSACTIONS NEXT RECORD
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                    ADD UID OF TRANSACTION-STRUCT TO WS-SOURCE-HASH
                    MOVE CORRESPONDING TRANSACTION-STRUCT TO
                        WIDE-TRANSACTION-STRUCT
                    MOVE UID OF TRANSACTION-STRUCT TO WIDE-UID
                    WRITE WIDE-TRANSACTION-STRUCT
                      INVALID KEY
                        DISPLAY 'UIDWIDE - WRITE FAILED FOR UID '
                            UID OF TRANSACTION-STRUCT
                    END-WRITE
                END-READ
              END-PERFORM
              CLOSE TRANSACTIONS
              CLOSE WIDE-TRANSACTIONS

              MOVE 0 TO WS-TARGET-COUNT
              MOVE 0 TO WS-TARGET-HASH
              MOVE 'N' TO WS-TARGET-EOF
              OPEN INPUT WIDE-TRANSACTIONS
              PERFORM UNTIL END-OF-TARGET
                READ WIDE-TRANSACTIONS NEXT RECORD
                  AT END
                    SET END-OF-TARGET TO TRUE
                  NOT AT END
                    ADD 1 TO WS-TARGET-COUNT
                    ADD WIDE-UID TO WS-TARGET-HASH
                END-READ
              END-PERFORM
              CLOSE WIDE-TRANSACTIONS

              MOVE WS-TARGET-COUNT TO WS-TRANS-COUNT
              IF WS-TARGET-COUNT NOT = WS-SOURCE-COUNT
                  OR WS-TARGET-HASH NOT = WS-SOURCE-HASH
                ADD 1 TO WS-FILES-FAILED
                DISPLAY 'UIDWIDE - TRANSACTIONS PROOF FAILED: READ '
                    WS-SOURCE-COUNT ' WROTE ' WS-TARGET-COUNT
                MOVE 'WIDE TRANSACTIONS DO NOT PROVE TO LIVE FILE'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDWIDE', 'S', WS-EXC-MESSAGE
                END-CALL
              END-IF.

              C000-WIDEN-POSTED-UIDS.
              MOVE 0 TO WS-SOURCE-COUNT
              MOVE 0 TO WS-SOURCE-HASH
              MOVE 'N' TO WS-SOURCE-EOF
              OPEN INPUT POSTED-UIDS
              OPEN OUTPUT WIDE-POSTED-UIDS
              PERFORM UNTIL END-OF-SOURCE
                READ POSTED-UIDS NEXT RECORD
                  AT END
                    SET END-OF-SOURCE TO TRUE
                  NOT AT END
                    ADD 1 TO WS-SOURCE-COUNT
                    ADD PU-UID TO WS-SOURCE-HASH
                    MOVE PU-UID TO WPU-UID
                    MOVE PU-POST-DATE TO WPU-POST-DATE
                    WRITE WIDE-POSTED-UID-RECORD
                      INVALID KEY
                        DISPLAY 'UIDWIDE - WRITE FAILED FOR UID '
                            PU-UID
                    END-WRITE
                END-READ
              END-PERFORM
              CLOSE POSTED-UIDS
              CLOSE WIDE-POSTED-UIDS

              MOVE 0 TO WS-TARGET-COUNT
              MOVE 0 TO WS-TARGET-HASH
              MOVE 'N' TO WS-TARGET-EOF
              OPEN INPUT WIDE-POSTED-UIDS
              PERFORM UNTIL END-OF-TARGET
                READ WIDE-POSTED-UIDS NEXT RECORD
                  AT END
                    SET END-OF-TARGET TO TRUE
                  NOT AT END
                    ADD 1 TO WS-TARGET-COUNT
                    ADD WPU-UID TO WS-TARGET-HASH
                END-READ
              END-PERFORM
              CLOSE WIDE-POSTED-UIDS

              MOVE WS-TARGET-COUNT TO WS-UIDS-COUNT
              IF WS-TARGET-COUNT NOT = WS-SOURCE-COUNT
                  OR WS-TARGET-HASH NOT = WS-SOURCE-HASH
                ADD 1 TO WS-FILES-FAILED
                DISPLAY 'UIDWIDE - POSTED UIDS PROOF FAILED: READ '
                    WS-SOURCE-COUNT ' WROTE ' WS-TARGET-COUNT
                MOVE 'WIDE POSTED UIDS DO NOT PROVE TO LIVE FILE'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'UIDWIDE', 'S', WS-EXC-MESSAGE
                END-CALL
              END-IF.
