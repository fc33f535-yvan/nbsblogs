            IDENTIFICATION DIVISION.
            PROGRAM-ID. STMTREQ.
            *> on-demand interim statement for any date range -
            *> STMTGEN only ever prints the cycle statement off
            *> PEREXTR's period extract, so a customer needing a
            *> statement from the 14th of March to the 2nd of
            *> June for a visa or a loan was pieced together off
            *> ARCHINQ screens. This takes an ACCOUNT-ID and a
            *> from/to date range, gathers the account's postings
            *> across every ARCHIVE generation (index first, the
            *> registry otherwise, then the retired single
            *> archive - ARCHINQ's search) and the live
            *> TRANSACTIONS, and prints them in POST-DATE order
            *> on STMTGEN's statement page, marked INTERIM
            *> STATEMENT with the date it was asked for. The
            *> opening balance is ASOFBAL's reconstruction as of
            *> the day before the range opens: the latest
            *> balance snapshot on or before that day, rolled
            *> forward through every posting after it. The page
            *> is stowed in the report repository and recorded on
            *> the correspondence history through DOCLOG, as
            *> STMTGEN's statements are. A customer whose mail
            *> has come back (CM-MAIL-RETURNED-DATE) gets no
            *> page - the statement goes on the held-mail list
            *> through MAILHOLD until CUSTMNT records new contact
            *> details, STMTGEN's way.
            *> Run parameter is "<account-id> <from> <to>"
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> holder name and customer tie for the header
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT TRANSACTIONS ASSIGN TO 'transactions.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID OF TRANSACTION-STRUCT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                      UID OF TRANSACTION-STRUCT.

                  SELECT OPTIONAL BALANCE-SNAPSHOT
                      ASSIGN TO 'balance_snapshot.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ARCHIVE-REGISTRY
                      ASSIGN TO 'archive_generations.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the account-to-generation index ARCHIVE
                  *> maintains - when it knows this account,
                  *> only the generations holding it are read
                  SELECT OPTIONAL ARCHIVE-ACCOUNT-INDEX
                      ASSIGN TO 'archive_account_index.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL ARCHIVE-FILE
                      ASSIGN USING WS-ARCHIVE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> joint holders print on the header, as on
                  *> STMTGEN's page
                  SELECT OPTIONAL CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT OPTIONAL HOLDER-XREF
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT STATEMENT-PRINT
                      ASSIGN TO 'interim_statement.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD TRANSACTIONS.
                COPY TRANSACT.

                FD BALANCE-SNAPSHOT.
                01 SNAPSHOT-RECORD.
                  02 SN-DATE PIC 9(8).
                  02 SN-ACCOUNT-ID PIC S9(7).
                  02 SN-BALANCE PIC S9(8)V9(2).

                FD ARCHIVE-REGISTRY.
                01 ARCHIVE-REGISTRY-RECORD.
                  02 AG-FILE-NAME PIC X(40).

                FD ARCHIVE-ACCOUNT-INDEX.
                01 ARCHIVE-INDEX-RECORD.
                  02 AI-ACCOUNT-ID PIC S9(7).
                  02 AI-FILE-NAME PIC X(40).

                *> archived records carry the TRANSACTIONS field
                *> layout, holder masked
                FD ARCHIVE-FILE.
                01 ARCHIVED-TRANSACTION.
                  02 AR-UID PIC 9(5).
                  02 AR-DESC PIC X(25).
                  02 AR-DETAILS.
                    03 AR-AMOUNT PIC S9(6)V9(2).
                    03 AR-START-BALANCE PIC S9(6)V9(2).
                    03 AR-END-BALANCE PIC S9(6)V9(2).
                  02 AR-ACCOUNT-ID PIC S9(7).
                  02 AR-ACCOUNT-HOLDER PIC A(50).
                  02 AR-TRAN-TYPE-CODE PIC X(1).
                  02 AR-CURRENCY-CODE PIC X(3).
                  02 AR-POST-DATE PIC 9(8).

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD STATEMENT-PRINT.
                01 PRINT-LINE PIC X(96).

              WORKING-STORAGE SECTION.
                *> run parameter - ACCEPT FROM COMMAND-LINE
                *> follows ASOFBAL's run-parameter pattern
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-ACCOUNT-TEXT PIC X(7).
                01 WS-FROM-TEXT PIC X(8).
                01 WS-TO-TEXT PIC X(8).

                01 WS-INQUIRY-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-FROM-DATE PIC 9(8) VALUE 0.
                01 WS-TO-DATE PIC 9(8) VALUE 0.
                01 WS-REQUEST-DATE PIC 9(8).

                *> the opening balance is the balance at the end
                *> of the day before the range opens
                01 WS-OPENING-AS-OF PIC 9(8) VALUE 0.

                01 WS-FLAGS.
                  05 WS-SNAP-EOF PIC X VALUE 'N'.
                    88 END-OF-SNAPSHOTS VALUE 'Y'.
                  05 WS-REGISTRY-EOF PIC X VALUE 'N'.
                    88 END-OF-REGISTRY VALUE 'Y'.
                  05 WS-ARCHIVE-EOF PIC X VALUE 'N'.
                    88 END-OF-ARCHIVE VALUE 'Y'.
                  05 WS-TRANS-EOF PIC X VALUE 'N'.
                    88 END-OF-TRANS VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.

                01 WS-START-OK PIC X VALUE 'N'.
                  88 START-SUCCEEDED VALUE 'Y'.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                01 WS-ARCHIVE-NAME PIC X(40).

                *> the reconstruction - base snapshot plus every
                *> posting after it and before the range opens
                01 WS-BASE-DATE PIC 9(8) VALUE 0.
                01 WS-OPENING-BALANCE PIC S9(9)V9(2) VALUE 0.
                01 WS-RUNNING-BALANCE PIC S9(9)V9(2) VALUE 0.
                01 WS-SNAPSHOT-FOUND PIC X VALUE 'N'.
                  88 SNAPSHOT-ON-FILE VALUE 'Y'.

                *> the posting in hand, whichever file it came
                *> off - ASOFBAL's staging idiom
                01 WS-NEW-POST-DATE PIC 9(8).
                01 WS-NEW-UID PIC 9(5).
                01 WS-NEW-DESC PIC X(25).
                01 WS-NEW-AMOUNT PIC S9(6)V9(2).

                *> the range's postings, held in POST-DATE order
                *> (UID breaks ties) - ARCHINQ's sorted insert
                01 WS-HIT-COUNT PIC 9(3) VALUE 0.
                01 WS-HIT-TABLE.
                  05 WS-HIT-ENTRY OCCURS 500 TIMES.
                    10 WS-HIT-POST-DATE PIC 9(8).
                    10 WS-HIT-UID PIC 9(5).
                    10 WS-HIT-DESC PIC X(25).
                    10 WS-HIT-AMOUNT PIC S9(6)V9(2).
                01 WS-HIT-IDX PIC 9(3).
                01 WS-SHIFT-IDX PIC 9(3).
                01 WS-HISTORY-TRUNCATED PIC X VALUE 'N'.
                  88 HISTORY-TRUNCATED VALUE 'Y'.

                01 WS-INDEX-EOF PIC X VALUE 'N'.
                  88 END-OF-INDEX VALUE 'Y'.
                01 WS-INDEX-HAS-ROWS PIC X VALUE 'N'.
                  88 ACCOUNT-ON-INDEX VALUE 'Y'.
                01 WS-INDEX-UNUSABLE PIC X VALUE 'N'.
                  88 INDEX-IS-UNUSABLE VALUE 'Y'.

                01 WS-GEN-COUNT PIC 9(3) VALUE 0.
                01 WS-GEN-TABLE.
                  05 WS-GEN-NAME PIC X(40) OCCURS 100 TIMES.
                01 WS-GEN-IDX PIC 9(3).

                *> who is asking - logged through INQLOG like
                *> every other read of customer data
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-LOG-KEY PIC 9(7) VALUE 0.

                *> the statement just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the account number the page
                *> carries on its header line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                *> STMTGEN's statement lines, the header marked
                *> interim and carrying the range and the date
                *> the statement was asked for
                01 WS-HEADER-LINE.
                  05 FILLER PIC X(19) VALUE 'INTERIM STATEMENT -'.
                  05 FILLER PIC X(10) VALUE ' ACCOUNT: '.
                  05 HL-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(13) VALUE '  REQUESTED: '.
                  05 HL-DATE PIC 9(8).

                01 WS-PERIOD-LINE.
                  05 FILLER PIC X(13) VALUE 'PERIOD FROM: '.
                  05 PL-FROM-DATE PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' TO: '.
                  05 PL-TO-DATE PIC 9(8).

                01 WS-HOLDER-LINE.
                  05 FILLER PIC X(8) VALUE 'HOLDER: '.
                  05 HO-NAME PIC X(50).
                  05 FILLER PIC X(11) VALUE ' CUSTOMER: '.
                  05 HO-CUSTOMER-NUMBER PIC 9(7).

                01 WS-JOINT-NAME PIC X(30) VALUE SPACES.
                01 WS-JOINT-LINE.
                  05 FILLER PIC X(13) VALUE 'ALSO HOLDER: '.
                  05 JL-NAME PIC X(30).
                  05 FILLER PIC X(7) VALUE ' ROLE: '.
                  05 JL-ROLE PIC X(1).

                01 WS-BALANCE-LINE.
                  05 BL-LABEL PIC X(17).
                  05 BL-AMOUNT PIC -(7)9.99.

                01 WS-DETAIL-LINE.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-POST-DATE PIC 9(8).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-UID PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 DL-DESC PIC X(25).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-AMOUNT PIC -(6)9.99.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-RUNNING-BALANCE PIC -(7)9.99.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              IF WS-OPERATOR-ID = SPACES
                MOVE 'UNKNOWN' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-REQUEST-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACCOUNT-TEXT, WS-FROM-TEXT, WS-TO-TEXT
              END-UNSTRING
              IF WS-ACCOUNT-TEXT IS NUMERIC
                MOVE WS-ACCOUNT-TEXT TO WS-INQUIRY-ACCOUNT
              END-IF
              IF WS-FROM-TEXT IS NUMERIC
                MOVE WS-FROM-TEXT TO WS-FROM-DATE
              END-IF
              IF WS-TO-TEXT IS NUMERIC
                MOVE WS-TO-TEXT TO WS-TO-DATE
              END-IF
              IF WS-INQUIRY-ACCOUNT = 0
                  OR WS-FROM-DATE = 0
                  OR WS-TO-DATE = 0
                  OR WS-FROM-DATE > WS-TO-DATE
                DISPLAY 'STMTREQ - USE <ACCOUNT-ID> <FROM CCYYMMDD> '
                    '<TO CCYYMMDD>'
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF

              OPEN INPUT ACCOUNT-MASTER
              MOVE WS-INQUIRY-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              CLOSE ACCOUNT-MASTER
              IF NOT ACCOUNT-ON-MASTER
                DISPLAY 'STMTREQ - ACCOUNT NOT ON MASTER: '
                    WS-INQUIRY-ACCOUNT
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF

              MOVE WS-INQUIRY-ACCOUNT TO WS-LOG-KEY
              CALL 'INQLOG' USING 'STMTREQ ', WS-OPERATOR-ID,
                  'A', WS-LOG-KEY
              END-CALL
              PERFORM A100-CHECK-MAIL-RETURNED

              COMPUTE WS-OPENING-AS-OF = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
              PERFORM B000-FIND-BASE-SNAPSHOT
              PERFORM C000-COLLECT-ARCHIVE-GENERATIONS
              PERFORM D000-COLLECT-LIVE-TRANSACTIONS
              PERFORM F000-PRINT-STATEMENT

              CALL 'RPTSTOW' USING 'INTERIMSTMT ',
                  'interim_statement.txt                   '
              END-CALL
              MOVE AM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              MOVE WS-INQUIRY-ACCOUNT TO WS-DOC-ACCOUNT
              MOVE WS-INQUIRY-ACCOUNT TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'STMTREQ ', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'IS', 'M', 'INTERIMSTMT ',
                  WS-DOC-KEY
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'STMTREQ - INTERIM STATEMENT ACCOUNT '
                  WS-INQUIRY-ACCOUNT
              DISPLAY 'PERIOD            : ' WS-FROM-DATE
                  ' TO ' WS-TO-DATE
              DISPLAY 'BASE SNAPSHOT DATE: ' WS-BASE-DATE
              DISPLAY 'OPENING BALANCE   : ' WS-OPENING-BALANCE
              DISPLAY 'POSTINGS PRINTED  : ' WS-HIT-COUNT
              DISPLAY 'CLOSING BALANCE   : ' WS-RUNNING-BALANCE
              IF HISTORY-TRUNCATED
                DISPLAY 'STMTREQ - MORE THAN 500 POSTINGS IN RANGE, '
                    'STATEMENT TRUNCATED - NARROW THE RANGE'
                MOVE 4 TO RETURN-CODE
              END-IF
              DISPLAY '=========================================='
              STOP RUN.

              *> STMTGEN's held-mail check - a page to an
              *> address the post office has sent back is held,
              *> not printed. An account with no customer row
              *> has nobody to hold it for and prints as before
              A100-CHECK-MAIL-RETURNED.
              IF AM-CUSTOMER-NUMBER = 0
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT CUSTOMER-MASTER
              MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 0 TO CM-MAIL-RETURNED-DATE
              END-READ
              IF NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'STMTREQ ',
                    CM-CUSTOMER-NUMBER, WS-INQUIRY-ACCOUNT,
                    'INTERIM STMT', CM-MAIL-RETURNED-DATE
                END-CALL
                DISPLAY 'STMTREQ - MAIL RETURNED FOR CUSTOMER '
                    CM-CUSTOMER-NUMBER ', STATEMENT HELD'
                CLOSE CUSTOMER-MASTER
                MOVE 4 TO RETURN-CODE
                STOP RUN
              END-IF
              CLOSE CUSTOMER-MASTER.

              *> ASOFBAL's B000 - the latest snapshot row dated
              *> on or before the opening date is the starting
              *> point
              B000-FIND-BASE-SNAPSHOT.
              OPEN INPUT BALANCE-SNAPSHOT
              PERFORM UNTIL END-OF-SNAPSHOTS
                READ BALANCE-SNAPSHOT
                  AT END
                    SET END-OF-SNAPSHOTS TO TRUE
                  NOT AT END
                    IF SN-ACCOUNT-ID = WS-INQUIRY-ACCOUNT
                        AND SN-DATE <= WS-OPENING-AS-OF
                        AND SN-DATE >= WS-BASE-DATE
                      MOVE SN-DATE TO WS-BASE-DATE
                      MOVE SN-BALANCE TO WS-OPENING-BALANCE
                      SET SNAPSHOT-ON-FILE TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BALANCE-SNAPSHOT.

              *> ASOFBAL's C000 - the index when it can vouch
              *> for the account, every registered generation
              *> otherwise, and the retired single-file archive
              *> last
              C000-COLLECT-ARCHIVE-GENERATIONS.
              PERFORM C050-CONSULT-ACCOUNT-INDEX
              IF ACCOUNT-ON-INDEX
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                    UNTIL WS-GEN-IDX > WS-GEN-COUNT
                  MOVE WS-GEN-NAME(WS-GEN-IDX) TO
                      WS-ARCHIVE-NAME
                  PERFORM C100-COLLECT-ONE-GENERATION
                END-PERFORM
              ELSE
                OPEN INPUT ARCHIVE-REGISTRY
                PERFORM UNTIL END-OF-REGISTRY
                  READ ARCHIVE-REGISTRY
                    AT END
                      SET END-OF-REGISTRY TO TRUE
                    NOT AT END
                      MOVE AG-FILE-NAME TO WS-ARCHIVE-NAME
                      PERFORM C100-COLLECT-ONE-GENERATION
                  END-READ
                END-PERFORM
                CLOSE ARCHIVE-REGISTRY
              END-IF
              MOVE 'archive_period.txt' TO WS-ARCHIVE-NAME
              PERFORM C100-COLLECT-ONE-GENERATION.

              C050-CONSULT-ACCOUNT-INDEX.
              MOVE 'N' TO WS-INDEX-HAS-ROWS
              MOVE 'N' TO WS-INDEX-EOF
              MOVE 'N' TO WS-INDEX-UNUSABLE
              MOVE 0 TO WS-GEN-COUNT
              OPEN INPUT ARCHIVE-ACCOUNT-INDEX
              PERFORM UNTIL END-OF-INDEX
                READ ARCHIVE-ACCOUNT-INDEX
                  AT END
                    SET END-OF-INDEX TO TRUE
                  NOT AT END
                    IF AI-ACCOUNT-ID = 0
                      SET INDEX-IS-UNUSABLE TO TRUE
                    END-IF
                    IF AI-ACCOUNT-ID = WS-INQUIRY-ACCOUNT
                      IF WS-GEN-COUNT < 100
                        SET ACCOUNT-ON-INDEX TO TRUE
                        ADD 1 TO WS-GEN-COUNT
                        MOVE AI-FILE-NAME TO
                            WS-GEN-NAME(WS-GEN-COUNT)
                      ELSE
                        SET INDEX-IS-UNUSABLE TO TRUE
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARCHIVE-ACCOUNT-INDEX
              IF INDEX-IS-UNUSABLE
                MOVE 'N' TO WS-INDEX-HAS-ROWS
                MOVE 0 TO WS-GEN-COUNT
              END-IF.

              C100-COLLECT-ONE-GENERATION.
              MOVE 'N' TO WS-ARCHIVE-EOF
              OPEN INPUT ARCHIVE-FILE
              PERFORM UNTIL END-OF-ARCHIVE
                READ ARCHIVE-FILE
                  AT END
                    SET END-OF-ARCHIVE TO TRUE
                  NOT AT END
                    IF AR-ACCOUNT-ID = WS-INQUIRY-ACCOUNT
                      MOVE AR-POST-DATE TO WS-NEW-POST-DATE
                      MOVE AR-UID TO WS-NEW-UID
                      MOVE AR-DESC TO WS-NEW-DESC
                      MOVE AR-AMOUNT TO WS-NEW-AMOUNT
                      PERFORM E000-PLACE-ONE-POSTING
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE.

              *> same START/READ NEXT walk as TRANINQ
              D000-COLLECT-LIVE-TRANSACTIONS.
              OPEN INPUT TRANSACTIONS
              MOVE WS-INQUIRY-ACCOUNT TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              START TRANSACTIONS KEY IS >=
                  ACCOUNT-ID OF TRANSACTION-STRUCT
                INVALID KEY
                  MOVE 'N' TO WS-START-OK
                NOT INVALID KEY
                  SET START-SUCCEEDED TO TRUE
              END-START
              IF START-SUCCEEDED
                PERFORM UNTIL END-OF-TRANS
                  READ TRANSACTIONS NEXT RECORD
                    AT END
                      SET END-OF-TRANS TO TRUE
                    NOT AT END
                      IF ACCOUNT-ID OF TRANSACTION-STRUCT =
                          WS-INQUIRY-ACCOUNT
                        MOVE POST-DATE OF TRANSACTION-STRUCT TO
                            WS-NEW-POST-DATE
                        MOVE UID OF TRANSACTION-STRUCT TO
                            WS-NEW-UID
                        MOVE DESC OF TRANSACTION-STRUCT TO
                            WS-NEW-DESC
                        MOVE AMOUNT OF TRANSACTION-STRUCT TO
                            WS-NEW-AMOUNT
                        PERFORM E000-PLACE-ONE-POSTING
                      ELSE
                        SET END-OF-TRANS TO TRUE
                      END-IF
                  END-READ
                END-PERFORM
              END-IF
              CLOSE TRANSACTIONS.

              *> a posting after the base snapshot and before the
              *> range opens moves the opening balance, exactly
              *> as ASOFBAL's E000 would; one inside the range
              *> goes on the page; anything later is not this
              *> statement's business
              E000-PLACE-ONE-POSTING.
              IF WS-NEW-POST-DATE > WS-BASE-DATE
                  AND WS-NEW-POST-DATE < WS-FROM-DATE
                ADD WS-NEW-AMOUNT TO WS-OPENING-BALANCE
              END-IF
              IF WS-NEW-POST-DATE >= WS-FROM-DATE
                  AND WS-NEW-POST-DATE <= WS-TO-DATE
                PERFORM E100-INSERT-HIT-SORTED
              END-IF.

              *> ARCHINQ's E000 sorted insert
              E100-INSERT-HIT-SORTED.
              IF WS-HIT-COUNT >= 500
                SET HISTORY-TRUNCATED TO TRUE
              ELSE
                ADD 1 TO WS-HIT-COUNT
                MOVE WS-HIT-COUNT TO WS-SHIFT-IDX
                PERFORM UNTIL WS-SHIFT-IDX = 1
                    OR WS-HIT-POST-DATE(WS-SHIFT-IDX - 1) <
                        WS-NEW-POST-DATE
                    OR (WS-HIT-POST-DATE(WS-SHIFT-IDX - 1) =
                        WS-NEW-POST-DATE
                        AND WS-HIT-UID(WS-SHIFT-IDX - 1)
                            NOT > WS-NEW-UID)
                  MOVE WS-HIT-ENTRY(WS-SHIFT-IDX - 1) TO
                      WS-HIT-ENTRY(WS-SHIFT-IDX)
                  SUBTRACT 1 FROM WS-SHIFT-IDX
                END-PERFORM
                MOVE WS-NEW-POST-DATE TO
                    WS-HIT-POST-DATE(WS-SHIFT-IDX)
                MOVE WS-NEW-UID TO WS-HIT-UID(WS-SHIFT-IDX)
                MOVE WS-NEW-DESC TO WS-HIT-DESC(WS-SHIFT-IDX)
                MOVE WS-NEW-AMOUNT TO WS-HIT-AMOUNT(WS-SHIFT-IDX)
              END-IF.

              *> STMTGEN's page - header, holders, opening
              *> balance, each posting with its running balance,
              *> closing balance
              F000-PRINT-STATEMENT.
              OPEN OUTPUT STATEMENT-PRINT
              OPEN INPUT CUSTOMER-MASTER
              MOVE AM-ACCOUNT-ID TO HL-ACCOUNT-ID
              MOVE WS-REQUEST-DATE TO HL-DATE
              WRITE PRINT-LINE FROM WS-HEADER-LINE
                  AFTER ADVANCING PAGE
              MOVE WS-FROM-DATE TO PL-FROM-DATE
              MOVE WS-TO-DATE TO PL-TO-DATE
              WRITE PRINT-LINE FROM WS-PERIOD-LINE
              MOVE AM-ACCOUNT-HOLDER TO HO-NAME
              MOVE AM-CUSTOMER-NUMBER TO HO-CUSTOMER-NUMBER
              WRITE PRINT-LINE FROM WS-HOLDER-LINE
              PERFORM F050-PRINT-JOINT-HOLDERS
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE

              MOVE 'OPENING BALANCE: ' TO BL-LABEL
              MOVE WS-OPENING-BALANCE TO BL-AMOUNT
              WRITE PRINT-LINE FROM WS-BALANCE-LINE
              MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
              PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                  UNTIL WS-HIT-IDX > WS-HIT-COUNT
                ADD WS-HIT-AMOUNT(WS-HIT-IDX) TO WS-RUNNING-BALANCE
                MOVE WS-HIT-POST-DATE(WS-HIT-IDX) TO DL-POST-DATE
                MOVE WS-HIT-UID(WS-HIT-IDX) TO DL-UID
                MOVE WS-HIT-DESC(WS-HIT-IDX) TO DL-DESC
                MOVE WS-HIT-AMOUNT(WS-HIT-IDX) TO DL-AMOUNT
                MOVE WS-RUNNING-BALANCE TO DL-RUNNING-BALANCE
                WRITE PRINT-LINE FROM WS-DETAIL-LINE
              END-PERFORM
              IF WS-HIT-COUNT = 0
                MOVE SPACES TO PRINT-LINE
                MOVE '  NO ACTIVITY THIS PERIOD' TO PRINT-LINE
                WRITE PRINT-LINE
              END-IF
              MOVE 'CLOSING BALANCE: ' TO BL-LABEL
              MOVE WS-RUNNING-BALANCE TO BL-AMOUNT
              WRITE PRINT-LINE FROM WS-BALANCE-LINE
              CLOSE CUSTOMER-MASTER
              CLOSE STATEMENT-PRINT.

              *> STMTGEN's C050
              F050-PRINT-JOINT-HOLDERS.
              MOVE 'N' TO WS-XREF-EOF
              OPEN INPUT HOLDER-XREF
              PERFORM UNTIL END-OF-XREF
                READ HOLDER-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF AH-ACCOUNT-ID = AM-ACCOUNT-ID
                        AND NOT HOLDER-PRIMARY
                      MOVE SPACES TO WS-JOINT-NAME
                      MOVE AH-CUSTOMER-NUMBER TO
                          CM-CUSTOMER-NUMBER
                      READ CUSTOMER-MASTER
                        INVALID KEY
                          CONTINUE
                        NOT INVALID KEY
                          MOVE CM-CUSTOMER-NAME(1:30) TO
                              WS-JOINT-NAME
                      END-READ
                      MOVE WS-JOINT-NAME TO JL-NAME
                      MOVE AH-ROLE TO JL-ROLE
                      WRITE PRINT-LINE FROM WS-JOINT-LINE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HOLDER-XREF.
