            IDENTIFICATION DIVISION.
            PROGRAM-ID. MINORAGE.
            *> monthly age-of-majority conversion - a minor's
            *> account is one carrying a guardian row on the
            *> holder cross-reference (see copybooks/HOLDXREF),
            *> and while it does TRANLOAD and TELLSCRN will not
            *> let money out of it without the guardian. Nothing
            *> took the guardian off again when the child grew
            *> up. This walks every guardian row, looks up the
            *> account's own customer and their date of birth
            *> (CM-DATE-OF-BIRTH, kept by CUSTMNT's DOB action),
            *> and where the eighteenth birthday has come on or
            *> before the business date the guardian comes off -
            *> the account is then the adult customer's alone.
            *> Each guardian dropped is journaled on the holder
            *> journal like an HLDRMNT removal, under MINORAGE as
            *> the operator, and a notice goes to the customer
            *> and to every guardian dropped. A party whose mail
            *> has come back (CM-MAIL-RETURNED-DATE) gets no
            *> notice - it is held on the held-mail list through
            *> MAILHOLD. A guardian on an account whose customer
            *> has no date of birth on file can never come off,
            *> so it is flagged through EXCLOG for the branch to
            *> record one. The notice file is stowed in the
            *> report repository and each notice recorded on the
            *> correspondence history through DOCLOG
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL HOLDER-XREF
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL HOLDER-JOURNAL
                      ASSIGN TO 'holder_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  SELECT MAJORITY-NOTICES
                      ASSIGN TO 'majority_notices.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD HOLDER-JOURNAL.
                COPY HLDRJRN.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD MAJORITY-NOTICES.
                01 NOTICE-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).
                *> the age of majority, in years - HLDRMNT reckons
                *> a minor against the same figure
                01 WS-MAJORITY-YEARS PIC 9(2) VALUE 18.
                01 WS-MAJORITY-DATE PIC 9(8) VALUE 0.

                *> the cross-reference loaded whole and rewritten
                *> whole, HLDRMNT's idiom and bound
                01 WS-XREF-COUNT PIC 9(3) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 200 TIMES.
                    10 WS-XREF-IMAGE PIC X(15).
                    10 WS-XREF-DROP PIC X(1).
                01 WS-XREF-IDX PIC 9(3).
                01 WS-FILE-CHANGED PIC X VALUE 'N'.
                  88 XREF-FILE-CHANGED VALUE 'Y'.

                *> the accounts converted so far this run - the
                *> customer hears once however many guardians the
                *> account had
                01 WS-CONVERTED-COUNT PIC 9(3) VALUE 0.
                01 WS-CONVERTED-TABLE.
                  05 WS-CONVERTED-ACCOUNT PIC S9(7)
                      OCCURS 200 TIMES.
                01 WS-CONVERTED-IDX PIC 9(3).
                01 WS-CONVERTED-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ALREADY-CONVERTED VALUE 'Y'.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-LOOKUP-CUSTOMER PIC 9(7) VALUE 0.

                01 WS-NOTICE-DETAIL.
                  05 FILLER PIC X(9) VALUE 'ACCOUNT: '.
                  05 NC-ACCOUNT-ID PIC 9(7).
                  05 FILLER PIC X(7) VALUE ' NAME: '.
                  05 NC-NAME PIC X(30).
                  05 FILLER PIC X(7) VALUE ' ROLE: '.
                  05 NC-ROLE PIC X(8).
                  05 FILLER PIC X(11) VALUE ' MAJORITY: '.
                  05 NC-MAJORITY-DATE PIC 9(8).
                  05 FILLER PIC X(10) VALUE ' CONTACT: '.
                  05 NC-CONTACT PIC X(25).

                *> the document just produced, for the
                *> correspondence history (see DOCLOG) - the
                *> reprint key is the account number the notice
                *> carries on its print line
                01 WS-DOC-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DOC-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-DOC-KEY-NUMBER PIC 9(7) VALUE 0.
                01 WS-DOC-KEY REDEFINES WS-DOC-KEY-NUMBER
                    PIC X(7).

                01 WS-COUNTS.
                  05 WS-GUARDIAN-ROWS PIC 9(3) VALUE 0.
                  05 WS-GUARDIANS-DROPPED PIC 9(3) VALUE 0.
                  05 WS-ACCOUNTS-CONVERTED PIC 9(3) VALUE 0.
                  05 WS-NOTICES-WRITTEN PIC 9(5) VALUE 0.
                  05 WS-HELD-COUNT PIC 9(5) VALUE 0.
                  05 WS-NO-BIRTH-DATE PIC 9(3) VALUE 0.

                01 WS-EXC-MESSAGE PIC X(60).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-LOAD-HOLDER-XREF

              OPEN INPUT ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT MAJORITY-NOTICES
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                MOVE WS-XREF-IMAGE(WS-XREF-IDX) TO
                    HOLDER-XREF-RECORD
                IF HOLDER-GUARDIAN
                  ADD 1 TO WS-GUARDIAN-ROWS
                  PERFORM C000-CHECK-ONE-GUARDIAN
                END-IF
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER
              CLOSE MAJORITY-NOTICES

              IF XREF-FILE-CHANGED
                PERFORM F000-REWRITE-HOLDER-XREF
              END-IF
              CALL 'RPTSTOW' USING 'MAJORITY    ',
                  'majority_notices.txt                    '
              END-CALL
              IF WS-NO-BIRTH-DATE > 0
                MOVE 'GUARDIAN ON ACCOUNT WITH NO DATE OF BIRTH'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'MINORAGE', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              DISPLAY 'MINORAGE - END OF JOB SUMMARY'
              DISPLAY 'GUARDIAN LINKS    : ' WS-GUARDIAN-ROWS
              DISPLAY 'GUARDIANS DROPPED : ' WS-GUARDIANS-DROPPED
              DISPLAY 'ACCOUNTS CONVERTED: ' WS-ACCOUNTS-CONVERTED
              DISPLAY 'NOTICES WRITTEN   : ' WS-NOTICES-WRITTEN
              DISPLAY 'HELD - MAIL RETURN: ' WS-HELD-COUNT
              DISPLAY 'NO DATE OF BIRTH  : ' WS-NO-BIRTH-DATE
              DISPLAY '=========================================='
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              B000-LOAD-HOLDER-XREF.
              OPEN INPUT HOLDER-XREF
              PERFORM UNTIL END-OF-XREF
                READ HOLDER-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-XREF-COUNT >= 200
                      DISPLAY 'MINORAGE ABEND - HOLDER XREF EXCEEDS '
                          '200 LINKS - NOTHING CONVERTED'
                      MOVE 'HOLDER XREF OVER 200 LINKS'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'MINORAGE', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE HOLDER-XREF
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-XREF-COUNT
                    MOVE HOLDER-XREF-RECORD TO
                        WS-XREF-IMAGE(WS-XREF-COUNT)
                    MOVE 'N' TO WS-XREF-DROP(WS-XREF-COUNT)
                END-READ
              END-PERFORM
              CLOSE HOLDER-XREF.

              *> the minor is the account's own customer - the
              *> eighteenth birthday is the date of birth with 18
              *> added to its ccyy, and on or after it the
              *> guardian comes off
              C000-CHECK-ONE-GUARDIAN.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE AH-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                  OR AM-CUSTOMER-NUMBER = 0
                EXIT PARAGRAPH
              END-IF
              MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
              PERFORM X100-READ-CUSTOMER
              IF NOT CUSTOMER-ON-FILE
                EXIT PARAGRAPH
              END-IF
              IF BIRTH-DATE-UNKNOWN
                ADD 1 TO WS-NO-BIRTH-DATE
                DISPLAY 'MINORAGE - NO DATE OF BIRTH FOR CUSTOMER '
                    WS-LOOKUP-CUSTOMER ' ON GUARDED ACCOUNT '
                    AH-ACCOUNT-ID
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-MAJORITY-DATE =
                  CM-DATE-OF-BIRTH + (WS-MAJORITY-YEARS * 10000)
              IF WS-MAJORITY-DATE > WS-RUN-DATE
                EXIT PARAGRAPH
              END-IF

              *> the guardian comes off the cross-reference and
              *> onto the holder journal
              MOVE 'Y' TO WS-XREF-DROP(WS-XREF-IDX)
              SET XREF-FILE-CHANGED TO TRUE
              ADD 1 TO WS-GUARDIANS-DROPPED
              PERFORM G000-JOURNAL-GUARDIAN-DROP

              *> the now-adult customer hears once per account
              PERFORM C100-FIND-CONVERTED-ACCOUNT
              IF NOT ACCOUNT-ALREADY-CONVERTED
                ADD 1 TO WS-CONVERTED-COUNT
                MOVE AH-ACCOUNT-ID TO
                    WS-CONVERTED-ACCOUNT(WS-CONVERTED-COUNT)
                ADD 1 TO WS-ACCOUNTS-CONVERTED
                DISPLAY 'MINORAGE - ACCOUNT ' AH-ACCOUNT-ID
                    ' PASSES TO CUSTOMER ' WS-LOOKUP-CUSTOMER
                MOVE 'CUSTOMER' TO NC-ROLE
                PERFORM D000-WRITE-NOTICE
              END-IF
              MOVE AH-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
              PERFORM X100-READ-CUSTOMER
              MOVE 'GUARDIAN' TO NC-ROLE
              PERFORM D000-WRITE-NOTICE.

              C100-FIND-CONVERTED-ACCOUNT.
              MOVE 'N' TO WS-CONVERTED-FOUND
              PERFORM VARYING WS-CONVERTED-IDX FROM 1 BY 1
                  UNTIL WS-CONVERTED-IDX > WS-CONVERTED-COUNT
                  OR ACCOUNT-ALREADY-CONVERTED
                IF WS-CONVERTED-ACCOUNT(WS-CONVERTED-IDX) =
                    AH-ACCOUNT-ID
                  SET ACCOUNT-ALREADY-CONVERTED TO TRUE
                END-IF
              END-PERFORM.

              *> one notice to whichever party X100 last read -
              *> RATENTCE's held-mail and DOCLOG handling
              D000-WRITE-NOTICE.
              IF NOT CUSTOMER-ON-FILE
                EXIT PARAGRAPH
              END-IF
              IF NOT ADDRESS-GOOD
                CALL 'MAILHOLD' USING 'MINORAGE',
                    CM-CUSTOMER-NUMBER, AH-ACCOUNT-ID,
                    'MAJORITY NTC', CM-MAIL-RETURNED-DATE
                END-CALL
                ADD 1 TO WS-HELD-COUNT
                EXIT PARAGRAPH
              END-IF
              MOVE AH-ACCOUNT-ID TO NC-ACCOUNT-ID
              MOVE CM-CUSTOMER-NAME(1:30) TO NC-NAME
              MOVE WS-MAJORITY-DATE TO NC-MAJORITY-DATE
              MOVE CM-CONTACT-DETAILS(1:25) TO NC-CONTACT
              WRITE NOTICE-LINE FROM WS-NOTICE-DETAIL
              ADD 1 TO WS-NOTICES-WRITTEN
              MOVE CM-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER
              MOVE AH-ACCOUNT-ID TO WS-DOC-ACCOUNT
              MOVE AH-ACCOUNT-ID TO WS-DOC-KEY-NUMBER
              CALL 'DOCLOG' USING 'MINORAGE', WS-DOC-CUSTOMER,
                  WS-DOC-ACCOUNT, 'MJ', 'M', 'MAJORITY    ',
                  WS-DOC-KEY
              END-CALL.

              F000-REWRITE-HOLDER-XREF.
              OPEN OUTPUT HOLDER-XREF
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF WS-XREF-DROP(WS-XREF-IDX) = 'N'
                  MOVE WS-XREF-IMAGE(WS-XREF-IDX) TO
                      HOLDER-XREF-RECORD
                  WRITE HOLDER-XREF-RECORD
                END-IF
              END-PERFORM
              CLOSE HOLDER-XREF.

              *> the row as it came off, in HLDRMNT's removal
              *> shape - ATOWATCH knows MINORAGE's guardian drops
              *> for what they are
              G000-JOURNAL-GUARDIAN-DROP.
              OPEN EXTEND HOLDER-JOURNAL
              MOVE WS-RUN-DATE TO HJ-TIMESTAMP
              SET HOLDER-LINK-REMOVED TO TRUE
              MOVE 'MINORAGE' TO HJ-OPERATOR-ID
              MOVE AH-ACCOUNT-ID TO HJ-ACCOUNT-ID
              MOVE AH-CUSTOMER-NUMBER TO HJ-CUSTOMER-NUMBER
              MOVE AH-ROLE TO HJ-ROLE
              WRITE HOLDER-JOURNAL-RECORD
              CLOSE HOLDER-JOURNAL.

              X100-READ-CUSTOMER.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-LOOKUP-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ.
