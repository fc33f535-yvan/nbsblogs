            *> (see copybooks/HOLDXREF), in BLOCKMNT's
            *> command-line style with the load-whole/
            *> rewrite-whole idiom. Run parameter is 'LIST
            *> <acct>', 'ADD <acct> <cust> <P|J|S|G>' or 'DEL
            *> <acct> <cust>'; both the account and the customer
            *> must exist before a link goes on. Every link added
            *> or removed is journaled with the operator and the
            *> business date (see copybooks/HLDRJRN). A guardian
            *> ('G') only goes on an account whose own customer
            *> has a date of birth on file and is still short of
            *> the age of majority, and never the minor as their
            *> own guardian - MINORAGE takes the link off again
            *> when the minor comes of age
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL HOLDER-JOURNAL
                      ASSIGN TO 'holder_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                FD HOLDER-XREF.
                COPY HOLDXREF.

                FD HOLDER-JOURNAL.
                COPY HLDRJRN.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.


                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-WORK-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).
                *> 'A' link added, 'D' link removed (see
                *> copybooks/HLDRJRN)
                01 WS-JOURNAL-ACTION PIC X(1).

                *> linking holders is supervisor work (see
                *> OPERSGN)
                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.

                *> a guardian's link is checked against the
                *> account's own customer - the minor - whose
                *> date of birth plus the age of majority (18
                *> years, as MINORAGE reckons it) must still lie
                *> ahead
                01 WS-PRIMARY-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-MAJORITY-DATE PIC 9(8) VALUE 0.
                01 WS-MINOR-STATUS PIC X VALUE 'N'.
                  88 ACCOUNT-OF-A-MINOR VALUE 'Y'.

                01 WS-XREF-COUNT PIC 9(3) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 200 TIMES.
                  PERFORM E000-DELETE-HOLDER-LINK
                WHEN OTHER
                  DISPLAY 'HLDRMNT - UNKNOWN ACTION, USE LIST '
                      '<ACCT>, ADD <ACCT> <CUST> <P|J|S|G> OR '
                      'DEL <ACCT> <CUST>'
              END-EVALUATE

                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
                  MOVE AM-CUSTOMER-NUMBER TO WS-PRIMARY-CUSTOMER
              END-READ
              CLOSE ACCOUNT-MASTER
              OPEN INPUT CUSTOMER-MASTER
                    WS-WORK-CUSTOMER
                EXIT PARAGRAPH
              END-IF
              IF WS-ROLE-TEXT = 'G'
                PERFORM D100-CHECK-MINOR-ACCOUNT
                IF NOT ACCOUNT-OF-A-MINOR
                  DISPLAY 'HLDRMNT - GUARDIAN REFUSED - ACCOUNT '
                      WS-WORK-ACCOUNT ' IS NOT A MINOR''S'
                  EXIT PARAGRAPH
                END-IF
                IF WS-WORK-CUSTOMER = WS-PRIMARY-CUSTOMER
                  DISPLAY 'HLDRMNT - GUARDIAN REFUSED - THE MINOR '
                      'CANNOT BE THEIR OWN GUARDIAN'
                  EXIT PARAGRAPH
                END-IF
              END-IF
              MOVE 'N' TO WS-ALREADY-LINKED
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
              MOVE WS-WORK-ACCOUNT TO AH-ACCOUNT-ID
              MOVE WS-WORK-CUSTOMER TO AH-CUSTOMER-NUMBER
              IF WS-ROLE-TEXT = 'P' OR WS-ROLE-TEXT = 'J'
                  OR WS-ROLE-TEXT = 'S' OR WS-ROLE-TEXT = 'G'
                MOVE WS-ROLE-TEXT TO AH-ROLE
              ELSE
                SET HOLDER-JOINT TO TRUE
              MOVE HOLDER-XREF-RECORD TO
                  WS-XREF-IMAGE(WS-XREF-COUNT)
              SET XREF-FILE-CHANGED TO TRUE
              MOVE 'A' TO WS-JOURNAL-ACTION
              PERFORM G000-JOURNAL-HOLDER-CHANGE
              DISPLAY 'HLDRMNT LINKED CUSTOMER '
                  WS-WORK-CUSTOMER ' TO ACCOUNT '
                  WS-WORK-ACCOUNT ' AS ' AH-ROLE.

              *> the account's own customer is a minor when a
              *> date of birth is on file and the eighteenth
              *> birthday is still to come - adding 18 to the
              *> ccyy of a ccyymmdd date is the birthday itself
              D100-CHECK-MINOR-ACCOUNT.
              MOVE 'N' TO WS-MINOR-STATUS
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              OPEN INPUT CUSTOMER-MASTER
              MOVE WS-PRIMARY-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF NOT BIRTH-DATE-UNKNOWN
                    COMPUTE WS-MAJORITY-DATE =
                        CM-DATE-OF-BIRTH + 180000
                    IF WS-MAJORITY-DATE > WS-TODAY-DATE
                      SET ACCOUNT-OF-A-MINOR TO TRUE
                    END-IF
                  END-IF
              END-READ
              CLOSE CUSTOMER-MASTER.

              E000-DELETE-HOLDER-LINK.
              MOVE 0 TO WS-DROPPED-IDX
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
              IF WS-DROPPED-IDX = 0
                DISPLAY 'HLDRMNT - LINK NOT ON FILE'
              ELSE
                MOVE WS-XREF-IMAGE(WS-DROPPED-IDX) TO
                    HOLDER-XREF-RECORD
                MOVE 'D' TO WS-JOURNAL-ACTION
                PERFORM G000-JOURNAL-HOLDER-CHANGE
                PERFORM VARYING WS-XREF-IDX FROM
                    WS-DROPPED-IDX BY 1
                    UNTIL WS-XREF-IDX >= WS-XREF-COUNT
                WRITE HOLDER-XREF-RECORD
              END-PERFORM
              CLOSE HOLDER-XREF.

              *> the link as it went on or came off, with who
              *> did it
              G000-JOURNAL-HOLDER-CHANGE.
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              OPEN EXTEND HOLDER-JOURNAL
              MOVE WS-TODAY-DATE TO HJ-TIMESTAMP
              MOVE WS-JOURNAL-ACTION TO HJ-ACTION
              MOVE WS-OPERATOR-ID TO HJ-OPERATOR-ID
              MOVE AH-ACCOUNT-ID TO HJ-ACCOUNT-ID
              MOVE AH-CUSTOMER-NUMBER TO HJ-CUSTOMER-NUMBER
              MOVE AH-ROLE TO HJ-ROLE
              WRITE HOLDER-JOURNAL-RECORD
              CLOSE HOLDER-JOURNAL.
