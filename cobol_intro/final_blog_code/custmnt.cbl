            *> command-line maintenance style - every customer
            *> write journaled through CUSTJRNL and every master
            *> rewrite through MSTJRNL, so who changed what is
            *> always on record. A change of contact details also
            *> clears the returned-mail date MAILRTN set, so the
            *> paper runs start mailing the customer again. DOB
            *> records the customer's date of birth, which is
            *> what marks a child as a minor until MINORAGE sees
            *> them come of age
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
              WORKING-STORAGE SECTION.
                *> run parameter is 'NAME <cust> <new name>',
                *> 'CONTACT <cust> <details>', 'DELIV <cust>
                *> <M|E|S>', 'DOB <cust> <ccyymmdd>', 'MOVE
                *> <account> <cust>' or 'NEW <name>' - ACCEPT
                *> FROM COMMAND-LINE follows loops.cbl's
                *> run-parameter pattern, UNSTRING
                *> follows acctmain.cbl
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-ACTION-TEXT PIC X(7).
                  88 ACTION-DELIVERY VALUE 'D'.
                  88 ACTION-ALERT VALUE 'A'.
                  88 ACTION-WITHHOLDING VALUE 'H'.
                  88 ACTION-BIRTH-DATE VALUE 'B'.
                  88 ACTION-MOVE VALUE 'M'.
                  88 ACTION-NEW VALUE 'W'.

                01 WS-ALERT-FLAG-TEXT PIC X(1) VALUE SPACES.
                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-REST-OF-LINE PIC X(50) VALUE SPACES.
                01 WS-BIRTH-DATE PIC 9(8) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).

                *> customer maintenance is supervisor work (see
                *> OPERSGN)
                    VALUE 1000000.

                *> before-images for the two change journals
                01 WS-CJ-BEFORE PIC X(142).
                01 WS-MJ-BEFORE PIC X(111).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
                  PERFORM C000-UPDATE-CUSTOMER-FIELD
                WHEN ACTION-WITHHOLDING
                  PERFORM C000-UPDATE-CUSTOMER-FIELD
                WHEN ACTION-BIRTH-DATE
                  PERFORM C000-UPDATE-CUSTOMER-FIELD
                WHEN ACTION-MOVE
                  PERFORM D000-MOVE-ACCOUNT
                WHEN ACTION-NEW
                      '<CUST> <NAME>, CONTACT <CUST> <DETAILS>, '
                      'DELIV <CUST> <M|E|S>, ALERT <CUST> '
                      '<AMT> <Y|N>, WHOLD <CUST> <Y|N>, '
                      'DOB <CUST> <CCYYMMDD>, '
                      'MOVE <ACCT> <CUST> OR NEW <NAME>'
              END-EVALUATE
              STOP RUN.
                  SET ACTION-ALERT TO TRUE
                WHEN 'WHOLD  '
                  SET ACTION-WITHHOLDING TO TRUE
                WHEN 'DOB    '
                  SET ACTION-BIRTH-DATE TO TRUE
                WHEN 'MOVE   '
                  SET ACTION-MOVE TO TRUE
                WHEN 'NEW    '
              *> one-field updates against the customer row, the
              *> same one-field discipline as ACCTMAIN
              C000-UPDATE-CUSTOMER-FIELD.
              IF ACTION-BIRTH-DATE
                CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
                END-CALL
                MOVE 0 TO WS-BIRTH-DATE
                IF WS-REST-OF-LINE(1:8) IS NUMERIC
                  MOVE WS-REST-OF-LINE(1:8) TO WS-BIRTH-DATE
                END-IF
                IF WS-BIRTH-DATE = 0
                    OR WS-BIRTH-DATE > WS-TODAY-DATE
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE)
                    NOT = 0
                  DISPLAY 'CUSTMNT - DATE OF BIRTH MUST BE A PAST '
                      'DATE, CCYYMMDD: ' WS-REST-OF-LINE(1:10)
                  EXIT PARAGRAPH
                END-IF
              END-IF
              OPEN I-O CUSTOMER-MASTER
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-NUMBER
                  WHEN ACTION-NAME
                    MOVE WS-REST-OF-LINE TO CM-CUSTOMER-NAME
                  WHEN ACTION-CONTACT
                    *> new details, so mail returned to the old
                    *> ones no longer holds this customer's post
                    IF WS-REST-OF-LINE NOT = CM-CONTACT-DETAILS
                      MOVE 0 TO CM-MAIL-RETURNED-DATE
                    END-IF
                    MOVE WS-REST-OF-LINE TO CM-CONTACT-DETAILS
                  WHEN ACTION-DELIVERY
                    MOVE WS-REST-OF-LINE(1:1) TO
                  WHEN ACTION-WITHHOLDING
                    MOVE WS-REST-OF-LINE(1:1) TO
                        CM-WITHHOLDING-FLAG
                  WHEN ACTION-BIRTH-DATE
                    MOVE WS-BIRTH-DATE TO CM-DATE-OF-BIRTH
                END-EVALUATE
                REWRITE CUSTOMER-MASTER-RECORD
                CALL 'CUSTJRNL' USING 'CUSTMNT ',
                MOVE 0 TO CM-ALERT-THRESHOLD
                MOVE 'N' TO CM-ALERT-LARGE-FLAG
                MOVE 'N' TO CM-WITHHOLDING-FLAG
                MOVE 0 TO CM-DECEASED-DATE
                MOVE 0 TO CM-MAIL-RETURNED-DATE
                MOVE 0 TO CM-DATE-OF-BIRTH
                MOVE SPACES TO WS-CJ-BEFORE
                WRITE CUSTOMER-MASTER-RECORD
                CALL 'CUSTJRNL' USING 'CUSTMNT ',
