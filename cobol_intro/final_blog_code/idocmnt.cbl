            IDENTIFICATION DIVISION.
            PROGRAM-ID. IDOCMNT.
            *> identification-document maintenance - records the
            *> documents a customer was identified on (see
            *> copybooks/CUSTIDOC), re-verifies them at periodic
            *> review and withdraws the ones replaced or found
            *> wanting, in CUSTMNT's command-line style with
            *> NOTEMNT's load-whole/rewrite-whole idiom. Every
            *> recording and re-verification is stamped with the
            *> signed-on operator and today's date, which is what
            *> KYCCHK counts as the customer's last review. Run
            *> parameter is 'ADD <cust> <type> <country> <expiry>
            *> <number>', 'VERIFY <seq>', 'WITHDRAW <seq>' or
            *> 'LIST <cust>'; expiry is CCYYMMDD, or 0 for a
            *> document that does not expire
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL ID-DOCUMENTS
                      ASSIGN TO 'customer_id_docs.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> read only - a document is only recorded
                  *> against a customer on file
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

            DATA DIVISION.
              FILE SECTION.
                FD ID-DOCUMENTS.
                COPY CUSTIDOC.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(100) VALUE SPACES.
                01 WS-ACTION-TEXT PIC X(8).
                01 WS-KEY-TEXT PIC X(7).
                01 WS-TYPE-TEXT PIC X(2).
                01 WS-COUNTRY-TEXT PIC X(3).
                01 WS-EXPIRY-TEXT PIC X(8).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-ADD VALUE 'A'.
                  88 ACTION-VERIFY VALUE 'V'.
                  88 ACTION-WITHDRAW VALUE 'W'.
                  88 ACTION-LIST VALUE 'L'.

                01 WS-WORK-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-WORK-SEQ PIC 9(3) VALUE 0.
                01 WS-WORK-EXPIRY PIC 9(8) VALUE 0.
                01 WS-WORK-DOC-NUMBER PIC X(20) VALUE SPACES.

                *> the same 8 bytes as a date and as its pieces,
                *> for the expiry range check
                01 WS-EXPIRY-CHECK.
                  05 WS-EXPIRY-YEAR PIC 9(4).
                  05 WS-EXPIRY-MONTH PIC 9(2).
                  05 WS-EXPIRY-DAY PIC 9(2).
                01 WS-EXPIRY-CHECK-DATE REDEFINES WS-EXPIRY-CHECK
                    PIC 9(8).

                *> identification is KYC work, held to the same
                *> supervisor level as customer maintenance (see
                *> OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-DOCS-EOF PIC X VALUE 'N'.
                    88 END-OF-DOCUMENTS VALUE 'Y'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-ENTRY-OK PIC X VALUE 'Y'.
                  88 ENTRY-PASSES-EDITS VALUE 'Y'.

                01 WS-TODAY-DATE PIC 9(8).

                01 WS-DOC-COUNT PIC 9(3) VALUE 0.
                01 WS-DOC-TABLE.
                  05 WS-DOC-ENTRY OCCURS 500 TIMES.
                    10 WS-DOC-IMAGE PIC X(57).
                01 WS-DOC-IDX PIC 9(3).
                01 WS-FILE-CHANGED PIC X VALUE 'N'.
                  88 DOC-FILE-CHANGED VALUE 'Y'.

                *> KYCCHK's answer for the LIST heading
                01 WS-KYC-STATUS PIC X.
                  88 KYC-CURRENT VALUE 'C'.
                  88 KYC-NO-DOCUMENTS VALUE 'N'.
                  88 KYC-DOCUMENT-EXPIRED VALUE 'X'.
                  88 KYC-REVIEW-OVERDUE VALUE 'O'.
                01 WS-LAST-REVIEW-DATE PIC 9(8).
                01 WS-NEXT-REVIEW-DATE PIC 9(8).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'IDOCMNT - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
              END-IF
              PERFORM B100-LOAD-DOCUMENTS

              EVALUATE TRUE
                WHEN ACTION-ADD
                  PERFORM C000-ADD-DOCUMENT
                WHEN ACTION-VERIFY
                  PERFORM D000-VERIFY-DOCUMENT
                WHEN ACTION-WITHDRAW
                  PERFORM D100-WITHDRAW-DOCUMENT
                WHEN ACTION-LIST
                  PERFORM E000-LIST-DOCUMENTS
                WHEN OTHER
                  DISPLAY 'IDOCMNT - UNKNOWN ACTION, USE ADD '
                      '<CUST> <PP|DL|NI|RP|OT> <COUNTRY> <EXPIRY> '
                      '<NUMBER>, VERIFY <SEQ>, WITHDRAW <SEQ> OR '
                      'LIST <CUST>'
              END-EVALUATE

              IF DOC-FILE-CHANGED
                PERFORM F000-REWRITE-DOCUMENTS
              END-IF
              STOP RUN.

              *> the action word, then the customer (or the row
              *> sequence), then for ADD the type, country and
              *> expiry tokens and the document number last
              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-ACTION-TEXT, WS-KEY-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'ADD     '
                  SET ACTION-ADD TO TRUE
                WHEN 'VERIFY  '
                  SET ACTION-VERIFY TO TRUE
                WHEN 'WITHDRAW'
                  SET ACTION-WITHDRAW TO TRUE
                WHEN 'LIST    '
                  SET ACTION-LIST TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF ACTION-VERIFY
                  OR ACTION-WITHDRAW
                IF WS-KEY-TEXT(1:3) IS NUMERIC
                  MOVE WS-KEY-TEXT(1:3) TO WS-WORK-SEQ
                END-IF
              ELSE
                IF WS-KEY-TEXT IS NUMERIC
                  MOVE WS-KEY-TEXT TO WS-WORK-CUSTOMER
                END-IF
              END-IF
              IF ACTION-ADD
                UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                    INTO WS-TYPE-TEXT, WS-COUNTRY-TEXT,
                        WS-EXPIRY-TEXT
                    POINTER WS-POINTER
                END-UNSTRING
                IF WS-EXPIRY-TEXT = '0       '
                  MOVE 0 TO WS-WORK-EXPIRY
                ELSE
                  IF WS-EXPIRY-TEXT IS NUMERIC
                    MOVE WS-EXPIRY-TEXT TO WS-WORK-EXPIRY
                  ELSE
                    MOVE 99999999 TO WS-WORK-EXPIRY
                  END-IF
                END-IF
                MOVE WS-CMD-LINE(WS-POINTER:) TO WS-WORK-DOC-NUMBER
              END-IF.

              B100-LOAD-DOCUMENTS.
              OPEN INPUT ID-DOCUMENTS
              PERFORM UNTIL END-OF-DOCUMENTS
                READ ID-DOCUMENTS
                  AT END
                    SET END-OF-DOCUMENTS TO TRUE
                  NOT AT END
                    IF WS-DOC-COUNT < 500
                      ADD 1 TO WS-DOC-COUNT
                      MOVE CUSTOMER-ID-DOCUMENT-RECORD TO
                          WS-DOC-IMAGE(WS-DOC-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ID-DOCUMENTS.

              C000-ADD-DOCUMENT.
              PERFORM C100-EDIT-NEW-DOCUMENT
              IF NOT ENTRY-PASSES-EDITS
                EXIT PARAGRAPH
              END-IF
              IF WS-DOC-COUNT >= 500
                DISPLAY 'IDOCMNT - DOCUMENT FILE FULL AT 500'
                EXIT PARAGRAPH
              END-IF
              MOVE WS-WORK-CUSTOMER TO ID-CUSTOMER-NUMBER
              MOVE WS-TYPE-TEXT TO ID-DOC-TYPE
              MOVE WS-WORK-DOC-NUMBER TO ID-DOC-NUMBER
              MOVE WS-COUNTRY-TEXT TO ID-ISSUING-COUNTRY
              MOVE WS-WORK-EXPIRY TO ID-EXPIRY-DATE
              MOVE WS-TODAY-DATE TO ID-VERIFIED-DATE
              MOVE WS-OPERATOR-ID TO ID-VERIFIED-BY
              SET DOC-ACTIVE TO TRUE
              ADD 1 TO WS-DOC-COUNT
              MOVE CUSTOMER-ID-DOCUMENT-RECORD TO
                  WS-DOC-IMAGE(WS-DOC-COUNT)
              SET DOC-FILE-CHANGED TO TRUE
              DISPLAY 'IDOCMNT DOCUMENT RECORDED AS SEQ '
                  WS-DOC-COUNT.

              *> the customer must be on file, the type one of
              *> the known codes, the country and number present
              *> and the expiry a real date not already past
              C100-EDIT-NEW-DOCUMENT.
              MOVE 'Y' TO WS-ENTRY-OK
              IF WS-WORK-CUSTOMER = 0
                  OR WS-COUNTRY-TEXT = SPACES
                  OR WS-WORK-DOC-NUMBER = SPACES
                DISPLAY 'IDOCMNT - ADD NEEDS A CUSTOMER, TYPE, '
                    'COUNTRY, EXPIRY AND DOCUMENT NUMBER'
                MOVE 'N' TO WS-ENTRY-OK
                EXIT PARAGRAPH
              END-IF
              MOVE WS-TYPE-TEXT TO ID-DOC-TYPE
              IF NOT DOC-TYPE-KNOWN
                DISPLAY 'IDOCMNT - DOCUMENT TYPE MUST BE PP, DL, '
                    'NI, RP OR OT: ' WS-TYPE-TEXT
                MOVE 'N' TO WS-ENTRY-OK
                EXIT PARAGRAPH
              END-IF
              IF WS-WORK-EXPIRY > 0
                MOVE WS-WORK-EXPIRY TO WS-EXPIRY-CHECK-DATE
                IF WS-EXPIRY-MONTH < 1 OR WS-EXPIRY-MONTH > 12
                    OR WS-EXPIRY-DAY < 1 OR WS-EXPIRY-DAY > 31
                    OR WS-WORK-EXPIRY < WS-TODAY-DATE
                  DISPLAY 'IDOCMNT - EXPIRY NOT A CURRENT DATE: '
                      WS-EXPIRY-TEXT
                  MOVE 'N' TO WS-ENTRY-OK
                  EXIT PARAGRAPH
                END-IF
              END-IF
              OPEN INPUT CUSTOMER-MASTER
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-CUSTOMER-FOUND
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              CLOSE CUSTOMER-MASTER
              IF NOT CUSTOMER-ON-FILE
                DISPLAY 'IDOCMNT - CUSTOMER NOT ON FILE: '
                    WS-WORK-CUSTOMER
                MOVE 'N' TO WS-ENTRY-OK
              END-IF.

              *> periodic review - the document was seen again
              *> and still stands; today's date and the operator
              *> restart the review clock
              D000-VERIFY-DOCUMENT.
              IF WS-WORK-SEQ = 0
                  OR WS-WORK-SEQ > WS-DOC-COUNT
                DISPLAY 'IDOCMNT - NO SUCH DOCUMENT SEQ: '
                    WS-WORK-SEQ
                EXIT PARAGRAPH
              END-IF
              MOVE WS-DOC-IMAGE(WS-WORK-SEQ) TO
                  CUSTOMER-ID-DOCUMENT-RECORD
              IF DOC-WITHDRAWN
                DISPLAY 'IDOCMNT - DOCUMENT IS WITHDRAWN: '
                    WS-WORK-SEQ
                EXIT PARAGRAPH
              END-IF
              IF ID-EXPIRY-DATE > 0
                  AND ID-EXPIRY-DATE < WS-TODAY-DATE
                DISPLAY 'IDOCMNT - DOCUMENT HAS EXPIRED, WITHDRAW '
                    'IT AND ADD THE REPLACEMENT'
                EXIT PARAGRAPH
              END-IF
              MOVE WS-TODAY-DATE TO ID-VERIFIED-DATE
              MOVE WS-OPERATOR-ID TO ID-VERIFIED-BY
              MOVE CUSTOMER-ID-DOCUMENT-RECORD TO
                  WS-DOC-IMAGE(WS-WORK-SEQ)
              SET DOC-FILE-CHANGED TO TRUE
              DISPLAY 'IDOCMNT DOCUMENT RE-VERIFIED: ' WS-WORK-SEQ.

              *> a withdrawn document stays on file for the record
              *> - it just stops counting toward the review
              D100-WITHDRAW-DOCUMENT.
              IF WS-WORK-SEQ = 0
                  OR WS-WORK-SEQ > WS-DOC-COUNT
                DISPLAY 'IDOCMNT - NO SUCH DOCUMENT SEQ: '
                    WS-WORK-SEQ
              ELSE
                MOVE WS-DOC-IMAGE(WS-WORK-SEQ) TO
                    CUSTOMER-ID-DOCUMENT-RECORD
                SET DOC-WITHDRAWN TO TRUE
                MOVE CUSTOMER-ID-DOCUMENT-RECORD TO
                    WS-DOC-IMAGE(WS-WORK-SEQ)
                SET DOC-FILE-CHANGED TO TRUE
                DISPLAY 'IDOCMNT DOCUMENT WITHDRAWN: ' WS-WORK-SEQ
              END-IF.

              E000-LIST-DOCUMENTS.
              DISPLAY 'ID DOCUMENTS FOR CUSTOMER ' WS-WORK-CUSTOMER
              DISPLAY '=================================='
              PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                  UNTIL WS-DOC-IDX > WS-DOC-COUNT
                MOVE WS-DOC-IMAGE(WS-DOC-IDX) TO
                    CUSTOMER-ID-DOCUMENT-RECORD
                IF ID-CUSTOMER-NUMBER = WS-WORK-CUSTOMER
                  DISPLAY 'SEQ ' WS-DOC-IDX
                      ' ' ID-DOC-TYPE
                      ' ' ID-DOC-NUMBER
                      ' ' ID-ISSUING-COUNTRY
                      ' EXP ' ID-EXPIRY-DATE
                      ' VER ' ID-VERIFIED-DATE
                      ' ' ID-VERIFIED-BY
                      ' ' ID-STATUS
                END-IF
              END-PERFORM
              CALL 'KYCCHK' USING WS-WORK-CUSTOMER, WS-TODAY-DATE,
                  WS-KYC-STATUS, WS-LAST-REVIEW-DATE,
                  WS-NEXT-REVIEW-DATE
              END-CALL
              EVALUATE TRUE
                WHEN KYC-CURRENT
                  DISPLAY 'KYC CURRENT - LAST REVIEW '
                      WS-LAST-REVIEW-DATE ' NEXT DUE '
                      WS-NEXT-REVIEW-DATE
                WHEN KYC-NO-DOCUMENTS
                  DISPLAY '*** KYC REVIEW DUE - NO ACTIVE ID '
                      'DOCUMENT ON FILE'
                WHEN KYC-DOCUMENT-EXPIRED
                  DISPLAY '*** KYC REVIEW DUE - ID DOCUMENT EXPIRED'
                WHEN KYC-REVIEW-OVERDUE
                  DISPLAY '*** KYC REVIEW DUE - LAST REVIEW '
                      WS-LAST-REVIEW-DATE
              END-EVALUATE.

              F000-REWRITE-DOCUMENTS.
              OPEN OUTPUT ID-DOCUMENTS
              PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                  UNTIL WS-DOC-IDX > WS-DOC-COUNT
                MOVE WS-DOC-IMAGE(WS-DOC-IDX) TO
                    CUSTOMER-ID-DOCUMENT-RECORD
                WRITE CUSTOMER-ID-DOCUMENT-RECORD
              END-PERFORM
              CLOSE ID-DOCUMENTS.
