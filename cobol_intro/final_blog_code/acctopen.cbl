            *> with no file touched by hand. Run parameter is
            *> "<branch> <tier> <customer-number-or-0> <holder
            *> name>"; customer 0 creates a fresh customer row
            *> under the holder's name.
            *> The new account is enrolled through CAMPENRL in
            *> every promotional bonus-rate campaign it qualifies
            *> for on the day it opens (see copybooks/CAMPGN)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                01 WS-NEXT-CUSTOMER-NUMBER PIC 9(7)
                    VALUE 1000000.

                01 WS-CJ-BEFORE PIC X(142).
                01 WS-MJ-BEFORE PIC X(111).

                *> CAMPENRL's answer - a blank campaign code asks
                *> for every campaign the account qualifies for
                01 WS-ENROL-CAMPAIGN PIC X(6) VALUE SPACES.
                01 WS-ENROL-PRODUCT PIC X(1) VALUE 'D'.
                01 WS-ENROLLED-COUNT PIC 9(2) VALUE 0.
                01 WS-ENROL-STATUS PIC X(1).

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT PARAMETERS-VALID
              PERFORM D000-LINK-OR-CREATE-CUSTOMER
              PERFORM E000-CREATE-MASTER-ROW
              PERFORM F000-APPEND-BRANCH-XREF
              PERFORM G000-ENROL-IN-CAMPAIGNS

              DISPLAY '=========================================='
              DISPLAY 'ACCTOPEN - ACCOUNT OPENED'
              DISPLAY 'CUSTOMER NUMBER   : ' WS-OPEN-CUSTOMER
              DISPLAY 'BRANCH / TIER     : ' WS-OPEN-BRANCH
                  ' / ' WS-OPEN-TIER
              DISPLAY 'CAMPAIGNS JOINED  : ' WS-ENROLLED-COUNT
              DISPLAY '=========================================='
              STOP RUN.

                MOVE 0 TO CM-ALERT-THRESHOLD
                MOVE 'N' TO CM-ALERT-LARGE-FLAG
                MOVE 'N' TO CM-WITHHOLDING-FLAG
                MOVE 0 TO CM-DECEASED-DATE
                MOVE 0 TO CM-MAIL-RETURNED-DATE
                MOVE 0 TO CM-DATE-OF-BIRTH
                MOVE SPACES TO WS-CJ-BEFORE
                WRITE CUSTOMER-MASTER-RECORD
                CALL 'CUSTJRNL' USING 'ACCTOPEN',
              MOVE 0 TO AM-TERM-RATE
              COMPUTE AM-CYCLE-CODE =
                  FUNCTION MOD(AM-ACCOUNT-ID, 4) + 1
              MOVE 0 TO AM-OVERDRAWN-DAYS
              MOVE SPACES TO WS-MJ-BEFORE
              WRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'ACCTOPEN',
              MOVE WS-OPEN-TIER TO XR-FEED-TIER-NUM
              WRITE XR-FEED-RECORD
              CLOSE ACCOUNT-RATE-XREF.

              *> opened today, an ordinary demand product - the
              *> same facts E000 wrote onto the master row
              G000-ENROL-IN-CAMPAIGNS.
              CALL 'CAMPENRL' USING WS-OPERATOR-ID,
                  WS-SIGNED-ACCOUNT, WS-ENROL-PRODUCT,
                  WS-TODAY-DATE, WS-ENROL-CAMPAIGN,
                  WS-ENROLLED-COUNT, WS-ENROL-STATUS
              END-CALL.
