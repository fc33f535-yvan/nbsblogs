            IDENTIFICATION DIVISION.
            PROGRAM-ID. MAILHOLD.
            *> held-mail writer - a CALLed subprogram in EXCLOG's
            *> shape, so every paper-producing run (STMTGEN,
            *> NSFNTCE, RATENTCE, ALERTGEN, ESCHEAT) holds a
            *> document for a customer whose mail came back
            *> through one implementation (see copybooks/
            *> HELDMAIL). The caller skips the print; this puts
            *> the document on the list the mailroom works once
            *> the address is corrected
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL HELD-MAIL
                      ASSIGN TO 'held_mail.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD HELD-MAIL.
                COPY HELDMAIL.

            LINKAGE SECTION.
              01 LS-PROGRAM-NAME PIC X(8).
              01 LS-CUSTOMER-NUMBER PIC 9(7).
              01 LS-ACCOUNT-ID PIC S9(7).
              01 LS-DOCUMENT PIC X(12).
              01 LS-RETURNED-DATE PIC 9(8).

            PROCEDURE DIVISION USING LS-PROGRAM-NAME,
                LS-CUSTOMER-NUMBER, LS-ACCOUNT-ID, LS-DOCUMENT,
                LS-RETURNED-DATE.
              A000-MAIN-PARA.
              OPEN EXTEND HELD-MAIL
              CALL 'BUSDATE' USING 'G', HM-HELD-DATE
              END-CALL
              MOVE LS-PROGRAM-NAME TO HM-PROGRAM
              MOVE LS-CUSTOMER-NUMBER TO HM-CUSTOMER-NUMBER
              MOVE LS-ACCOUNT-ID TO HM-ACCOUNT-ID
              MOVE LS-DOCUMENT TO HM-DOCUMENT
              MOVE LS-RETURNED-DATE TO HM-RETURNED-DATE
              WRITE HELD-MAIL-RECORD
              CLOSE HELD-MAIL
              GOBACK.
