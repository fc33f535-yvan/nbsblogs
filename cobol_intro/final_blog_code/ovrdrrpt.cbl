            *> and lists every account sitting below zero, with
            *> its overdraft line, how much of it is used, and the
            *> account's branch resolved through the same
            *> account_rate_xref.txt load TRIALBAL and BRVALID use.
            *> Now also shows how many days each account has sat
            *> overdrawn, as ODAGING ages it toward charge-off
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  05 RL-LIMIT PIC 9(6).99.
                  05 FILLER PIC X(8) VALUE ' HOLDER '.
                  05 RL-HOLDER PIC X(25).
                  05 FILLER PIC X(6) VALUE ' DAYS '.
                  05 RL-DAYS PIC Z(3)9.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
                  ' BALANCE ' AM-BALANCE
                  ' LINE ' AM-OVERDRAFT-LIMIT
                  ' HOLDER ' AM-ACCOUNT-HOLDER(1:25)
                  ' DAYS ' AM-OVERDRAWN-DAYS
              MOVE WS-CURRENT-BRANCH-CODE TO RL-BRANCH
              MOVE WS-BRANCH-NAME(1:20) TO RL-BRANCH-NAME
              MOVE AM-ACCOUNT-ID TO RL-ACCOUNT
              MOVE AM-BALANCE TO RL-BALANCE
              MOVE AM-OVERDRAFT-LIMIT TO RL-LIMIT
              MOVE AM-ACCOUNT-HOLDER(1:25) TO RL-HOLDER
              MOVE AM-OVERDRAWN-DAYS TO RL-DAYS
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              IF WS-OVERDRAWN-BY > AM-OVERDRAFT-LIMIT
                ADD 1 TO WS-OVER-LIMIT-COUNT
