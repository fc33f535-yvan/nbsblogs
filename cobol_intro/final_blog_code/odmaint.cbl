            *> REVIEW prints the periodic credit-review report:
            *> every granted line beside its utilization, the
            *> same balance-against-line arithmetic OVRDRRPT
            *> reports overnight, so lapsed limits get caught.
            *> LINK ties an account to another demand account of
            *> the same customer that protects it - TRANLOAD
            *> moves the shortfall across before an item bounces
            *> (see copybooks/ODPLINK) - and UNLINK takes the tie
            *> off; both are supervisor work like an ordinary line
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  SELECT OPTIONAL PROTECTION-LINKS
                      ASSIGN TO 'overdraft_links.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD PROTECTION-LINKS.
                COPY ODPLINK.

              WORKING-STORAGE SECTION.
                *> run parameter is 'GRANT <acct> <limit> <R|P>',
                *> 'CHANGE <acct> <limit>', 'REVOKE <acct>',
                *> 'LINK <acct> <protecting acct> <increment>',
                *> 'UNLINK <acct>' or 'REVIEW' - ACCEPT FROM
                *> COMMAND-LINE follows
                *> loops.cbl's run-parameter pattern, UNSTRING
                *> follows acctmain.cbl
                01 WS-CMD-LINE PIC X(80) VALUE 'REVIEW'.
                01 WS-ACCT-TEXT PIC X(7).
                01 WS-LIMIT-TEXT PIC X(12).
                01 WS-NSF-TEXT PIC X(1).
                01 WS-PROTECT-TEXT PIC X(7).
                01 WS-INCREMENT-TEXT PIC X(12).

                01 WS-ACTION PIC X.
                  88 ACTION-GRANT VALUE 'G'.
                  88 ACTION-CHANGE VALUE 'C'.
                  88 ACTION-REVOKE VALUE 'V'.
                  88 ACTION-REVIEW VALUE 'R'.
                  88 ACTION-LINK VALUE 'L'.
                  88 ACTION-UNLINK VALUE 'U'.

                01 WS-WORK-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-WORK-LIMIT PIC 9(6)V9(2) VALUE 0.
                01 WS-WORK-PROTECT PIC S9(7) VALUE 0.
                01 WS-WORK-INCREMENT PIC 9(4)V9(2) VALUE 0.
                01 WS-TODAY-DATE PIC 9(8).

                *> the protection links loaded whole and rewritten
                *> whole, HLDRMNT's idiom - one link per protected
                *> account, a new LINK replacing the old one
                01 WS-LINK-COUNT PIC 9(3) VALUE 0.
                01 WS-LINK-TABLE.
                  05 WS-LINK-ENTRY OCCURS 200 TIMES.
                    10 WS-LINK-IMAGE PIC X(36).
                01 WS-LINK-IDX PIC 9(3).
                01 WS-LINK-MATCH PIC 9(3) VALUE 0.
                01 WS-LINKS-EOF PIC X VALUE 'N'.
                  88 END-OF-LINKS VALUE 'Y'.
                01 WS-PROTECTED-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-LINK-OK PIC X VALUE 'Y'.
                  88 LINK-PASSES-EDITS VALUE 'Y'.

                *> a line over this bar needs administrator
                *> approval, not just a supervisor
                01 WS-OVERDRAWN-BY PIC 9(8)V9(2) VALUE 0.
                01 WS-UTILIZATION-PCT PIC 9(3) VALUE 0.

                01 WS-MJ-BEFORE PIC X(111).

                01 WS-COUNTS.
                  05 WS-LINES-REVIEWED PIC 9(5) VALUE 0.
                  PERFORM C000-APPLY-LINE-CHANGE
                WHEN ACTION-REVIEW
                  PERFORM D000-CREDIT-REVIEW-REPORT
                WHEN ACTION-LINK
                  PERFORM E000-LINK-PROTECTING-ACCOUNT
                WHEN ACTION-UNLINK
                  PERFORM E100-UNLINK-PROTECTING-ACCOUNT
                WHEN OTHER
                  DISPLAY 'ODMAINT - UNKNOWN ACTION, USE GRANT '
                      '<ACCT> <LIMIT> <R|P>, CHANGE <ACCT> '
                      '<LIMIT>, REVOKE <ACCT>, LINK <ACCT> '
                      '<PROTECTING ACCT> <INCREMENT>, UNLINK '
                      '<ACCT> OR REVIEW'
              END-EVALUATE
              STOP RUN.

                  SET ACTION-REVOKE TO TRUE
                WHEN 'REVIEW'
                  SET ACTION-REVIEW TO TRUE
                WHEN 'LINK  '
                  SET ACTION-LINK TO TRUE
                WHEN 'UNLINK'
                  SET ACTION-UNLINK TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-ACCT-TEXT IS NUMERIC
                MOVE WS-ACCT-TEXT TO WS-WORK-ACCOUNT
              END-IF
              IF ACTION-LINK
                UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                    INTO WS-ACTION-TEXT, WS-ACCT-TEXT,
                        WS-PROTECT-TEXT, WS-INCREMENT-TEXT
                END-UNSTRING
                IF WS-PROTECT-TEXT IS NUMERIC
                  MOVE WS-PROTECT-TEXT TO WS-WORK-PROTECT
                END-IF
                IF WS-INCREMENT-TEXT NOT = SPACES
                  COMPUTE WS-WORK-INCREMENT =
                      FUNCTION NUMVAL(WS-INCREMENT-TEXT)
                END-IF
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-WORK-LIMIT =
                  FUNCTION NUMVAL(WS-LIMIT-TEXT).

                ADD 1 TO WS-LINES-BREACHED
                DISPLAY '   *** DRAWN BEYOND THE LINE ***'
              END-IF.

              *> the protecting account must be a demand account
              *> of the protected account's own customer - a loan
              *> or a term deposit cannot be drawn on overnight,
              *> and nobody else's money protects an account
              E000-LINK-PROTECTING-ACCOUNT.
              MOVE 'Y' TO WS-LINK-OK
              IF WS-WORK-PROTECT = WS-WORK-ACCOUNT
                DISPLAY 'ODMAINT - AN ACCOUNT CANNOT PROTECT ITSELF'
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT ACCOUNT-MASTER
              MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-LINK-OK
                  DISPLAY 'ODMAINT - ACCOUNT NOT ON MASTER: '
                      WS-WORK-ACCOUNT
                NOT INVALID KEY
                  MOVE AM-CUSTOMER-NUMBER TO WS-PROTECTED-CUSTOMER
              END-READ
              IF LINK-PASSES-EDITS
                MOVE WS-WORK-PROTECT TO AM-ACCOUNT-ID
                READ ACCOUNT-MASTER
                  INVALID KEY
                    MOVE 'N' TO WS-LINK-OK
                    DISPLAY 'ODMAINT - PROTECTING ACCOUNT NOT ON '
                        'MASTER: ' WS-WORK-PROTECT
                  NOT INVALID KEY
                    IF WS-PROTECTED-CUSTOMER = 0
                        OR AM-CUSTOMER-NUMBER NOT =
                            WS-PROTECTED-CUSTOMER
                      MOVE 'N' TO WS-LINK-OK
                      DISPLAY 'ODMAINT - PROTECTING ACCOUNT IS NOT '
                          'THE SAME CUSTOMER''S'
                    END-IF
                    IF PRODUCT-LOAN OR PRODUCT-TERM
                        OR NOT ACCOUNT-OPEN
                      MOVE 'N' TO WS-LINK-OK
                      DISPLAY 'ODMAINT - PROTECTING ACCOUNT MUST BE '
                          'AN OPEN DEMAND ACCOUNT'
                    END-IF
                END-READ
              END-IF
              CLOSE ACCOUNT-MASTER
              IF NOT LINK-PASSES-EDITS
                EXIT PARAGRAPH
              END-IF

              PERFORM F000-LOAD-PROTECTION-LINKS
              IF WS-LINK-MATCH = 0
                IF WS-LINK-COUNT >= 200
                  DISPLAY 'ODMAINT - PROTECTION LINKS FULL AT 200'
                  EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LINK-COUNT
                MOVE WS-LINK-COUNT TO WS-LINK-MATCH
              END-IF
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              MOVE WS-WORK-ACCOUNT TO PL-ACCOUNT-ID
              MOVE WS-WORK-PROTECT TO PL-PROTECT-ACCOUNT
              MOVE WS-WORK-INCREMENT TO PL-INCREMENT
              MOVE WS-TODAY-DATE TO PL-LINKED-DATE
              MOVE WS-OPERATOR-ID TO PL-LINKED-BY
              MOVE PROTECTION-LINK-RECORD TO
                  WS-LINK-IMAGE(WS-LINK-MATCH)
              PERFORM F100-REWRITE-PROTECTION-LINKS
              DISPLAY 'ODMAINT PROTECTED ACCOUNT: ' WS-WORK-ACCOUNT
              DISPLAY 'ODMAINT PROTECTING ACCT  : ' WS-WORK-PROTECT
              DISPLAY 'ODMAINT ROUNDING INCREMENT: '
                  WS-WORK-INCREMENT.

              E100-UNLINK-PROTECTING-ACCOUNT.
              PERFORM F000-LOAD-PROTECTION-LINKS
              IF WS-LINK-MATCH = 0
                DISPLAY 'ODMAINT - NO PROTECTION LINK FOR ACCOUNT '
                    WS-WORK-ACCOUNT
                EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-LINK-IDX FROM WS-LINK-MATCH BY 1
                  UNTIL WS-LINK-IDX >= WS-LINK-COUNT
                MOVE WS-LINK-IMAGE(WS-LINK-IDX + 1) TO
                    WS-LINK-IMAGE(WS-LINK-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-LINK-COUNT
              PERFORM F100-REWRITE-PROTECTION-LINKS
              DISPLAY 'ODMAINT UNLINKED ACCOUNT : ' WS-WORK-ACCOUNT.

              *> loads the file and notes where the account's
              *> own link sits, if it has one
              F000-LOAD-PROTECTION-LINKS.
              MOVE 0 TO WS-LINK-COUNT
              MOVE 0 TO WS-LINK-MATCH
              OPEN INPUT PROTECTION-LINKS
              PERFORM UNTIL END-OF-LINKS
                READ PROTECTION-LINKS
                  AT END
                    SET END-OF-LINKS TO TRUE
                  NOT AT END
                    IF WS-LINK-COUNT < 200
                      ADD 1 TO WS-LINK-COUNT
                      MOVE PROTECTION-LINK-RECORD TO
                          WS-LINK-IMAGE(WS-LINK-COUNT)
                      IF PL-ACCOUNT-ID = WS-WORK-ACCOUNT
                        MOVE WS-LINK-COUNT TO WS-LINK-MATCH
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PROTECTION-LINKS.

              F100-REWRITE-PROTECTION-LINKS.
              OPEN OUTPUT PROTECTION-LINKS
              PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                  UNTIL WS-LINK-IDX > WS-LINK-COUNT
                MOVE WS-LINK-IMAGE(WS-LINK-IDX) TO
                    PROTECTION-LINK-RECORD
                WRITE PROTECTION-LINK-RECORD
              END-PERFORM
              CLOSE PROTECTION-LINKS.
