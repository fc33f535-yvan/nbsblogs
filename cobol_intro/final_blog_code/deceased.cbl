            IDENTIFICATION DIVISION.
            PROGRAM-ID. DECEASED.
            *> deceased-customer notification - when the bank
            *> hears of a death, someone used to walk ACCTSTAT,
            *> STORDMNT, the sweep file, the alert preferences and
            *> the statement delivery by hand, and something was
            *> always missed. This does the whole walk from one
            *> command: the date of death goes on CUSTOMER-MASTER
            *> and the customer's contact details are redirected
            *> to the estate contact (statements by mail, balance
            *> alerts off). Every account the customer holds is
            *> then worked under the joint-survivor rule on
            *> HOLDER-XREF: an account with a living joint holder
            *> passes to that holder and stays open; an account
            *> held solely is frozen, its standing orders and
            *> sweeps suspended and any signatory's mandate ended;
            *> the customer's own joint or signatory links on
            *> other people's accounts come off. Each action goes
            *> on the estates team's checklist (estate_checklist
            *> .txt, one block per notification), every customer
            *> and master change is journaled, in CUSTMNT's
            *> command-line style. Run parameter is '<cust>
            *> <date of death CCYYMMDD> <estate contact>'
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> walked whole - the master is keyed by
                  *> account, not customer
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> every holder of every account (see copybooks/
                  *> HOLDXREF), rewritten whole like HLDRMNT
                  SELECT OPTIONAL HOLDER-XREF
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same control file STORDMNT maintains and
                  *> STORDGEN works, rewritten whole
                  SELECT OPTIONAL STANDING-ORDERS
                      ASSIGN TO 'standing_orders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> same control file SWEEPGEN works
                  SELECT OPTIONAL SWEEP-CONTROL
                      ASSIGN TO 'sweep_control.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the estates team's worklist - appended, one
                  *> block per notification
                  SELECT OPTIONAL ESTATE-CHECKLIST
                      ASSIGN TO 'estate_checklist.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD HOLDER-XREF.
                COPY HOLDXREF.

                *> same record STORDMNT writes (see stordmnt.cbl)
                FD STANDING-ORDERS.
                01 SO-FEED-RECORD.
                  02 SO-FEED-ACCOUNT-ID PIC 9(7).
                  02 SO-FEED-AMOUNT PIC S9(6)V9(2).
                  02 SO-FEED-DESC PIC X(25).
                  02 SO-FEED-FREQUENCY PIC X(1).
                  02 SO-FEED-NEXT-DATE PIC 9(8).
                  02 SO-FEED-EXT-BANK PIC X(9).
                  02 SO-FEED-EXT-ACCOUNT PIC X(10).
                  02 SO-FEED-ORDER-ID PIC 9(5).
                  02 SO-FEED-STATUS PIC X(1).
                  02 SO-FEED-RETURN-COUNT PIC 9(2).
                  02 SO-FEED-LAST-RETURN-DATE PIC 9(8).
                  02 SO-FEED-LAST-RETURN-CODE PIC X(2).
                  *> the business date the order was set up -
                  *> not numeric on an order added before it was
                  *> kept
                  02 SO-FEED-ADDED-DATE PIC 9(8).

                *> same record SWEEPGEN reads (see sweepgen.cbl)
                FD SWEEP-CONTROL.
                01 SW-FEED-RECORD.
                  02 SW-FEED-CHILD-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-ACCOUNT PIC 9(7).
                  02 SW-FEED-TARGET-BALANCE PIC 9(8)V9(2).
                  02 SW-FEED-STATUS PIC X(1).

                FD ESTATE-CHECKLIST.
                01 CHECKLIST-LINE PIC X(100).

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(100) VALUE SPACES.
                01 WS-KEY-TEXT PIC X(7).
                01 WS-DATE-TEXT PIC X(8).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-WORK-CUSTOMER PIC 9(7) VALUE 0.
                01 WS-DEATH-DATE PIC 9(8) VALUE 0.
                01 WS-ESTATE-CONTACT PIC X(50) VALUE SPACES.
                01 WS-TODAY-DATE PIC 9(8).

                *> the same 8 bytes as a date and as its pieces,
                *> for the date-of-death range check
                01 WS-DATE-CHECK.
                  05 WS-CHECK-YEAR PIC 9(4).
                  05 WS-CHECK-MONTH PIC 9(2).
                  05 WS-CHECK-DAY PIC 9(2).
                01 WS-DATE-CHECK-DATE REDEFINES WS-DATE-CHECK
                    PIC 9(8).

                *> a death notification is customer maintenance,
                *> held to the same supervisor level (see
                *> OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-FLAGS.
                  05 WS-MASTER-EOF PIC X VALUE 'N'.
                    88 END-OF-MASTER VALUE 'Y'.
                  05 WS-XREF-EOF PIC X VALUE 'N'.
                    88 END-OF-XREF VALUE 'Y'.
                  05 WS-ORDERS-EOF PIC X VALUE 'N'.
                    88 END-OF-ORDERS VALUE 'Y'.
                  05 WS-SWEEPS-EOF PIC X VALUE 'N'.
                    88 END-OF-SWEEPS VALUE 'Y'.

                01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
                  88 CUSTOMER-ON-FILE VALUE 'Y'.
                01 WS-DECEASED-NAME PIC X(50).

                *> holder links loaded whole; a link that ends
                *> with the death is flagged and left out of the
                *> rewrite
                01 WS-XREF-COUNT PIC 9(3) VALUE 0.
                01 WS-XREF-TABLE.
                  05 WS-XREF-ENTRY OCCURS 200 TIMES.
                    10 WS-XREF-IMAGE PIC X(15).
                    10 WS-XREF-DROPPED PIC X(1).
                      88 XREF-LINK-ENDED VALUE 'Y'.
                01 WS-XREF-IDX PIC 9(3).
                01 WS-XREF-CHANGED PIC X VALUE 'N'.
                  88 XREF-FILE-CHANGED VALUE 'Y'.

                01 WS-ORDER-COUNT PIC 9(3) VALUE 0.
                01 WS-ORDER-TABLE.
                  05 WS-ORDER-ENTRY OCCURS 200 TIMES.
                    10 WS-ORDER-IMAGE PIC X(94).
                01 WS-ORDER-IDX PIC 9(3).
                01 WS-ORDERS-CHANGED PIC X VALUE 'N'.
                  88 ORDER-FILE-CHANGED VALUE 'Y'.

                01 WS-SWEEP-COUNT PIC 9(3) VALUE 0.
                01 WS-SWEEP-TABLE.
                  05 WS-SWEEP-ENTRY OCCURS 200 TIMES.
                    10 WS-SWEEP-IMAGE PIC X(25).
                01 WS-SWEEP-IDX PIC 9(3).
                01 WS-SWEEPS-CHANGED PIC X VALUE 'N'.
                  88 SWEEP-FILE-CHANGED VALUE 'Y'.

                *> the account in hand - how the deceased holds it
                *> and who, if anyone, survives on it
                01 WS-DECEASED-IS-PRIMARY PIC X VALUE 'N'.
                  88 DECEASED-PRIMARY VALUE 'Y'.
                01 WS-DECEASED-LINK-IDX PIC 9(3).
                01 WS-SURVIVOR-IDX PIC 9(3).
                01 WS-SURVIVOR-CUSTOMER PIC 9(7).
                01 WS-SURVIVOR-NAME PIC X(50).
                01 WS-CANDIDATE-CUSTOMER PIC 9(7).
                01 WS-CANDIDATE-LIVING PIC X VALUE 'N'.
                  88 CANDIDATE-IS-LIVING VALUE 'Y'.

                *> before-images for the two change journals
                01 WS-CJ-BEFORE PIC X(142).
                01 WS-MJ-BEFORE PIC X(111).

                01 WS-CHECK-ITEM.
                  05 FILLER PIC X(4) VALUE '[ ] '.
                  05 CI-ACTION PIC X(34).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CI-ACCOUNT PIC -(7)9.
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CI-DETAIL PIC X(50).

                01 WS-COUNTS.
                  05 WS-ACCOUNTS-FROZEN PIC 9(3) VALUE 0.
                  05 WS-ACCOUNTS-PASSED PIC 9(3) VALUE 0.
                  05 WS-LINKS-ENDED PIC 9(3) VALUE 0.
                  05 WS-ORDERS-SUSPENDED PIC 9(3) VALUE 0.
                  05 WS-SWEEPS-SUSPENDED PIC 9(3) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'DECEASED - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF

              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              PERFORM B000-PARSE-COMMAND-LINE
              IF WS-WORK-CUSTOMER = 0
                  OR WS-DEATH-DATE = 0
                  OR WS-ESTATE-CONTACT = SPACES
                DISPLAY 'DECEASED - USE <CUST> <DATE OF DEATH '
                    'CCYYMMDD> <ESTATE CONTACT>'
                STOP RUN
              END-IF
              MOVE WS-DEATH-DATE TO WS-DATE-CHECK-DATE
              IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                  OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                  OR WS-DEATH-DATE > WS-TODAY-DATE
                DISPLAY 'DECEASED - DATE OF DEATH NOT A PAST DATE: '
                    WS-DATE-TEXT
                STOP RUN
              END-IF

              OPEN I-O CUSTOMER-MASTER
              PERFORM C000-MARK-CUSTOMER-DECEASED
              IF NOT CUSTOMER-ON-FILE
                CLOSE CUSTOMER-MASTER
                STOP RUN
              END-IF

              PERFORM B100-LOAD-HOLDER-XREF
              PERFORM B200-LOAD-STANDING-ORDERS
              PERFORM B300-LOAD-SWEEP-RULES
              OPEN I-O ACCOUNT-MASTER
              PERFORM UNTIL END-OF-MASTER
                READ ACCOUNT-MASTER NEXT RECORD
                  AT END
                    SET END-OF-MASTER TO TRUE
                  NOT AT END
                    PERFORM D000-WORK-ONE-ACCOUNT
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
              CLOSE CUSTOMER-MASTER

              IF XREF-FILE-CHANGED
                PERFORM F100-REWRITE-HOLDER-XREF
              END-IF
              IF ORDER-FILE-CHANGED
                PERFORM F200-REWRITE-STANDING-ORDERS
              END-IF
              IF SWEEP-FILE-CHANGED
                PERFORM F300-REWRITE-SWEEP-RULES
              END-IF
              PERFORM G000-CLOSE-CHECKLIST

              DISPLAY 'DECEASED - CUSTOMER ' WS-WORK-CUSTOMER
                  ' NOTIFIED, SEE estate_checklist.txt'
              DISPLAY 'ACCOUNTS FROZEN    : ' WS-ACCOUNTS-FROZEN
              DISPLAY 'PASSED TO SURVIVOR : ' WS-ACCOUNTS-PASSED
              DISPLAY 'HOLDER LINKS ENDED : ' WS-LINKS-ENDED
              DISPLAY 'ORDERS SUSPENDED   : ' WS-ORDERS-SUSPENDED
              DISPLAY 'SWEEPS SUSPENDED   : ' WS-SWEEPS-SUSPENDED
              STOP RUN.

              *> the customer, the date of death, then everything
              *> left on the line is the estate contact
              B000-PARSE-COMMAND-LINE.
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-KEY-TEXT, WS-DATE-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              IF WS-KEY-TEXT IS NUMERIC
                MOVE WS-KEY-TEXT TO WS-WORK-CUSTOMER
              END-IF
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-DEATH-DATE
              END-IF
              MOVE WS-CMD-LINE(WS-POINTER:) TO WS-ESTATE-CONTACT.

              B100-LOAD-HOLDER-XREF.
              OPEN INPUT HOLDER-XREF
              PERFORM UNTIL END-OF-XREF
                READ HOLDER-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-XREF-COUNT < 200
                      ADD 1 TO WS-XREF-COUNT
                      MOVE HOLDER-XREF-RECORD TO
                          WS-XREF-IMAGE(WS-XREF-COUNT)
                      MOVE 'N' TO WS-XREF-DROPPED(WS-XREF-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HOLDER-XREF.

              B200-LOAD-STANDING-ORDERS.
              OPEN INPUT STANDING-ORDERS
              PERFORM UNTIL END-OF-ORDERS
                READ STANDING-ORDERS
                  AT END
                    SET END-OF-ORDERS TO TRUE
                  NOT AT END
                    IF WS-ORDER-COUNT < 200
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE SO-FEED-RECORD TO
                          WS-ORDER-IMAGE(WS-ORDER-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS.

              B300-LOAD-SWEEP-RULES.
              OPEN INPUT SWEEP-CONTROL
              PERFORM UNTIL END-OF-SWEEPS
                READ SWEEP-CONTROL
                  AT END
                    SET END-OF-SWEEPS TO TRUE
                  NOT AT END
                    IF WS-SWEEP-COUNT < 200
                      ADD 1 TO WS-SWEEP-COUNT
                      MOVE SW-FEED-RECORD TO
                          WS-SWEEP-IMAGE(WS-SWEEP-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SWEEP-CONTROL.

              *> the date of death goes on the row and the
              *> correspondence turns toward the estate: contact
              *> details replaced (the old ones stay on the
              *> customer journal's before-image, and any
              *> returned-mail hold goes with them), statements
              *> by mail, balance alerts off
              C000-MARK-CUSTOMER-DECEASED.
              MOVE 'N' TO WS-CUSTOMER-FOUND
              MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  DISPLAY 'DECEASED - CUSTOMER NOT ON FILE: '
                      WS-WORK-CUSTOMER
                NOT INVALID KEY
                  SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              IF NOT CUSTOMER-ON-FILE
                EXIT PARAGRAPH
              END-IF
              IF NOT CUSTOMER-LIVING
                DISPLAY 'DECEASED - CUSTOMER ALREADY RECORDED '
                    'DECEASED ON ' CM-DECEASED-DATE
                MOVE 'N' TO WS-CUSTOMER-FOUND
                EXIT PARAGRAPH
              END-IF

              MOVE CM-CUSTOMER-NAME TO WS-DECEASED-NAME
              PERFORM C100-OPEN-CHECKLIST
              MOVE CUSTOMER-MASTER-RECORD TO WS-CJ-BEFORE
              MOVE WS-DEATH-DATE TO CM-DECEASED-DATE
              MOVE WS-ESTATE-CONTACT TO CM-CONTACT-DETAILS
              MOVE 0 TO CM-MAIL-RETURNED-DATE
              MOVE 'CONTACT REDIRECTED TO ESTATE' TO CI-ACTION
              MOVE WS-ESTATE-CONTACT TO CI-DETAIL
              PERFORM X000-WRITE-CUSTOMER-ITEM
              IF NOT DELIVERY-BY-MAIL
                MOVE 'STATEMENTS NOW MAILED TO ESTATE' TO CI-ACTION
                MOVE SPACES TO CI-DETAIL
                STRING 'DELIVERY WAS ' CM-DELIVERY-PREF
                    DELIMITED BY SIZE INTO CI-DETAIL
                END-STRING
                SET DELIVERY-BY-MAIL TO TRUE
                PERFORM X000-WRITE-CUSTOMER-ITEM
              END-IF
              IF CM-ALERT-THRESHOLD > 0
                  OR WANTS-LARGE-POSTING-ALERT
                MOVE 0 TO CM-ALERT-THRESHOLD
                MOVE 'N' TO CM-ALERT-LARGE-FLAG
                MOVE 'BALANCE ALERTS SUPPRESSED' TO CI-ACTION
                MOVE SPACES TO CI-DETAIL
                PERFORM X000-WRITE-CUSTOMER-ITEM
              END-IF
              REWRITE CUSTOMER-MASTER-RECORD
              CALL 'CUSTJRNL' USING 'DECEASED', WS-OPERATOR-ID,
                  WS-CJ-BEFORE, CUSTOMER-MASTER-RECORD
              END-CALL.

              C100-OPEN-CHECKLIST.
              OPEN EXTEND ESTATE-CHECKLIST
              MOVE ALL '=' TO CHECKLIST-LINE
              WRITE CHECKLIST-LINE
              MOVE SPACES TO CHECKLIST-LINE
              STRING 'ESTATE CHECKLIST - CUSTOMER '
                  WS-WORK-CUSTOMER ' ' WS-DECEASED-NAME
                  DELIMITED BY SIZE INTO CHECKLIST-LINE
              END-STRING
              WRITE CHECKLIST-LINE
              MOVE SPACES TO CHECKLIST-LINE
              STRING 'DATE OF DEATH ' WS-DEATH-DATE
                  '  NOTIFIED ' WS-TODAY-DATE
                  '  BY ' WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO CHECKLIST-LINE
              END-STRING
              WRITE CHECKLIST-LINE
              MOVE SPACES TO CHECKLIST-LINE
              WRITE CHECKLIST-LINE.

              *> how does the deceased hold this account, and does
              *> anyone survive on it - then the joint-survivor
              *> rule decides what happens to it
              D000-WORK-ONE-ACCOUNT.
              IF ACCOUNT-CLOSED
                  OR ACCOUNT-ESCHEATED
                EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-DECEASED-IS-PRIMARY
              IF AM-CUSTOMER-NUMBER = WS-WORK-CUSTOMER
                SET DECEASED-PRIMARY TO TRUE
              END-IF
              MOVE 0 TO WS-DECEASED-LINK-IDX
              MOVE 0 TO WS-SURVIVOR-IDX
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                MOVE WS-XREF-IMAGE(WS-XREF-IDX) TO
                    HOLDER-XREF-RECORD
                IF AH-ACCOUNT-ID = AM-ACCOUNT-ID
                  IF AH-CUSTOMER-NUMBER = WS-WORK-CUSTOMER
                    MOVE WS-XREF-IDX TO WS-DECEASED-LINK-IDX
                  ELSE
                    IF HOLDER-JOINT
                        AND WS-SURVIVOR-IDX = 0
                      PERFORM D050-CHECK-SURVIVOR
                    END-IF
                  END-IF
                END-IF
              END-PERFORM

              EVALUATE TRUE
                WHEN DECEASED-PRIMARY
                    AND WS-SURVIVOR-IDX > 0
                  PERFORM D200-PASS-TO-SURVIVOR
                WHEN DECEASED-PRIMARY
                  PERFORM D100-FREEZE-SOLE-ACCOUNT
                WHEN WS-DECEASED-LINK-IDX > 0
                  PERFORM D300-END-OWN-LINK
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

              *> a joint holder survives only if they are not
              *> themselves recorded deceased
              D050-CHECK-SURVIVOR.
              MOVE AH-CUSTOMER-NUMBER TO WS-CANDIDATE-CUSTOMER
              MOVE 'N' TO WS-CANDIDATE-LIVING
              MOVE WS-CANDIDATE-CUSTOMER TO CM-CUSTOMER-NUMBER
              READ CUSTOMER-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF CUSTOMER-LIVING
                    SET CANDIDATE-IS-LIVING TO TRUE
                    MOVE CM-CUSTOMER-NAME TO WS-SURVIVOR-NAME
                  END-IF
              END-READ
              IF CANDIDATE-IS-LIVING
                MOVE WS-XREF-IDX TO WS-SURVIVOR-IDX
                MOVE WS-CANDIDATE-CUSTOMER TO WS-SURVIVOR-CUSTOMER
              END-IF.

              *> nobody survives on the account - it is frozen for
              *> the estate, nothing more is paid in or out of it
              *> automatically, and a signatory's mandate dies
              *> with the principal
              D100-FREEZE-SOLE-ACCOUNT.
              IF ACCOUNT-OPEN
                  OR ACCOUNT-DORMANT
                MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
                SET ACCOUNT-FROZEN TO TRUE
                MOVE WS-TODAY-DATE TO AM-STATUS-DATE
                REWRITE ACCOUNT-MASTER-RECORD
                CALL 'MSTJRNL' USING 'DECEASED',
                    WS-OPERATOR-ID, WS-MJ-BEFORE,
                    ACCOUNT-MASTER-RECORD
                END-CALL
                ADD 1 TO WS-ACCOUNTS-FROZEN
                MOVE 'ACCOUNT FROZEN - SOLELY HELD' TO CI-ACTION
                MOVE SPACES TO CI-DETAIL
                STRING 'BALANCE ' AM-BALANCE
                    DELIMITED BY SIZE INTO CI-DETAIL
                END-STRING
              ELSE
                MOVE 'ACCOUNT ALREADY NOT OPEN' TO CI-ACTION
                MOVE SPACES TO CI-DETAIL
                STRING 'STATUS ' AM-STATUS ' LEFT AS IS'
                    DELIMITED BY SIZE INTO CI-DETAIL
                END-STRING
              END-IF
              PERFORM X100-WRITE-ACCOUNT-ITEM

              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                MOVE WS-XREF-IMAGE(WS-XREF-IDX) TO
                    HOLDER-XREF-RECORD
                IF AH-ACCOUNT-ID = AM-ACCOUNT-ID
                    AND AH-CUSTOMER-NUMBER NOT = WS-WORK-CUSTOMER
                    AND HOLDER-SIGNATORY
                  SET XREF-LINK-ENDED(WS-XREF-IDX) TO TRUE
                  SET XREF-FILE-CHANGED TO TRUE
                  ADD 1 TO WS-LINKS-ENDED
                  MOVE 'SIGNATORY MANDATE ENDED' TO CI-ACTION
                  MOVE SPACES TO CI-DETAIL
                  STRING 'CUSTOMER ' AH-CUSTOMER-NUMBER
                      DELIMITED BY SIZE INTO CI-DETAIL
                  END-STRING
                  PERFORM X100-WRITE-ACCOUNT-ITEM
                END-IF
              END-PERFORM

              PERFORM E100-SUSPEND-ORDERS
              PERFORM E200-SUSPEND-SWEEPS.

              *> the surviving joint holder takes the account over
              *> as primary - the master's customer tie and holder
              *> name follow, and the deceased's own link ends
              D200-PASS-TO-SURVIVOR.
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE WS-SURVIVOR-CUSTOMER TO AM-CUSTOMER-NUMBER
              MOVE WS-SURVIVOR-NAME TO AM-ACCOUNT-HOLDER
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'DECEASED',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL
              ADD 1 TO WS-ACCOUNTS-PASSED

              MOVE WS-XREF-IMAGE(WS-SURVIVOR-IDX) TO
                  HOLDER-XREF-RECORD
              SET HOLDER-PRIMARY TO TRUE
              MOVE HOLDER-XREF-RECORD TO
                  WS-XREF-IMAGE(WS-SURVIVOR-IDX)
              IF WS-DECEASED-LINK-IDX > 0
                SET XREF-LINK-ENDED(WS-DECEASED-LINK-IDX) TO TRUE
                ADD 1 TO WS-LINKS-ENDED
              END-IF
              SET XREF-FILE-CHANGED TO TRUE

              MOVE 'ACCOUNT PASSED TO JOINT SURVIVOR' TO CI-ACTION
              MOVE SPACES TO CI-DETAIL
              STRING WS-SURVIVOR-CUSTOMER ' ' WS-SURVIVOR-NAME
                  DELIMITED BY SIZE INTO CI-DETAIL
              END-STRING
              PERFORM X100-WRITE-ACCOUNT-ITEM
              PERFORM E300-NOTE-RUNNING-ORDERS.

              *> the deceased was joint holder or signatory on
              *> someone else's account - the account carries on
              *> with its owner, the link just ends
              D300-END-OWN-LINK.
              MOVE WS-XREF-IMAGE(WS-DECEASED-LINK-IDX) TO
                  HOLDER-XREF-RECORD
              IF HOLDER-SIGNATORY
                MOVE 'SIGNATORY LINK ENDED' TO CI-ACTION
              ELSE
                MOVE 'JOINT HOLDER LINK ENDED' TO CI-ACTION
              END-IF
              SET XREF-LINK-ENDED(WS-DECEASED-LINK-IDX) TO TRUE
              SET XREF-FILE-CHANGED TO TRUE
              ADD 1 TO WS-LINKS-ENDED
              MOVE SPACES TO CI-DETAIL
              STRING 'ACCOUNT STAYS WITH ' AM-CUSTOMER-NUMBER
                  DELIMITED BY SIZE INTO CI-DETAIL
              END-STRING
              PERFORM X100-WRITE-ACCOUNT-ITEM.

              *> suspended the way STORDRET suspends - STORDMNT's
              *> RES puts an order back once the estate says so
              E100-SUSPEND-ORDERS.
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO SO-FEED-RECORD
                IF SO-FEED-ACCOUNT-ID = AM-ACCOUNT-ID
                    AND SO-FEED-STATUS NOT = 'S'
                  MOVE 'S' TO SO-FEED-STATUS
                  MOVE SO-FEED-RECORD TO
                      WS-ORDER-IMAGE(WS-ORDER-IDX)
                  SET ORDER-FILE-CHANGED TO TRUE
                  ADD 1 TO WS-ORDERS-SUSPENDED
                  MOVE 'STANDING ORDER SUSPENDED' TO CI-ACTION
                  PERFORM X200-DESCRIBE-ORDER
                  PERFORM X100-WRITE-ACCOUNT-ITEM
                END-IF
              END-PERFORM.

              *> a sweep either way - out of the account or into
              *> it - stops
              E200-SUSPEND-SWEEPS.
              PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
                  UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
                MOVE WS-SWEEP-IMAGE(WS-SWEEP-IDX) TO SW-FEED-RECORD
                IF (SW-FEED-CHILD-ACCOUNT = AM-ACCOUNT-ID
                    OR SW-FEED-TARGET-ACCOUNT = AM-ACCOUNT-ID)
                    AND SW-FEED-STATUS NOT = 'S'
                  MOVE 'S' TO SW-FEED-STATUS
                  MOVE SW-FEED-RECORD TO
                      WS-SWEEP-IMAGE(WS-SWEEP-IDX)
                  SET SWEEP-FILE-CHANGED TO TRUE
                  ADD 1 TO WS-SWEEPS-SUSPENDED
                  MOVE 'SWEEP SUSPENDED' TO CI-ACTION
                  MOVE SPACES TO CI-DETAIL
                  STRING 'CHILD ' SW-FEED-CHILD-ACCOUNT
                      ' TARGET ' SW-FEED-TARGET-ACCOUNT
                      DELIMITED BY SIZE INTO CI-DETAIL
                  END-STRING
                  PERFORM X100-WRITE-ACCOUNT-ITEM
                END-IF
              END-PERFORM.

              *> the survivor's orders keep running - listed so
              *> the estates team confirms the survivor wants them
              E300-NOTE-RUNNING-ORDERS.
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO SO-FEED-RECORD
                IF SO-FEED-ACCOUNT-ID = AM-ACCOUNT-ID
                    AND SO-FEED-STATUS NOT = 'S'
                  MOVE 'ORDER LEFT RUNNING - CONFIRM' TO CI-ACTION
                  PERFORM X200-DESCRIBE-ORDER
                  PERFORM X100-WRITE-ACCOUNT-ITEM
                END-IF
              END-PERFORM.

              F100-REWRITE-HOLDER-XREF.
              OPEN OUTPUT HOLDER-XREF
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF NOT XREF-LINK-ENDED(WS-XREF-IDX)
                  MOVE WS-XREF-IMAGE(WS-XREF-IDX) TO
                      HOLDER-XREF-RECORD
                  WRITE HOLDER-XREF-RECORD
                END-IF
              END-PERFORM
              CLOSE HOLDER-XREF.

              F200-REWRITE-STANDING-ORDERS.
              OPEN OUTPUT STANDING-ORDERS
              PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                  UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-IDX) TO SO-FEED-RECORD
                WRITE SO-FEED-RECORD
              END-PERFORM
              CLOSE STANDING-ORDERS.

              F300-REWRITE-SWEEP-RULES.
              OPEN OUTPUT SWEEP-CONTROL
              PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
                  UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
                MOVE WS-SWEEP-IMAGE(WS-SWEEP-IDX) TO SW-FEED-RECORD
                WRITE SW-FEED-RECORD
              END-PERFORM
              CLOSE SWEEP-CONTROL.

              *> what the program cannot do goes on the list too
              G000-CLOSE-CHECKLIST.
              MOVE SPACES TO CHECKLIST-LINE
              WRITE CHECKLIST-LINE
              MOVE 'STILL TO DO BY HAND' TO CHECKLIST-LINE
              WRITE CHECKLIST-LINE
              MOVE '[ ] SIGHT THE DEATH CERTIFICATE AND FILE A COPY'
                  TO CHECKLIST-LINE
              WRITE CHECKLIST-LINE
              MOVE '[ ] CONFIRM THE ESTATE CONTACT AND PERSONAL '
                  TO CHECKLIST-LINE
              MOVE 'REPRESENTATIVE' TO CHECKLIST-LINE(45:14)
              WRITE CHECKLIST-LINE
              MOVE '[ ] RETURN ANY PAYMENT ARRIVING AFTER THE DATE '
                  TO CHECKLIST-LINE
              MOVE 'OF DEATH' TO CHECKLIST-LINE(49:8)
              WRITE CHECKLIST-LINE
              MOVE SPACES TO CHECKLIST-LINE
              STRING 'FROZEN ' WS-ACCOUNTS-FROZEN
                  '  PASSED TO SURVIVOR ' WS-ACCOUNTS-PASSED
                  '  LINKS ENDED ' WS-LINKS-ENDED
                  '  ORDERS SUSPENDED ' WS-ORDERS-SUSPENDED
                  '  SWEEPS SUSPENDED ' WS-SWEEPS-SUSPENDED
                  DELIMITED BY SIZE INTO CHECKLIST-LINE
              END-STRING
              WRITE CHECKLIST-LINE
              CLOSE ESTATE-CHECKLIST.

              X000-WRITE-CUSTOMER-ITEM.
              MOVE 0 TO CI-ACCOUNT
              WRITE CHECKLIST-LINE FROM WS-CHECK-ITEM.

              X100-WRITE-ACCOUNT-ITEM.
              MOVE AM-ACCOUNT-ID TO CI-ACCOUNT
              WRITE CHECKLIST-LINE FROM WS-CHECK-ITEM.

              X200-DESCRIBE-ORDER.
              MOVE SPACES TO CI-DETAIL
              STRING 'ORDER ' SO-FEED-ORDER-ID ' '
                  SO-FEED-DESC
                  DELIMITED BY SIZE INTO CI-DETAIL
              END-STRING.
