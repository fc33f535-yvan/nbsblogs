            IDENTIFICATION DIVISION.
            PROGRAM-ID. PPAYDEC.
            *> positive-pay decision entry - INCLEAR parks every
            *> presented item it cannot match to a business
            *> customer's issued cheques on ppay_exceptions.dat,
            *> and the customer has until the item's return
            *> deadline to say pay or return. This lists the open
            *> exceptions and keys the customer's decision onto
            *> one, stamped with who keyed it and when; INCLEAR
            *> acts on it at the start of its next run. Only an
            *> exception still open and undecided can be decided -
            *> one INCLEAR has already worked is left as it is
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  *> the exceptions INCLEAR parks (see
                  *> copybooks/PPAYEXC)
                  SELECT OPTIONAL PPAY-EXCEPTIONS
                      ASSIGN TO 'ppay_exceptions.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PX-KEY.

            DATA DIVISION.
              FILE SECTION.
                FD PPAY-EXCEPTIONS.
                COPY PPAYEXC.

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'PAY <date> <seq>' or
                *> 'RTN <date> <seq>' - same command-line
                *> maintenance shape as CORRAPPR, the date and
                *> sequence being the presentment the exception
                *> list shows
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-DATE-TEXT PIC X(8).
                01 WS-SEQUENCE-TEXT PIC X(6).
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-LIST VALUE 'L'.
                  88 ACTION-PAY VALUE 'P'.
                  88 ACTION-RETURN VALUE 'R'.

                01 WS-WORK-DATE PIC 9(8) VALUE 0.
                01 WS-WORK-SEQUENCE PIC 9(6) VALUE 0.
                01 WS-RUN-DATE PIC 9(8).

                01 WS-FLAGS.
                  05 WS-EXCEPTION-EOF PIC X VALUE 'N'.
                    88 END-OF-EXCEPTIONS VALUE 'Y'.

                *> keying the customer's decision is teller work
                *> for the business banking desk (see OPERSGN)
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 1.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.

                01 WS-COUNTS.
                  05 WS-EXCEPTIONS-SHOWN PIC 9(5) VALUE 0.
                  05 WS-EXCEPTIONS-DECIDED PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF NOT ACTION-LIST
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                    WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
                END-CALL
                IF NOT OPERATOR-AUTHORIZED
                  DISPLAY 'PPAYDEC - OPERATOR NOT AUTHORIZED: '
                      WS-OPERATOR-ID
                  MOVE 12 TO RETURN-CODE
                  *> GOBACK rather than STOP RUN so the operator
                  *> console (MAINMENU) can CALL this as a menu
                  *> function while it still runs standalone
                  GOBACK
                END-IF
              END-IF

              EVALUATE TRUE
                WHEN ACTION-LIST
                  PERFORM C000-LIST-OPEN-EXCEPTIONS
                WHEN ACTION-PAY
                  PERFORM D000-DECIDE-EXCEPTION
                WHEN ACTION-RETURN
                  PERFORM D000-DECIDE-EXCEPTION
                WHEN OTHER
                  DISPLAY 'PPAYDEC - UNKNOWN ACTION, USE LIST, '
                      'PAY <DATE> <SEQ> OR RTN <DATE> <SEQ>'
                  MOVE 8 TO RETURN-CODE
              END-EVALUATE

              DISPLAY '=========================================='
              DISPLAY 'PPAYDEC - END OF JOB SUMMARY'
              DISPLAY 'EXCEPTIONS SHOWN   : ' WS-EXCEPTIONS-SHOWN
              DISPLAY 'EXCEPTIONS DECIDED : ' WS-EXCEPTIONS-DECIDED
              DISPLAY '=========================================='
              GOBACK.

              B000-PARSE-COMMAND-LINE.
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-ACTION-TEXT, WS-DATE-TEXT,
                      WS-SEQUENCE-TEXT
                  POINTER WS-POINTER
              END-UNSTRING
              EVALUATE WS-ACTION-TEXT
                WHEN 'LIST'
                  SET ACTION-LIST TO TRUE
                WHEN 'PAY '
                  SET ACTION-PAY TO TRUE
                WHEN 'RTN '
                  SET ACTION-RETURN TO TRUE
                WHEN OTHER
                  MOVE SPACE TO WS-ACTION
              END-EVALUATE
              IF WS-DATE-TEXT IS NUMERIC
                MOVE WS-DATE-TEXT TO WS-WORK-DATE
              END-IF
              IF WS-SEQUENCE-TEXT IS NUMERIC
                MOVE WS-SEQUENCE-TEXT TO WS-WORK-SEQUENCE
              END-IF.

              *> every exception still open, decided or not, so
              *> the desk sees what INCLEAR will act on tonight
              C000-LIST-OPEN-EXCEPTIONS.
              OPEN INPUT PPAY-EXCEPTIONS
              MOVE LOW-VALUES TO PX-KEY
              START PPAY-EXCEPTIONS KEY IS NOT LESS THAN PX-KEY
                INVALID KEY
                  SET END-OF-EXCEPTIONS TO TRUE
              END-START

              PERFORM UNTIL END-OF-EXCEPTIONS
                READ PPAY-EXCEPTIONS NEXT RECORD
                  AT END
                    SET END-OF-EXCEPTIONS TO TRUE
                  NOT AT END
                    IF PPAY-EXCEPTION-OPEN
                      ADD 1 TO WS-EXCEPTIONS-SHOWN
                      PERFORM C100-SHOW-ONE-EXCEPTION
                    END-IF
                END-READ
              END-PERFORM

              CLOSE PPAY-EXCEPTIONS
              IF WS-EXCEPTIONS-SHOWN = 0
                DISPLAY 'NO POSITIVE PAY EXCEPTIONS OPEN'
              END-IF.

              C100-SHOW-ONE-EXCEPTION.
              DISPLAY PX-PRESENT-DATE ' ' PX-SEQUENCE
                  ' ACCT ' PX-ACCOUNT-ID
                  ' SERIAL ' PX-CHEQUE-SERIAL
                  ' AMOUNT ' PX-AMOUNT
                  ' REASON ' PX-REASON-CODE
                  ' DEADLINE ' PX-RETURN-DEADLINE
              DISPLAY '  ' PX-DESC
                  ' ISSUED ' PX-ISSUED-AMOUNT
                  ' DECISION ' PX-DECISION
                  ' BY ' PX-DECIDED-BY.

              *> a decision can be keyed, or re-keyed, while the
              *> exception is open and its deadline has not
              *> passed - after that INCLEAR has returned it
              D000-DECIDE-EXCEPTION.
              OPEN I-O PPAY-EXCEPTIONS
              MOVE WS-WORK-DATE TO PX-PRESENT-DATE
              MOVE WS-WORK-SEQUENCE TO PX-SEQUENCE
              READ PPAY-EXCEPTIONS
                INVALID KEY
                  DISPLAY 'PPAYDEC - NO SUCH EXCEPTION: '
                      WS-WORK-DATE ' ' WS-WORK-SEQUENCE
                  MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                  EVALUATE TRUE
                    WHEN NOT PPAY-EXCEPTION-OPEN
                      DISPLAY 'PPAYDEC - EXCEPTION ALREADY WORKED: '
                          WS-WORK-DATE ' ' WS-WORK-SEQUENCE
                      MOVE 8 TO RETURN-CODE
                    WHEN PX-RETURN-DEADLINE < WS-RUN-DATE
                      DISPLAY 'PPAYDEC - RETURN DEADLINE PASSED: '
                          PX-RETURN-DEADLINE
                      MOVE 8 TO RETURN-CODE
                    WHEN OTHER
                      IF ACTION-PAY
                        SET PPAY-DECIDED-PAY TO TRUE
                      ELSE
                        SET PPAY-DECIDED-RETURN TO TRUE
                      END-IF
                      MOVE WS-OPERATOR-ID TO PX-DECIDED-BY
                      MOVE WS-RUN-DATE TO PX-DECIDED-DATE
                      REWRITE PPAY-EXCEPTION-RECORD
                      ADD 1 TO WS-EXCEPTIONS-DECIDED
                      DISPLAY 'PPAYDEC DECIDED ' WS-WORK-DATE ' '
                          WS-WORK-SEQUENCE ' ' WS-ACTION-TEXT
                  END-EVALUATE
              END-READ
              CLOSE PPAY-EXCEPTIONS.
