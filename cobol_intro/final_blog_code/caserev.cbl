            *> cuts the monthly summary extract folded by
            *> account - an account that tripped velocity, large
            *> activity and a denied hold in one month finally
            *> reads as one pattern. ATOWATCH's takeover cases
            *> and KITESCRN's kiting cases count in the summary
            *> beside the other screens, as do the depositors
            *> DSHRPT refers for repeated returned cheques
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                COPY COMPCASE.

                FD COMPLIANCE-SUMMARY.
                01 SUMMARY-LINE PIC X(140).

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'CLEAR <id>',
                01 WS-CASE-COUNT PIC 9(3) VALUE 0.
                01 WS-CASE-TABLE.
                  05 WS-CASE-ENTRY OCCURS 200 TIMES.
                    10 WS-CASE-IMAGE PIC X(98).
                01 WS-CASE-IDX PIC 9(3).
                01 WS-WORKED-IDX PIC 9(3) VALUE 0.

                    10 WS-SUM-VELOCITY PIC 9(3).
                    10 WS-SUM-LARGE PIC 9(3).
                    10 WS-SUM-DENIED PIC 9(3).
                    10 WS-SUM-TAKEOVER PIC 9(3).
                    10 WS-SUM-KITING PIC 9(3).
                    10 WS-SUM-RETURNED PIC 9(3).
                01 WS-SUM-IDX PIC 9(3).
                01 WS-SUM-MATCH PIC 9(3).
                01 WS-SOURCES-TRIPPED PIC 9(1).
                  05 SD-LARGE PIC 9(3).
                  05 FILLER PIC X(9) VALUE ' DENIED: '.
                  05 SD-DENIED PIC 9(3).
                  05 FILLER PIC X(11) VALUE ' TAKEOVER: '.
                  05 SD-TAKEOVER PIC 9(3).
                  05 FILLER PIC X(9) VALUE ' KITING: '.
                  05 SD-KITING PIC 9(3).
                  05 FILLER PIC X(10) VALUE ' RETURNS: '.
                  05 SD-RETURNED PIC 9(3).
                  05 SD-PATTERN-FLAG PIC X(30).

                01 WS-COUNTS.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              CALL 'BUSDATE' USING 'G', WS-TODAY-DATE
              END-CALL
              PERFORM B000-PARSE-COMMAND-LINE
              IF ACTION-CLEAR OR ACTION-REPORT
                CALL 'OPERSGN' USING WS-OPERATOR-ID,
                MOVE 0 TO WS-SUM-VELOCITY(WS-SUM-MATCH)
                MOVE 0 TO WS-SUM-LARGE(WS-SUM-MATCH)
                MOVE 0 TO WS-SUM-DENIED(WS-SUM-MATCH)
                MOVE 0 TO WS-SUM-TAKEOVER(WS-SUM-MATCH)
                MOVE 0 TO WS-SUM-KITING(WS-SUM-MATCH)
                MOVE 0 TO WS-SUM-RETURNED(WS-SUM-MATCH)
              END-IF
              IF WS-SUM-MATCH > 0
                EVALUATE TRUE
                    ADD 1 TO WS-SUM-LARGE(WS-SUM-MATCH)
                  WHEN CASE-FROM-DENIED-HOLD
                    ADD 1 TO WS-SUM-DENIED(WS-SUM-MATCH)
                  WHEN CASE-FROM-TAKEOVER
                    ADD 1 TO WS-SUM-TAKEOVER(WS-SUM-MATCH)
                  WHEN CASE-FROM-KITING
                    ADD 1 TO WS-SUM-KITING(WS-SUM-MATCH)
                  WHEN CASE-FROM-RETURNED-DEPOSITS
                    ADD 1 TO WS-SUM-RETURNED(WS-SUM-MATCH)
                END-EVALUATE
              END-IF.

              IF WS-SUM-DENIED(WS-SUM-IDX) > 0
                ADD 1 TO WS-SOURCES-TRIPPED
              END-IF
              IF WS-SUM-TAKEOVER(WS-SUM-IDX) > 0
                ADD 1 TO WS-SOURCES-TRIPPED
              END-IF
              IF WS-SUM-KITING(WS-SUM-IDX) > 0
                ADD 1 TO WS-SOURCES-TRIPPED
              END-IF
              IF WS-SUM-RETURNED(WS-SUM-IDX) > 0
                ADD 1 TO WS-SOURCES-TRIPPED
              END-IF
              MOVE WS-SUM-ACCOUNT(WS-SUM-IDX) TO SD-ACCOUNT
              MOVE WS-SUM-VELOCITY(WS-SUM-IDX) TO SD-VELOCITY
              MOVE WS-SUM-LARGE(WS-SUM-IDX) TO SD-LARGE
              MOVE WS-SUM-DENIED(WS-SUM-IDX) TO SD-DENIED
              MOVE WS-SUM-TAKEOVER(WS-SUM-IDX) TO SD-TAKEOVER
              MOVE WS-SUM-KITING(WS-SUM-IDX) TO SD-KITING
              MOVE WS-SUM-RETURNED(WS-SUM-IDX) TO SD-RETURNED
              IF WS-SOURCES-TRIPPED > 1
                MOVE ' *** MULTIPLE SCREENS TRIPPED ***' TO
                    SD-PATTERN-FLAG
