            *> has earned the monthly service-charge waiver, and
            *> what rate bonus if any INTACCR should add to the
            *> tier rate. No control file means nobody qualifies
            *> and both runs price exactly as before. Only
            *> deposit balances count toward the combined
            *> relationship balance - a loan's outstanding
            *> principal is owed to the bank and qualifies nobody
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    WS-CUST-NUMBER(WS-MATCH-IDX)
                MOVE 0 TO WS-CUST-COMBINED(WS-MATCH-IDX)
              END-IF
              *> a loan's principal is owed to the bank, not held
              *> for the customer, so it adds nothing
              IF WS-MATCH-IDX > 0 AND NOT PRODUCT-LOAN
                ADD AM-BALANCE TO
                    WS-CUST-COMBINED(WS-MATCH-IDX)
              END-IF.
