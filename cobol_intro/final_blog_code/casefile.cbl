              MOVE WS-NEXT-CASE-ID TO CP-CASE-ID
              MOVE LS-ACCOUNT-ID TO CP-ACCOUNT-ID
              MOVE LS-CASE-SOURCE TO CP-SOURCE
              CALL 'BUSDATE' USING 'G', CP-EVENT-DATE
              END-CALL
              MOVE LS-CASE-AMOUNT TO CP-AMOUNT
              SET COMP-CASE-OPEN TO TRUE
              MOVE 0 TO CP-CLOSED-DATE
              MOVE LS-CASE-DETAIL TO CP-DETAIL
              MOVE SPACES TO CP-FILING-REF
              MOVE 0 TO CP-FILED-DATE
              WRITE COMPLIANCE-CASE-RECORD
              CLOSE COMPLIANCE-CASES
              PERFORM C000-SAVE-CASE-ID
