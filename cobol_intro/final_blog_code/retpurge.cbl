                    10 WS-PURGE-CUSTOMER PIC 9(7).
                01 WS-PURGE-IDX PIC 9(3).

                01 WS-CJ-BEFORE PIC X(142).
                01 WS-MJ-BEFORE PIC X(111).
                01 WS-BLANK-IMAGE PIC X(142) VALUE SPACES.

                01 WS-COUNTS.
                  05 WS-CUSTOMERS-READ PIC 9(5) VALUE 0.
              IF WS-OPERATOR-ID = SPACES
                MOVE 'BATCH' TO WS-OPERATOR-ID
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              COMPUTE WS-TODAY-INTEGER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

