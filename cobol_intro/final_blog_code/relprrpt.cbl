
            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-REPORT-DATE
              END-CALL
              OPEN INPUT CUSTOMER-MASTER
              OPEN OUTPUT PRICING-REPORT

