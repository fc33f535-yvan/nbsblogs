            *> times, so the batch window can be seen shrinking
            *> before it closes. The report walks the history in
            *> file order (which is run order, since RUNSTAT only
            *> ever appends) and prints each step's runs together.
            *> A run that resumed from a checkpoint is marked, as
            *> its elapsed time covers only the rerun
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  02 RH-RECORDS-HELD PIC 9(7).
                  02 RH-START-TIME PIC 9(6).
                  02 RH-END-TIME PIC 9(6).
                  02 RH-RESTARTED PIC X(1).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                    10 WS-H-HELD PIC 9(7).
                    10 WS-H-START PIC 9(6).
                    10 WS-H-END PIC 9(6).
                    10 WS-H-RESTARTED PIC X(1).
                01 WS-HIST-IDX PIC 9(4).
                01 WS-SCAN-IDX PIC 9(4).

                          WS-H-START(WS-HIST-COUNT)
                      MOVE RH-END-TIME TO
                          WS-H-END(WS-HIST-COUNT)
                      MOVE RH-RESTARTED TO
                          WS-H-RESTARTED(WS-HIST-COUNT)
                      PERFORM B100-NOTE-STEP-NAME
                    END-IF
                END-READ
              IF WS-ELAPSED-SECONDS < 0
                ADD 86400 TO WS-ELAPSED-SECONDS
              END-IF
              IF WS-H-RESTARTED(WS-SCAN-IDX) = 'Y'
                DISPLAY '  ' WS-H-DATE(WS-SCAN-IDX)
                    ' READ ' WS-H-READ(WS-SCAN-IDX)
                    ' POSTED ' WS-H-POSTED(WS-SCAN-IDX)
                    ' REJ ' WS-H-REJECTED(WS-SCAN-IDX)
                    ' HELD ' WS-H-HELD(WS-SCAN-IDX)
                    ' ELAPSED ' WS-ELAPSED-SECONDS ' SEC'
                    ' RESTARTED'
              ELSE
                DISPLAY '  ' WS-H-DATE(WS-SCAN-IDX)
                    ' READ ' WS-H-READ(WS-SCAN-IDX)
                    ' POSTED ' WS-H-POSTED(WS-SCAN-IDX)
                    ' REJ ' WS-H-REJECTED(WS-SCAN-IDX)
                    ' HELD ' WS-H-HELD(WS-SCAN-IDX)
                    ' ELAPSED ' WS-ELAPSED-SECONDS ' SEC'
              END-IF.
