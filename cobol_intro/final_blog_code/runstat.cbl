            *> one record per run lands on run_history.txt, keyed
            *> by the same step names RUN-CONTROL-RECORD uses,
            *> and OPSTREND reads the history back as a capacity
            *> trend. A CALLed subprogram in RUNCTL's shape.
            *> A step that picked up from an ACCTCKP checkpoint
            *> rather than starting from the top says so, and the
            *> run is flagged restarted on its history record
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  02 RH-RECORDS-HELD PIC 9(7).
                  02 RH-START-TIME PIC 9(6).
                  02 RH-END-TIME PIC 9(6).
                  02 RH-RESTARTED PIC X(1).

              WORKING-STORAGE SECTION.
                01 WS-RUN-DATE PIC 9(8).
              01 LS-RECORDS-HELD PIC 9(7).
              01 LS-START-TIME PIC 9(6).
              01 LS-END-TIME PIC 9(6).
              *> 'Y' when the step resumed from a checkpoint,
              *> 'N' for a run from the top
              01 LS-RESTARTED PIC X(1).

            PROCEDURE DIVISION USING LS-STEP-NAME,
                LS-RECORDS-READ, LS-RECORDS-POSTED,
                LS-RECORDS-REJECTED, LS-RECORDS-HELD,
                LS-START-TIME, LS-END-TIME, LS-RESTARTED.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              OPEN EXTEND RUN-HISTORY
              MOVE WS-RUN-DATE TO RH-RUN-DATE
              MOVE LS-STEP-NAME TO RH-STEP-NAME
              MOVE LS-RECORDS-HELD TO RH-RECORDS-HELD
              MOVE LS-START-TIME TO RH-START-TIME
              MOVE LS-END-TIME TO RH-END-TIME
              MOVE LS-RESTARTED TO RH-RESTARTED
              WRITE RUN-HISTORY-RECORD
              CLOSE RUN-HISTORY
              GOBACK.
