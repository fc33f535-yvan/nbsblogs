            IDENTIFICATION DIVISION.
            PROGRAM-ID. MKCKLOG.
            *> maker/checker trail writer - a CALLed subprogram in
            *> EXCLOG's shape, so every staging and approval gate
            *> records its hands through one implementation (see
            *> copybooks/MKCKTRL). Each row is dated with the
            *> business date it happened under (see BUSDATE),
            *> timed by the wall clock
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL MAKER-CHECKER-LOG
                      ASSIGN TO 'maker_checker_log.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD MAKER-CHECKER-LOG.
                COPY MKCKTRL.

              WORKING-STORAGE SECTION.
                01 WS-STAMP PIC X(14).
                01 WS-BUSINESS-DATE PIC 9(8).

            LINKAGE SECTION.
              01 LS-PROGRAM-NAME PIC X(8).
              01 LS-STEP PIC X(1).
              01 LS-ITEM-TYPE PIC X(4).
              01 LS-ITEM-KEY PIC 9(5).
              01 LS-UID PIC 9(5).
              01 LS-ACCOUNT-ID PIC S9(7).
              01 LS-OPERATOR-ID PIC X(8).

            PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-STEP,
                LS-ITEM-TYPE, LS-ITEM-KEY, LS-UID, LS-ACCOUNT-ID,
                LS-OPERATOR-ID.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
              CALL 'BUSDATE' USING 'G', WS-BUSINESS-DATE
              END-CALL
              OPEN EXTEND MAKER-CHECKER-LOG
              MOVE WS-BUSINESS-DATE TO MC-DATE
              MOVE WS-STAMP(9:6) TO MC-TIME
              MOVE LS-PROGRAM-NAME TO MC-PROGRAM
              MOVE LS-STEP TO MC-STEP
              MOVE LS-ITEM-TYPE TO MC-ITEM-TYPE
              MOVE LS-ITEM-KEY TO MC-ITEM-KEY
              MOVE LS-UID TO MC-UID
              MOVE LS-ACCOUNT-ID TO MC-ACCOUNT-ID
              MOVE LS-OPERATOR-ID TO MC-OPERATOR-ID
              WRITE MAKER-CHECKER-RECORD
              CLOSE MAKER-CHECKER-LOG
              GOBACK.
