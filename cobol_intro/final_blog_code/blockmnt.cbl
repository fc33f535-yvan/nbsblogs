            *> removes and lists blocks on whole accounts or on
            *> single disputed UIDs, in ACCTMAIN's command-line
            *> maintenance style. The file is loaded whole and
            *> rewritten, same idiom TRANLOAD uses for POSTED-UIDS.
            *> Now also stops a single cheque - 'Q' with the
            *> account and the cheque serial, which INCLEAR
            *> returns when it is presented
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  02 BL-FEED-TYPE PIC X(1).
                  02 BL-FEED-KEY PIC 9(7).
                  02 BL-FEED-REASON PIC X(40).
                  02 BL-FEED-SERIAL PIC 9(8).

              WORKING-STORAGE SECTION.
                *> run parameter is 'LIST', 'ADD <A|U> <id>
                *> <reason>' or 'DEL <A|U> <id>' - a cheque stop
                *> is 'ADD Q <account> <serial> <reason>' and
                *> 'DEL Q <account> <serial>'. ACCEPT FROM
                *> COMMAND-LINE follows loops.cbl's run-parameter
                *> pattern, UNSTRING follows acctmain.cbl
                01 WS-CMD-LINE PIC X(80) VALUE 'LIST'.
                01 WS-ACTION-TEXT PIC X(4).
                01 WS-TYPE-TEXT PIC X(1).
                01 WS-KEY-TEXT PIC X(7).
                01 WS-SERIAL-TEXT PIC X(8) VALUE SPACES.
                01 WS-POINTER PIC 9(3) VALUE 1.

                01 WS-ACTION PIC X.
                  88 ACTION-DELETE VALUE 'D'.

                01 WS-WORK-KEY PIC 9(7) VALUE 0.
                01 WS-WORK-SERIAL PIC 9(8) VALUE 0.
                01 WS-BLOCK-REASON PIC X(40) VALUE SPACES.

                01 WS-FLAGS.
                    10 WS-BLOCK-TYPE PIC X(1).
                    10 WS-BLOCK-KEY PIC 9(7).
                    10 WS-BLOCK-REASON-TEXT PIC X(40).
                    10 WS-BLOCK-SERIAL PIC 9(8).
                01 WS-BLOCK-IDX PIC 9(3).
                01 WS-DROPPED-IDX PIC 9(3) VALUE 0.
                01 WS-LIST-CHANGED PIC X VALUE 'N'.
                WHEN OTHER
                  DISPLAY 'BLOCKMNT - UNKNOWN ACTION, USE LIST, '
                      'ADD <A|U> <ID> <REASON> OR DEL <A|U> <ID>'
                  DISPLAY '  (A CHEQUE STOP IS Q <ACCOUNT> <SERIAL>)'
              END-EVALUATE

              IF BLOCK-LIST-CHANGED
              IF WS-KEY-TEXT IS NUMERIC
                MOVE WS-KEY-TEXT TO WS-WORK-KEY
              END-IF
              IF WS-TYPE-TEXT = 'Q' AND WS-POINTER <= 80
                UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                    INTO WS-SERIAL-TEXT
                    POINTER WS-POINTER
                END-UNSTRING
                IF WS-SERIAL-TEXT IS NUMERIC
                  MOVE WS-SERIAL-TEXT TO WS-WORK-SERIAL
                END-IF
              END-IF
              IF WS-POINTER <= 80
                MOVE WS-CMD-LINE(WS-POINTER:) TO WS-BLOCK-REASON
              END-IF.
                          WS-BLOCK-KEY(WS-BLOCK-COUNT)
                      MOVE BL-FEED-REASON TO
                          WS-BLOCK-REASON-TEXT(WS-BLOCK-COUNT)
                      MOVE 0 TO WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                      IF BL-FEED-SERIAL IS NUMERIC
                        MOVE BL-FEED-SERIAL TO
                            WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              DISPLAY '================================='
              PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                  UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                IF WS-BLOCK-TYPE(WS-BLOCK-IDX) = 'Q'
                  DISPLAY WS-BLOCK-TYPE(WS-BLOCK-IDX)
                      ' ' WS-BLOCK-KEY(WS-BLOCK-IDX)
                      ' CHEQUE ' WS-BLOCK-SERIAL(WS-BLOCK-IDX)
                      ' ' WS-BLOCK-REASON-TEXT(WS-BLOCK-IDX)
                ELSE
                  DISPLAY WS-BLOCK-TYPE(WS-BLOCK-IDX)
                      ' ' WS-BLOCK-KEY(WS-BLOCK-IDX)
                      ' ' WS-BLOCK-REASON-TEXT(WS-BLOCK-IDX)
                END-IF
              END-PERFORM
              IF WS-BLOCK-COUNT = 0
                DISPLAY 'BLOCK LIST IS EMPTY'
              END-IF.

              D000-ADD-BLOCK.
              IF (WS-TYPE-TEXT NOT = 'A' AND WS-TYPE-TEXT NOT = 'U'
                  AND WS-TYPE-TEXT NOT = 'Q')
                  OR WS-WORK-KEY = 0
                  OR (WS-TYPE-TEXT = 'Q' AND WS-WORK-SERIAL = 0)
                DISPLAY 'BLOCKMNT - ADD NEEDS <A|U> AND A '
                    'NUMERIC ID, OR Q, AN ACCOUNT AND A SERIAL'
              ELSE
                IF WS-BLOCK-COUNT >= 200
                  DISPLAY 'BLOCKMNT - BLOCK LIST FULL AT 200'
                      WS-BLOCK-KEY(WS-BLOCK-COUNT)
                  MOVE WS-BLOCK-REASON TO
                      WS-BLOCK-REASON-TEXT(WS-BLOCK-COUNT)
                  MOVE WS-WORK-SERIAL TO
                      WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                  SET BLOCK-LIST-CHANGED TO TRUE
                  DISPLAY 'BLOCKMNT BLOCK ADDED: ' WS-TYPE-TEXT
                      ' ' WS-WORK-KEY
                  UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                IF WS-BLOCK-TYPE(WS-BLOCK-IDX) = WS-TYPE-TEXT
                    AND WS-BLOCK-KEY(WS-BLOCK-IDX) = WS-WORK-KEY
                    AND WS-BLOCK-SERIAL(WS-BLOCK-IDX) =
                        WS-WORK-SERIAL
                  MOVE WS-BLOCK-IDX TO WS-DROPPED-IDX
                END-IF
              END-PERFORM
                MOVE WS-BLOCK-KEY(WS-BLOCK-IDX) TO BL-FEED-KEY
                MOVE WS-BLOCK-REASON-TEXT(WS-BLOCK-IDX) TO
                    BL-FEED-REASON
                MOVE WS-BLOCK-SERIAL(WS-BLOCK-IDX) TO BL-FEED-SERIAL
                WRITE BL-FEED-RECORD
              END-PERFORM
              CLOSE BLOCKED-LIST.
