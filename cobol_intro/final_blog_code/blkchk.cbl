            *> stops) and blocked specific UIDs (one disputed item
            *> stops), maintained by BLOCKMNT; TRANLOAD's
            *> B000-POST-RECORD and CORRPOST consult this before
            *> anything posts. A stop on one cheque ('Q', keyed by
            *> the account with the cheque serial alongside -
            *> BLOCKMNT and the phone-banking instructions PHONEIN
            *> works drop these) stops only that serial, which
            *> INCLEAR passes with each presented item; every
            *> other caller passes a zero serial
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
            DATA DIVISION.
              FILE SECTION.
                *> one row per block - 'A' blocks an account, 'U'
                *> blocks a single UID, 'Q' stops a single cheque;
                *> BL-KEY holds whichever id the type calls for
                *> (the account, for a cheque stop), zero-filled
                *> to 7
                FD BLOCKED-LIST.
                01 BL-FEED-RECORD.
                  02 BL-FEED-TYPE PIC X(1).
                  02 BL-FEED-KEY PIC 9(7).
                  02 BL-FEED-REASON PIC X(40).
                  *> the stopped cheque's serial - zero on the
                  *> account and UID rows (blank on rows older
                  *> than the field)
                  02 BL-FEED-SERIAL PIC 9(8).

              WORKING-STORAGE SECTION.
                *> loaded once per process, same caching idiom as
                  05 WS-BLOCK-ENTRY OCCURS 200 TIMES.
                    10 WS-BLOCK-TYPE PIC X(1).
                    10 WS-BLOCK-KEY PIC 9(7).
                    10 WS-BLOCK-SERIAL PIC 9(8).
                01 WS-BLOCK-IDX PIC 9(3).

            LINKAGE SECTION.
                88 POSTING-CLEAR VALUE 'C'.
                88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                88 UID-IS-BLOCKED VALUE 'U'.
                88 CHEQUE-IS-STOPPED VALUE 'Q'.
              *> the presented cheque's serial, zero when the
              *> posting is not a cheque
              01 LS-CHEQUE-SERIAL PIC 9(8).

            PROCEDURE DIVISION USING LS-ACCOUNT-ID, LS-UID,
                LS-BLOCK-STATUS, LS-CHEQUE-SERIAL.
              A000-MAIN-PARA.
              IF NOT TABLE-ALREADY-LOADED
                PERFORM B000-LOAD-BLOCKED-LIST
                          WS-BLOCK-TYPE(WS-BLOCK-COUNT)
                      MOVE BL-FEED-KEY TO
                          WS-BLOCK-KEY(WS-BLOCK-COUNT)
                      MOVE 0 TO WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                      IF BL-FEED-SERIAL IS NUMERIC
                        MOVE BL-FEED-SERIAL TO
                            WS-BLOCK-SERIAL(WS-BLOCK-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
                    AND WS-BLOCK-KEY(WS-BLOCK-IDX) = LS-UID
                  SET UID-IS-BLOCKED TO TRUE
                END-IF
                IF WS-BLOCK-TYPE(WS-BLOCK-IDX) = 'Q'
                    AND WS-BLOCK-KEY(WS-BLOCK-IDX) = LS-ACCOUNT-ID
                    AND LS-CHEQUE-SERIAL > 0
                    AND WS-BLOCK-SERIAL(WS-BLOCK-IDX) =
                        LS-CHEQUE-SERIAL
                  SET CHEQUE-IS-STOPPED TO TRUE
                END-IF
              END-PERFORM.
