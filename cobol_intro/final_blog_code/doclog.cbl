            IDENTIFICATION DIVISION.
            PROGRAM-ID. DOCLOG.
            *> correspondence-history writer - a CALLed subprogram
            *> in EXCLOG's shape, so every program that produces a
            *> customer-facing document records it through one
            *> implementation (see copybooks/DOCHIST). The caller
            *> passes who it went to, what it was, how it went
            *> and where its print file is stowed; the stamp is
            *> taken here
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL DOCUMENT-HISTORY
                      ASSIGN TO 'correspondence_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD DOCUMENT-HISTORY.
                COPY DOCHIST.

              WORKING-STORAGE SECTION.
                01 WS-STAMP PIC X(14).

            LINKAGE SECTION.
              01 LS-PROGRAM-NAME PIC X(8).
              01 LS-CUSTOMER-NUMBER PIC 9(7).
              01 LS-ACCOUNT-ID PIC S9(7).
              01 LS-DOC-TYPE PIC X(2).
              01 LS-CHANNEL PIC X(1).
              01 LS-REPORT-NAME PIC X(12).
              01 LS-REPRINT-KEY PIC X(7).

            PROCEDURE DIVISION USING LS-PROGRAM-NAME,
                LS-CUSTOMER-NUMBER, LS-ACCOUNT-ID, LS-DOC-TYPE,
                LS-CHANNEL, LS-REPORT-NAME, LS-REPRINT-KEY.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
              OPEN EXTEND DOCUMENT-HISTORY
              MOVE LS-CUSTOMER-NUMBER TO DH-CUSTOMER-NUMBER
              MOVE LS-ACCOUNT-ID TO DH-ACCOUNT-ID
              MOVE LS-DOC-TYPE TO DH-DOC-TYPE
              MOVE WS-STAMP(1:8) TO DH-SENT-DATE
              MOVE WS-STAMP(9:6) TO DH-SENT-TIME
              MOVE LS-CHANNEL TO DH-CHANNEL
              MOVE LS-PROGRAM-NAME TO DH-PROGRAM
              MOVE LS-REPORT-NAME TO DH-REPORT-NAME
              MOVE LS-REPRINT-KEY TO DH-REPRINT-KEY
              WRITE DOCUMENT-HISTORY-RECORD
              CLOSE DOCUMENT-HISTORY
              GOBACK.
