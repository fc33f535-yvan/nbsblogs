            IDENTIFICATION DIVISION.
            PROGRAM-ID. MASSMNT.
            *> mass account maintenance from a change file -
            *> ACCTSTAT and ODMAINT change one account per command
            *> line, so moving four thousand accounts to a new
            *> cycle or freezing every account on a court list
            *> meant four thousand commands. This reads
            *> mass_change.txt, one row per account of a field
            *> name and its new value, puts each row through the
            *> same edits the single-account programs apply (the
            *> CHKDGT check digit, ODMAINT's large-line bar,
            *> ACCTSTAT's status codes) and lists every row on
            *> the mass-maintenance report as applied or refused
            *> with the reason. Fields are CYCLE (AM-CYCLE-CODE),
            *> NSFOPT (R or P), ODLIMIT (a line of zero revokes it
            *> as ODMAINT does) and STATUS (OPEN or FREEZE - a
            *> close pays out interest and penalties, so it stays
            *> with ACCTSTAT one account at a time). Run
            *> parameter 'APPLY' rewrites the master, each change
            *> journaled through MSTJRNL; anything else is a dry
            *> run that reports what would change and touches
            *> nothing. Supervisor work (see OPERSGN); a line over
            *> the large-line bar needs an administrator
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT ACCOUNT-MASTER
                      ASSIGN TO 'account_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> the change file operations build - one row
                  *> per account and field
                  SELECT OPTIONAL MASS-CHANGE-FILE
                      ASSIGN TO 'mass_change.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT MASS-REPORT
                      ASSIGN TO 'mass_maint_report.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                *> account, field name, new value - the value is
                *> left-justified text, edited per field below
                FD MASS-CHANGE-FILE.
                01 MC-FEED-RECORD.
                  02 MC-FEED-ACCOUNT-ID PIC S9(7).
                  02 MC-FEED-FIELD PIC X(8).
                  02 MC-FEED-VALUE PIC X(12).

                FD MASS-REPORT.
                01 REPORT-LINE PIC X(132).

              WORKING-STORAGE SECTION.
                01 WS-CMD-LINE PIC X(80) VALUE SPACES.
                01 WS-RUN-MODE PIC X VALUE 'D'.
                  88 DRY-RUN VALUE 'D'.
                  88 APPLY-RUN VALUE 'A'.

                01 WS-FLAGS.
                  05 WS-CHANGE-EOF PIC X VALUE 'N'.
                    88 END-OF-CHANGES VALUE 'Y'.

                01 WS-RUN-DATE PIC 9(8).

                *> a line over this bar needs administrator
                *> approval, not just a supervisor - ODMAINT's bar
                01 WS-LARGE-LINE-BAR PIC 9(6)V9(2)
                    VALUE 5000.00.

                *> the run itself is supervisor work; whether the
                *> operator also holds administrator is asked up
                *> front so a large line is refused row by row
                *> rather than stopping the run
                01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
                01 WS-REQUIRED-LEVEL PIC 9(1) VALUE 2.
                01 WS-SIGNON-STATUS PIC X.
                  88 OPERATOR-AUTHORIZED VALUE 'A'.
                  88 OPERATOR-DENIED VALUE 'D'.
                  88 OPERATOR-UNKNOWN VALUE 'U'.
                01 WS-ADMIN-LEVEL PIC 9(1) VALUE 3.
                01 WS-ADMIN-STATUS PIC X.
                  88 OPERATOR-IS-ADMIN VALUE 'A'.

                *> CHKDGT's verdict on the row's account number
                01 WS-CHKDGT-STATUS PIC X.
                  88 CHECK-DIGIT-VALID VALUE 'V'.
                  88 CHECK-DIGIT-INVALID VALUE 'I'.
                  88 CHECK-DIGIT-NOT-ENFORCED VALUE 'N'.

                01 WS-ACCOUNT-FOUND PIC X VALUE 'N'.
                  88 ACCOUNT-ON-MASTER VALUE 'Y'.

                *> the row's verdict - a refusal carries its
                *> reason onto the report
                01 WS-ROW-STATUS PIC X.
                  88 ROW-ACCEPTED VALUE 'A'.
                  88 ROW-REFUSED VALUE 'R'.
                  88 ROW-UNCHANGED VALUE 'U'.
                01 WS-REFUSE-REASON PIC X(40).

                *> the edited new value, per field
                01 WS-NEW-CYCLE PIC 9(2) VALUE 0.
                01 WS-NEW-NSF PIC X(1).
                01 WS-NEW-LIMIT PIC 9(6)V9(2) VALUE 0.
                01 WS-NEW-STATUS PIC X(1).

                *> old and new values as report text
                01 WS-OLD-TEXT PIC X(12).
                01 WS-NEW-TEXT PIC X(12).
                01 WS-LIMIT-EDIT PIC Z(5)9.99.
                01 WS-RESULT-TEXT PIC X(14).

                01 WS-MJ-BEFORE PIC X(111).

                01 WS-EXC-MESSAGE PIC X(60).

                01 WS-COUNTS.
                  05 WS-ROWS-READ PIC 9(5) VALUE 0.
                  05 WS-ROWS-APPLIED PIC 9(5) VALUE 0.
                  05 WS-ROWS-REFUSED PIC 9(5) VALUE 0.
                  05 WS-ROWS-UNCHANGED PIC 9(5) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR'
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-REQUIRED-LEVEL, WS-SIGNON-STATUS
              END-CALL
              IF NOT OPERATOR-AUTHORIZED
                DISPLAY 'MASSMNT - OPERATOR NOT AUTHORIZED: '
                    WS-OPERATOR-ID
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF
              CALL 'OPERSGN' USING WS-OPERATOR-ID,
                  WS-ADMIN-LEVEL, WS-ADMIN-STATUS
              END-CALL

              ACCEPT WS-CMD-LINE FROM COMMAND-LINE
              IF WS-CMD-LINE(1:5) = 'APPLY'
                SET APPLY-RUN TO TRUE
              ELSE
                SET DRY-RUN TO TRUE
              END-IF
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL

              IF APPLY-RUN
                OPEN I-O ACCOUNT-MASTER
              ELSE
                OPEN INPUT ACCOUNT-MASTER
              END-IF
              OPEN INPUT MASS-CHANGE-FILE
              OPEN OUTPUT MASS-REPORT
              PERFORM B000-WRITE-REPORT-HEADER

              PERFORM UNTIL END-OF-CHANGES
                READ MASS-CHANGE-FILE
                  AT END
                    SET END-OF-CHANGES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-ROWS-READ
                    PERFORM C000-WORK-ONE-ROW
                END-READ
              END-PERFORM

              PERFORM B100-WRITE-REPORT-TOTALS
              CLOSE ACCOUNT-MASTER
              CLOSE MASS-CHANGE-FILE
              CLOSE MASS-REPORT
              CALL 'RPTSTOW' USING 'MASSMAINT   ',
                  'mass_maint_report.txt                   '
              END-CALL

              IF APPLY-RUN AND WS-ROWS-REFUSED > 0
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING 'MASS MAINTENANCE REFUSED ' WS-ROWS-REFUSED
                    ' ROWS - SEE REPORT' DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                CALL 'EXCLOG' USING 'MASSMNT ', 'W',
                    WS-EXC-MESSAGE
                END-CALL
              END-IF

              DISPLAY '=========================================='
              IF APPLY-RUN
                DISPLAY 'MASSMNT - END OF JOB SUMMARY'
              ELSE
                DISPLAY 'MASSMNT - END OF JOB SUMMARY (DRY RUN)'
              END-IF
              DISPLAY 'ROWS READ         : ' WS-ROWS-READ
              DISPLAY 'ROWS APPLIED      : ' WS-ROWS-APPLIED
              DISPLAY 'ROWS REFUSED      : ' WS-ROWS-REFUSED
              DISPLAY 'ROWS NO CHANGE    : ' WS-ROWS-UNCHANGED
              DISPLAY '=========================================='
              STOP RUN.

              B000-WRITE-REPORT-HEADER.
              MOVE SPACES TO REPORT-LINE
              IF APPLY-RUN
                STRING 'MASS ACCOUNT MAINTENANCE - APPLIED/REFUSED '
                    'REPORT - ' WS-RUN-DATE ' - OPERATOR '
                    WS-OPERATOR-ID DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
              ELSE
                STRING 'MASS ACCOUNT MAINTENANCE - DRY RUN, '
                    'NOTHING CHANGED - ' WS-RUN-DATE
                    ' - OPERATOR ' WS-OPERATOR-ID
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
              END-IF
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'ACCOUNT  FIELD    OLD VALUE    NEW VALUE    '
                  TO REPORT-LINE
              MOVE 'RESULT' TO REPORT-LINE(46:6)
              WRITE REPORT-LINE.

              B100-WRITE-REPORT-TOTALS.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              IF APPLY-RUN
                STRING 'ROWS READ ' WS-ROWS-READ
                    '  APPLIED ' WS-ROWS-APPLIED
                    '  REFUSED ' WS-ROWS-REFUSED
                    '  NO CHANGE ' WS-ROWS-UNCHANGED
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
              ELSE
                STRING 'ROWS READ ' WS-ROWS-READ
                    '  WOULD APPLY ' WS-ROWS-APPLIED
                    '  WOULD REFUSE ' WS-ROWS-REFUSED
                    '  NO CHANGE ' WS-ROWS-UNCHANGED
                    DELIMITED BY SIZE INTO REPORT-LINE
                END-STRING
              END-IF
              WRITE REPORT-LINE.

              *> the account edits first, then the field's own
              *> edits; an accepted row is rewritten only on an
              *> APPLY run
              C000-WORK-ONE-ROW.
              SET ROW-ACCEPTED TO TRUE
              MOVE SPACES TO WS-REFUSE-REASON
              MOVE SPACES TO WS-OLD-TEXT
              MOVE MC-FEED-VALUE TO WS-NEW-TEXT
              PERFORM C100-FIND-ACCOUNT
              IF ROW-ACCEPTED
                EVALUATE MC-FEED-FIELD
                  WHEN 'CYCLE   '
                    PERFORM D000-EDIT-CYCLE
                  WHEN 'NSFOPT  '
                    PERFORM D100-EDIT-NSF-OPTION
                  WHEN 'ODLIMIT '
                    PERFORM D200-EDIT-OVERDRAFT-LIMIT
                  WHEN 'STATUS  '
                    PERFORM D300-EDIT-STATUS
                  WHEN OTHER
                    SET ROW-REFUSED TO TRUE
                    MOVE 'UNKNOWN FIELD NAME' TO WS-REFUSE-REASON
                END-EVALUATE
              END-IF
              EVALUATE TRUE
                WHEN ROW-REFUSED
                  ADD 1 TO WS-ROWS-REFUSED
                  MOVE 'REFUSED' TO WS-RESULT-TEXT
                WHEN ROW-UNCHANGED
                  ADD 1 TO WS-ROWS-UNCHANGED
                  MOVE 'NO CHANGE' TO WS-RESULT-TEXT
                WHEN APPLY-RUN
                  PERFORM E000-APPLY-THE-CHANGE
                  ADD 1 TO WS-ROWS-APPLIED
                  MOVE 'APPLIED' TO WS-RESULT-TEXT
                WHEN OTHER
                  ADD 1 TO WS-ROWS-APPLIED
                  MOVE 'WOULD CHANGE' TO WS-RESULT-TEXT
              END-EVALUATE
              PERFORM C200-REPORT-THE-ROW.

              C100-FIND-ACCOUNT.
              CALL 'CHKDGT' USING MC-FEED-ACCOUNT-ID,
                  WS-CHKDGT-STATUS
              END-CALL
              IF CHECK-DIGIT-INVALID
                SET ROW-REFUSED TO TRUE
                MOVE 'ACCOUNT-ID FAILS CHECK DIGIT' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE MC-FEED-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  MOVE 'N' TO WS-ACCOUNT-FOUND
                NOT INVALID KEY
                  SET ACCOUNT-ON-MASTER TO TRUE
              END-READ
              IF NOT ACCOUNT-ON-MASTER
                SET ROW-REFUSED TO TRUE
                MOVE 'ACCOUNT NOT ON MASTER' TO WS-REFUSE-REASON
              END-IF.

              C200-REPORT-THE-ROW.
              MOVE SPACES TO REPORT-LINE
              MOVE MC-FEED-ACCOUNT-ID TO REPORT-LINE(1:7)
              MOVE MC-FEED-FIELD TO REPORT-LINE(10:8)
              MOVE WS-OLD-TEXT TO REPORT-LINE(19:12)
              MOVE WS-NEW-TEXT TO REPORT-LINE(32:12)
              MOVE WS-RESULT-TEXT TO REPORT-LINE(46:14)
              IF ROW-REFUSED
                MOVE WS-REFUSE-REASON TO REPORT-LINE(61:40)
              END-IF
              WRITE REPORT-LINE.

              *> any cycle the calendar can carry - CYCLCHK
              *> treats a cycle with no calendar row as always
              *> due, so only the range is edited here
              D000-EDIT-CYCLE.
              MOVE AM-CYCLE-CODE TO WS-OLD-TEXT
              IF MC-FEED-VALUE(1:2) IS NOT NUMERIC
                  OR MC-FEED-VALUE(3:10) NOT = SPACES
                SET ROW-REFUSED TO TRUE
                MOVE 'CYCLE MUST BE TWO DIGITS' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              MOVE MC-FEED-VALUE(1:2) TO WS-NEW-CYCLE
              IF WS-NEW-CYCLE < 1 OR WS-NEW-CYCLE > 31
                SET ROW-REFUSED TO TRUE
                MOVE 'CYCLE OUT OF RANGE 01-31' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              IF WS-NEW-CYCLE = AM-CYCLE-CODE
                SET ROW-UNCHANGED TO TRUE
              END-IF.

              *> ODMAINT's two NSF routings; a loan carries no
              *> overdraft terms at all
              D100-EDIT-NSF-OPTION.
              MOVE AM-NSF-OPTION TO WS-OLD-TEXT
              IF PRODUCT-LOAN
                SET ROW-REFUSED TO TRUE
                MOVE 'LOAN ACCOUNT HAS NO OVERDRAFT TERMS' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              IF MC-FEED-VALUE NOT = 'R' AND MC-FEED-VALUE NOT = 'P'
                SET ROW-REFUSED TO TRUE
                MOVE 'NSF OPTION MUST BE R OR P' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              MOVE MC-FEED-VALUE(1:1) TO WS-NEW-NSF
              IF WS-NEW-NSF = AM-NSF-OPTION
                SET ROW-UNCHANGED TO TRUE
              END-IF.

              *> ODMAINT's edits - a line over the large-line bar
              *> needs an administrator running the file
              D200-EDIT-OVERDRAFT-LIMIT.
              MOVE AM-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
              MOVE WS-LIMIT-EDIT TO WS-OLD-TEXT
              IF PRODUCT-LOAN
                SET ROW-REFUSED TO TRUE
                MOVE 'LOAN ACCOUNT HAS NO OVERDRAFT TERMS' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-NUMVAL(MC-FEED-VALUE) NOT = 0
                SET ROW-REFUSED TO TRUE
                MOVE 'OVERDRAFT LINE NOT A NUMBER' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              IF FUNCTION NUMVAL(MC-FEED-VALUE) < 0
                SET ROW-REFUSED TO TRUE
                MOVE 'OVERDRAFT LINE CANNOT BE NEGATIVE' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(MC-FEED-VALUE)
              MOVE WS-NEW-LIMIT TO WS-LIMIT-EDIT
              MOVE WS-LIMIT-EDIT TO WS-NEW-TEXT
              IF WS-NEW-LIMIT > WS-LARGE-LINE-BAR
                  AND NOT OPERATOR-IS-ADMIN
                SET ROW-REFUSED TO TRUE
                MOVE 'LINE OVER BAR NEEDS ADMINISTRATOR' TO
                    WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              IF WS-NEW-LIMIT = AM-OVERDRAFT-LIMIT
                SET ROW-UNCHANGED TO TRUE
              END-IF.

              *> OPEN and FREEZE only; a charged-off or escheated
              *> account is never reopened by a file
              D300-EDIT-STATUS.
              MOVE AM-STATUS TO WS-OLD-TEXT
              EVALUATE MC-FEED-VALUE
                WHEN 'OPEN'
                  MOVE 'O' TO WS-NEW-STATUS
                WHEN 'FREEZE'
                  MOVE 'F' TO WS-NEW-STATUS
                WHEN 'CLOSE'
                  SET ROW-REFUSED TO TRUE
                  MOVE 'CLOSE THROUGH ACCTSTAT ONLY' TO
                      WS-REFUSE-REASON
                  EXIT PARAGRAPH
                WHEN OTHER
                  SET ROW-REFUSED TO TRUE
                  MOVE 'STATUS MUST BE OPEN OR FREEZE' TO
                      WS-REFUSE-REASON
                  EXIT PARAGRAPH
              END-EVALUATE
              IF ACCOUNT-CHARGED-OFF OR ACCOUNT-ESCHEATED
                  OR ACCOUNT-CLOSED
                SET ROW-REFUSED TO TRUE
                MOVE 'ACCOUNT CLOSED, ESCHEATED OR CHARGED OFF'
                    TO WS-REFUSE-REASON
                EXIT PARAGRAPH
              END-IF
              MOVE WS-NEW-STATUS TO WS-NEW-TEXT
              IF WS-NEW-STATUS = AM-STATUS
                SET ROW-UNCHANGED TO TRUE
              END-IF.

              *> one field per row, one REWRITE, journaled - a
              *> revoked line takes the routing back to reject
              *> the way ODMAINT's REVOKE does; a status change
              *> takes effect today
              E000-APPLY-THE-CHANGE.
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              EVALUATE MC-FEED-FIELD
                WHEN 'CYCLE   '
                  MOVE WS-NEW-CYCLE TO AM-CYCLE-CODE
                WHEN 'NSFOPT  '
                  MOVE WS-NEW-NSF TO AM-NSF-OPTION
                WHEN 'ODLIMIT '
                  MOVE WS-NEW-LIMIT TO AM-OVERDRAFT-LIMIT
                  IF WS-NEW-LIMIT = 0
                    SET NSF-REJECT-ITEM TO TRUE
                  END-IF
                WHEN 'STATUS  '
                  MOVE WS-NEW-STATUS TO AM-STATUS
                  MOVE WS-RUN-DATE TO AM-STATUS-DATE
              END-EVALUATE
              REWRITE ACCOUNT-MASTER-RECORD
              CALL 'MSTJRNL' USING 'MASSMNT ',
                  WS-OPERATOR-ID, WS-MJ-BEFORE,
                  ACCOUNT-MASTER-RECORD
              END-CALL.
