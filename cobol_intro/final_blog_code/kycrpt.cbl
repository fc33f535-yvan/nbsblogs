            IDENTIFICATION DIVISION.
            PROGRAM-ID. KYCRPT.
            *> monthly KYC review-due report - the regulator
            *> expects every customer's identification to be
            *> re-verified periodically. This lists every active
            *> identification document past its expiry (see
            *> copybooks/CUSTIDOC), then walks the customer file
            *> and lists every customer KYCCHK says is due for
            *> review: no active document, an expired document, or
            *> a last verification older than the review interval
            *> in kyc_policy.txt. The branches work the list
            *> through IDOCMNT. Run parameter is the review date
            *> (CCYYMMDD); no parameter means today
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT OPTIONAL ID-DOCUMENTS
                      ASSIGN TO 'customer_id_docs.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> walked whole, in customer-number order
                  SELECT CUSTOMER-MASTER
                      ASSIGN TO 'customer_master.txt'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUSTOMER-NUMBER.

                  *> the printed page - stowed as a dated
                  *> generation in the report repository at end
                  *> of job (see RPTSTOW)
                  SELECT KYC-REPORT
                      ASSIGN TO 'kyc_review.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD ID-DOCUMENTS.
                COPY CUSTIDOC.

                FD CUSTOMER-MASTER.
                COPY CUSTMST.

                FD KYC-REPORT.
                01 REPORT-LINE PIC X(120).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-DOCS-EOF PIC X VALUE 'N'.
                    88 END-OF-DOCUMENTS VALUE 'Y'.
                  05 WS-CUST-EOF PIC X VALUE 'N'.
                    88 END-OF-CUSTOMERS VALUE 'Y'.

                *> the review date - ACCEPT FROM COMMAND-LINE
                *> follows CASHPROOF's run-parameter pattern
                01 WS-REVIEW-PARM PIC X(8) VALUE SPACES.
                01 WS-REVIEW-DATE PIC 9(8).

                *> KYCCHK's answer for the customer in hand
                01 WS-KYC-STATUS PIC X.
                  88 KYC-CURRENT VALUE 'C'.
                  88 KYC-NO-DOCUMENTS VALUE 'N'.
                  88 KYC-DOCUMENT-EXPIRED VALUE 'X'.
                  88 KYC-REVIEW-OVERDUE VALUE 'O'.
                01 WS-LAST-REVIEW-DATE PIC 9(8).
                01 WS-NEXT-REVIEW-DATE PIC 9(8).

                01 WS-DOCUMENT-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 DL-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-TYPE PIC X(2).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-NUMBER PIC X(20).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 DL-COUNTRY PIC X(3).
                  05 FILLER PIC X(9) VALUE ' EXPIRED '.
                  05 DL-EXPIRY PIC 9(8).
                  05 FILLER PIC X(10) VALUE ' VERIFIED '.
                  05 DL-VERIFIED PIC 9(8).
                  05 FILLER PIC X(4) VALUE ' BY '.
                  05 DL-VERIFIED-BY PIC X(8).
                01 WS-CUSTOMER-LINE.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 CL-CUSTOMER PIC 9(7).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CL-NAME PIC X(30).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 CL-REASON PIC X(20).
                  05 FILLER PIC X(13) VALUE ' LAST REVIEW '.
                  05 CL-LAST-REVIEW PIC 9(8).
                  05 FILLER PIC X(5) VALUE ' DUE '.
                  05 CL-NEXT-REVIEW PIC 9(8).

                01 WS-STAT-START-TIME PIC 9(6).
                01 WS-STAT-END-TIME PIC 9(6).
                01 WS-STAT-ZERO PIC 9(7) VALUE 0.

                01 WS-COUNTS.
                  05 WS-DOCS-READ PIC 9(7) VALUE 0.
                  05 WS-DOCS-EXPIRED PIC 9(7) VALUE 0.
                  05 WS-CUSTOMERS-READ PIC 9(7) VALUE 0.
                  05 WS-CUSTOMERS-DUE PIC 9(7) VALUE 0.
                  05 WS-DUE-NO-DOCUMENTS PIC 9(7) VALUE 0.
                  05 WS-DUE-EXPIRED PIC 9(7) VALUE 0.
                  05 WS-DUE-OVERDUE PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-START-TIME
              ACCEPT WS-REVIEW-PARM FROM COMMAND-LINE
              IF WS-REVIEW-PARM IS NUMERIC
                MOVE WS-REVIEW-PARM TO WS-REVIEW-DATE
              ELSE
                CALL 'BUSDATE' USING 'G', WS-REVIEW-DATE
                END-CALL
              END-IF

              OPEN OUTPUT KYC-REPORT
              MOVE SPACES TO REPORT-LINE
              STRING 'KYC REVIEW DUE - AS AT ' WS-REVIEW-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM B000-LIST-EXPIRED-DOCUMENTS
              PERFORM C000-LIST-CUSTOMERS-DUE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING 'CUSTOMERS ' WS-CUSTOMERS-READ
                  '  DUE FOR REVIEW ' WS-CUSTOMERS-DUE
                  '  EXPIRED DOCUMENTS ' WS-DOCS-EXPIRED
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              CLOSE KYC-REPORT
              CALL 'RPTSTOW' USING 'KYCRPT      ',
                  'kyc_review.txt                          '
              END-CALL

              DISPLAY '=========================================='
              DISPLAY 'KYCRPT - END OF JOB SUMMARY'
              DISPLAY 'REVIEW DATE        : ' WS-REVIEW-DATE
              DISPLAY 'ID DOCUMENTS READ  : ' WS-DOCS-READ
              DISPLAY '  EXPIRED, ACTIVE  : ' WS-DOCS-EXPIRED
              DISPLAY 'CUSTOMERS READ     : ' WS-CUSTOMERS-READ
              DISPLAY 'DUE FOR REVIEW     : ' WS-CUSTOMERS-DUE
              DISPLAY '  NO ID DOCUMENT   : ' WS-DUE-NO-DOCUMENTS
              DISPLAY '  DOCUMENT EXPIRED : ' WS-DUE-EXPIRED
              DISPLAY '  REVIEW OVERDUE   : ' WS-DUE-OVERDUE
              DISPLAY '=========================================='
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                  WS-STAT-END-TIME
              CALL 'RUNSTAT' USING 'KYCRPT    ',
                  WS-CUSTOMERS-READ, WS-CUSTOMERS-DUE,
                  WS-DOCS-EXPIRED, WS-STAT-ZERO,
                  WS-STAT-START-TIME, WS-STAT-END-TIME, 'N'
              END-CALL
              *> GOBACK rather than STOP RUN so the batch
              *> driver (NIGHTRUN) can CALL this as a scheduled
              *> step while it still runs standalone
              GOBACK.

              *> withdrawn documents are history and are not
              *> listed - an expired one still active is the
              *> one nobody has dealt with
              B000-LIST-EXPIRED-DOCUMENTS.
              MOVE 'EXPIRED ID DOCUMENTS' TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN INPUT ID-DOCUMENTS
              PERFORM UNTIL END-OF-DOCUMENTS
                READ ID-DOCUMENTS
                  AT END
                    SET END-OF-DOCUMENTS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-DOCS-READ
                    IF DOC-ACTIVE
                        AND ID-EXPIRY-DATE > 0
                        AND ID-EXPIRY-DATE < WS-REVIEW-DATE
                      PERFORM B100-LIST-ONE-DOCUMENT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ID-DOCUMENTS
              IF WS-DOCS-EXPIRED = 0
                MOVE '    NO EXPIRED DOCUMENTS' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF.

              B100-LIST-ONE-DOCUMENT.
              ADD 1 TO WS-DOCS-EXPIRED
              MOVE ID-CUSTOMER-NUMBER TO DL-CUSTOMER
              MOVE ID-DOC-TYPE TO DL-TYPE
              MOVE ID-DOC-NUMBER TO DL-NUMBER
              MOVE ID-ISSUING-COUNTRY TO DL-COUNTRY
              MOVE ID-EXPIRY-DATE TO DL-EXPIRY
              MOVE ID-VERIFIED-DATE TO DL-VERIFIED
              MOVE ID-VERIFIED-BY TO DL-VERIFIED-BY
              WRITE REPORT-LINE FROM WS-DOCUMENT-LINE.

              C000-LIST-CUSTOMERS-DUE.
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'CUSTOMERS DUE FOR REVIEW' TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN INPUT CUSTOMER-MASTER
              PERFORM UNTIL END-OF-CUSTOMERS
                READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                    SET END-OF-CUSTOMERS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CUSTOMERS-READ
                    CALL 'KYCCHK' USING CM-CUSTOMER-NUMBER,
                        WS-REVIEW-DATE, WS-KYC-STATUS,
                        WS-LAST-REVIEW-DATE, WS-NEXT-REVIEW-DATE
                    END-CALL
                    IF NOT KYC-CURRENT
                      PERFORM C100-LIST-ONE-CUSTOMER
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
              IF WS-CUSTOMERS-DUE = 0
                MOVE '    NO CUSTOMER DUE FOR REVIEW' TO REPORT-LINE
                WRITE REPORT-LINE
              END-IF.

              C100-LIST-ONE-CUSTOMER.
              ADD 1 TO WS-CUSTOMERS-DUE
              EVALUATE TRUE
                WHEN KYC-NO-DOCUMENTS
                  ADD 1 TO WS-DUE-NO-DOCUMENTS
                  MOVE 'NO ID DOCUMENT' TO CL-REASON
                WHEN KYC-DOCUMENT-EXPIRED
                  ADD 1 TO WS-DUE-EXPIRED
                  MOVE 'DOCUMENT EXPIRED' TO CL-REASON
                WHEN OTHER
                  ADD 1 TO WS-DUE-OVERDUE
                  MOVE 'REVIEW OVERDUE' TO CL-REASON
              END-EVALUATE
              MOVE CM-CUSTOMER-NUMBER TO CL-CUSTOMER
              MOVE CM-CUSTOMER-NAME TO CL-NAME
              MOVE WS-LAST-REVIEW-DATE TO CL-LAST-REVIEW
              MOVE WS-NEXT-REVIEW-DATE TO CL-NEXT-REVIEW
              WRITE REPORT-LINE FROM WS-CUSTOMER-LINE.
