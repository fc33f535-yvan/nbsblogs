            *> each student's scores and grades across runs, the
            *> average score movement per grade band between the
            *> last two runs, and the students whose band dropped
            *> since the prior run so instructors can step in.
            *> GRADEBAT now files one weighted final per student
            *> per course, so a trajectory is followed per student
            *> and course - rows filed before courses were kept
            *> carry a blank course and trend on their own
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  02 SH-RUN-DATE PIC 9(8).
                  02 SH-SCORE PIC 9(3).
                  02 SH-GRADE PIC X(1).
                  02 SH-COURSE-CODE PIC X(6).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                    10 WS-H-SEQ PIC 9(4).
                    10 WS-H-SCORE PIC 9(3).
                    10 WS-H-GRADE PIC X(1).
                    10 WS-H-COURSE PIC X(6).
                01 WS-HIST-IDX PIC 9(4).
                01 WS-SCAN-IDX PIC 9(4).

                01 WS-LATEST-SEQ PIC 9(4) VALUE 0.
                01 WS-PRIOR-SEQ PIC 9(4) VALUE 0.

                *> distinct students and courses, in first-seen
                *> order
                01 WS-STUDENT-COUNT PIC 9(3) VALUE 0.
                01 WS-STUDENT-TABLE.
                  05 WS-STUDENT-ENTRY OCCURS 200 TIMES.
                    10 WS-STUDENT-ID PIC 9(5).
                    10 WS-STUDENT-COURSE PIC X(6).
                01 WS-STUDENT-IDX PIC 9(3).
                01 WS-STUDENT-SEEN PIC X.

                          WS-H-SCORE(WS-HIST-COUNT)
                      MOVE SH-GRADE TO
                          WS-H-GRADE(WS-HIST-COUNT)
                      MOVE SH-COURSE-CODE TO
                          WS-H-COURSE(WS-HIST-COUNT)
                      IF SH-RUN-SEQ > WS-LATEST-SEQ
                        MOVE WS-LATEST-SEQ TO WS-PRIOR-SEQ
                        MOVE SH-RUN-SEQ TO WS-LATEST-SEQ
              PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                  UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                IF WS-STUDENT-ID(WS-STUDENT-IDX) = SH-STUDENT-ID
                    AND WS-STUDENT-COURSE(WS-STUDENT-IDX) =
                        SH-COURSE-CODE
                  MOVE 'Y' TO WS-STUDENT-SEEN
                END-IF
              END-PERFORM
                ADD 1 TO WS-STUDENT-COUNT
                MOVE SH-STUDENT-ID TO
                    WS-STUDENT-ID(WS-STUDENT-COUNT)
                MOVE SH-COURSE-CODE TO
                    WS-STUDENT-COURSE(WS-STUDENT-COUNT)
              END-IF.

              C000-REPORT-ONE-STUDENT.
              DISPLAY 'STUDENT ' WS-STUDENT-ID(WS-STUDENT-IDX)
                  ' COURSE ' WS-STUDENT-COURSE(WS-STUDENT-IDX)
              MOVE 'N' TO WS-HAVE-LATEST
              MOVE 'N' TO WS-HAVE-PRIOR
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                  UNTIL WS-SCAN-IDX > WS-HIST-COUNT
                IF WS-H-STUDENT(WS-SCAN-IDX) =
                    WS-STUDENT-ID(WS-STUDENT-IDX)
                    AND WS-H-COURSE(WS-SCAN-IDX) =
                        WS-STUDENT-COURSE(WS-STUDENT-IDX)
                  DISPLAY '  RUN ' WS-H-SEQ(WS-SCAN-IDX)
                      ' SCORE ' WS-H-SCORE(WS-SCAN-IDX)
                      ' GRADE ' WS-H-GRADE(WS-SCAN-IDX)
