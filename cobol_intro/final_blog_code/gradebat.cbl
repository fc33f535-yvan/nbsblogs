            *> then prints a grade-distribution report instead
            *> of conditionals.cbl's single DISPLAY. Each run now
            *> also appends its graded results to the cumulative
            *> score-history file keyed by SH-STUDENT-ID, with a
            *> run sequence number, so GRADTRND can show each
            *> student's grade trajectory across runs instead of
            *> the batch being thrown away.
            *> The flat one-score-per-student feed knew neither
            *> the course nor the student's name, and a midterm
            *> counted the same as the final. The score feed now
            *> carries the student, course and assessment
            *> component; the student roster (students.txt, see
            *> copybooks/STUROST) names the students and their
            *> courses, and the course master (courses.txt, see
            *> copybooks/COURSE) gives each course's weighted
            *> components. A score for a student not on the
            *> roster, a course the student is not enrolled in,
            *> or a component the course does not have is
            *> rejected onto grade_rejects.txt. Each enrolled
            *> student's component scores are weighted into one
            *> final score per course - a component with no
            *> score counts zero and is marked on the list -
            *> and that final is what the bands grade, what the
            *> history keeps (now per course) and what the class
            *> list per course (class_lists.txt) prints by name
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT SCORES-FILE ASSIGN TO 'scores.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT STUDENT-ROSTER ASSIGN TO 'students.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT COURSE-MASTER ASSIGN TO 'courses.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one row per student per run, appended by
                  *> every grading run and read back by GRADTRND
                  SELECT OPTIONAL SCORE-HISTORY
                      ASSIGN TO 'score_history.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT CLASS-LISTS ASSIGN TO 'class_lists.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT GRADE-REJECTS ASSIGN TO 'grade_rejects.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

            DATA DIVISION.
              FILE SECTION.
                FD SCORES-FILE.
                01 SCORE-RECORD.
                  02 SR-STUDENT-ID PIC 9(5).
                  02 SR-COURSE-CODE PIC X(6).
                  02 SR-COMPONENT-CODE PIC X(4).
                  02 SR-SCORE PIC 9(3).

                FD STUDENT-ROSTER.
                COPY STUROST.

                FD COURSE-MASTER.
                COPY COURSE.

                FD SCORE-HISTORY.
                01 SCORE-HISTORY-RECORD.
                  02 SH-STUDENT-ID PIC 9(5).
                  02 SH-RUN-DATE PIC 9(8).
                  02 SH-SCORE PIC 9(3).
                  02 SH-GRADE PIC X(1).
                  *> spaces on rows filed before scores were
                  *> kept per course
                  02 SH-COURSE-CODE PIC X(6).

                FD CLASS-LISTS.
                01 CLASS-LINE PIC X(132).

                FD GRADE-REJECTS.
                01 REJECT-LINE PIC X(80).

              WORKING-STORAGE SECTION.
                01 WS-FLAGS.
                  05 WS-SCORES-EOF PIC X VALUE 'N'.
                    88 END-OF-SCORES VALUE 'Y'.
                  05 WS-ROSTER-EOF PIC X VALUE 'N'.
                    88 END-OF-ROSTER VALUE 'Y'.
                  05 WS-COURSE-EOF PIC X VALUE 'N'.
                    88 END-OF-COURSES VALUE 'Y'.

                *> same bands as CHECK-VAL in conditionals.cbl -
                *> duplicated here rather than shared since the
                  05 WS-COUNT-F PIC 9(5) VALUE 0.

                01 WS-TOTAL-GRADED PIC 9(5) VALUE 0.
                01 WS-SCORES-READ PIC 9(5) VALUE 0.
                01 WS-SCORES-REJECTED PIC 9(5) VALUE 0.

                *> this run's sequence number - one past the
                *> highest already on the history
                01 WS-HISTORY-EOF PIC X VALUE 'N'.
                  88 END-OF-HISTORY VALUE 'Y'.

                *> the course master in memory
                01 WS-COURSE-COUNT PIC 9(3) VALUE 0.
                01 WS-COURSE-TABLE.
                  05 WS-CO-ENTRY OCCURS 100 TIMES.
                    10 WS-CO-CODE PIC X(6).
                    10 WS-CO-TITLE PIC X(30).
                    10 WS-CO-COMPONENT OCCURS 5 TIMES.
                      15 WS-CO-COMP-CODE PIC X(4).
                      15 WS-CO-COMP-WEIGHT PIC 9(3).
                01 WS-COURSE-IDX PIC 9(3).
                01 WS-COURSE-MATCH PIC 9(3).
                01 WS-COMP-IDX PIC 9(1).
                01 WS-COMP-MATCH PIC 9(1).

                *> the roster's names, and one row per student per
                *> enrolled course holding the component scores as
                *> they come in off the feed
                01 WS-STUDENT-COUNT PIC 9(4) VALUE 0.
                01 WS-STUDENT-TABLE.
                  05 WS-ST-ENTRY OCCURS 1000 TIMES.
                    10 WS-ST-ID PIC 9(5).
                    10 WS-ST-NAME PIC X(30).
                01 WS-STUDENT-IDX PIC 9(4).
                01 WS-STUDENT-MATCH PIC 9(4).
                01 WS-SLOT-IDX PIC 9(1).
                01 WS-ENROL-COUNT PIC 9(4) VALUE 0.
                01 WS-ENROL-TABLE.
                  05 WS-EN-ENTRY OCCURS 3000 TIMES.
                    10 WS-EN-STUDENT-IDX PIC 9(4).
                    10 WS-EN-COURSE-IDX PIC 9(3).
                    10 WS-EN-COMPONENT OCCURS 5 TIMES.
                      15 WS-EN-SCORE PIC 9(3).
                      15 WS-EN-SCORED PIC X(1).
                01 WS-ENROL-IDX PIC 9(4).
                01 WS-ENROL-MATCH PIC 9(4).

                01 WS-REJECT-REASON PIC X(40).
                01 WS-REJECT-DETAIL.
                  05 RJ-STUDENT-ID PIC 9(5).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RJ-COURSE-CODE PIC X(6).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RJ-COMPONENT-CODE PIC X(4).
                  05 FILLER PIC X(1) VALUE SPACE.
                  05 RJ-SCORE PIC ZZ9.
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 RJ-REASON PIC X(40).

                *> the weighted final for the student in hand
                01 WS-WEIGHTED-SUM PIC 9(7).
                01 WS-WEIGHT-TOTAL PIC 9(5).
                01 WS-FINAL-SCORE PIC 9(3).
                01 WS-MISSING-COUNT PIC 9(1).
                01 WS-CLASS-SIZE PIC 9(4).

                01 WS-COURSE-HEADING.
                  05 FILLER PIC X(8) VALUE 'COURSE: '.
                  05 CH-COURSE-CODE PIC X(6).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CH-COURSE-TITLE PIC X(30).
                  05 FILLER PIC X(10) VALUE '  RUN SEQ '.
                  05 CH-RUN-SEQ PIC 9(4).
                01 WS-COLUMN-HEADING.
                  05 FILLER PIC X(7) VALUE 'STUDENT'.
                  05 FILLER PIC X(32) VALUE ' NAME'.
                  05 CL-COMP-HEAD OCCURS 5 TIMES.
                    10 CL-COMP-HEAD-CODE PIC X(4).
                    10 FILLER PIC X(1).
                    10 CL-COMP-HEAD-WEIGHT PIC ZZ9.
                    10 FILLER PIC X(2).
                  05 FILLER PIC X(13) VALUE '   FINAL  GRD'.
                01 WS-CLASS-DETAIL.
                  05 CD-STUDENT-ID PIC 9(5).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CD-STUDENT-NAME PIC X(30).
                  05 FILLER PIC X(2) VALUE SPACES.
                  05 CD-COMPONENT OCCURS 5 TIMES.
                    10 FILLER PIC X(4).
                    10 CD-COMP-SCORE PIC ZZ9.
                    10 CD-COMP-MISSING PIC X(1).
                    10 FILLER PIC X(2).
                  05 FILLER PIC X(3) VALUE SPACES.
                  05 CD-FINAL-SCORE PIC ZZ9.
                  05 FILLER PIC X(4) VALUE SPACES.
                  05 CD-GRADE PIC X(1).
                01 WS-CLASS-FOOTING.
                  05 FILLER PIC X(17) VALUE '  STUDENTS LISTED'.
                  05 FILLER PIC X(2) VALUE ': '.
                  05 CF-CLASS-SIZE PIC ZZZ9.
                  05 FILLER PIC X(40)
                      VALUE '   (* = NO SCORE ON FILE, COUNTED ZERO)'.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              CALL 'BUSDATE' USING 'G', WS-RUN-DATE
              END-CALL
              PERFORM A100-NUMBER-THIS-RUN
              PERFORM A200-LOAD-COURSES
              PERFORM A300-LOAD-ROSTER

              OPEN INPUT SCORES-FILE
              OPEN OUTPUT GRADE-REJECTS
              PERFORM UNTIL END-OF-SCORES
                READ SCORES-FILE
                  AT END
                    SET END-OF-SCORES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-SCORES-READ
                    PERFORM B000-TAKE-SCORE
                END-READ
              END-PERFORM
              CLOSE SCORES-FILE
              CLOSE GRADE-REJECTS

              OPEN EXTEND SCORE-HISTORY
              OPEN OUTPUT CLASS-LISTS
              PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                  UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
                PERFORM C000-CLASS-LIST
              END-PERFORM
              CLOSE CLASS-LISTS
              CLOSE SCORE-HISTORY

              PERFORM Z000-DISTRIBUTION-REPORT
              END-PERFORM
              CLOSE SCORE-HISTORY.

              A200-LOAD-COURSES.
              OPEN INPUT COURSE-MASTER
              PERFORM UNTIL END-OF-COURSES
                READ COURSE-MASTER
                  AT END
                    SET END-OF-COURSES TO TRUE
                  NOT AT END
                    IF WS-COURSE-COUNT < 100
                      ADD 1 TO WS-COURSE-COUNT
                      MOVE COURSE-RECORD TO
                          WS-CO-ENTRY(WS-COURSE-COUNT)
                    ELSE
                      DISPLAY 'GRADEBAT - COURSE TABLE FULL, '
                          CO-COURSE-CODE ' LEFT OFF'
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COURSE-MASTER.

              *> a student's enrolment in a course the course
              *> master does not carry cannot be graded and is
              *> left off with a warning
              A300-LOAD-ROSTER.
              OPEN INPUT STUDENT-ROSTER
              PERFORM UNTIL END-OF-ROSTER
                READ STUDENT-ROSTER
                  AT END
                    SET END-OF-ROSTER TO TRUE
                  NOT AT END
                    IF WS-STUDENT-COUNT < 1000
                      ADD 1 TO WS-STUDENT-COUNT
                      MOVE RS-STUDENT-ID TO
                          WS-ST-ID(WS-STUDENT-COUNT)
                      MOVE RS-STUDENT-NAME TO
                          WS-ST-NAME(WS-STUDENT-COUNT)
                      PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                          UNTIL WS-SLOT-IDX > 6
                        IF RS-COURSE-CODE(WS-SLOT-IDX) NOT = SPACES
                          PERFORM A310-ENROL-STUDENT
                        END-IF
                      END-PERFORM
                    ELSE
                      DISPLAY 'GRADEBAT - ROSTER TABLE FULL, '
                          RS-STUDENT-ID ' LEFT OFF'
                    END-IF
                END-READ
              END-PERFORM
              CLOSE STUDENT-ROSTER.

              A310-ENROL-STUDENT.
              MOVE 0 TO WS-COURSE-MATCH
              PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                  UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
                IF WS-CO-CODE(WS-COURSE-IDX) =
                    RS-COURSE-CODE(WS-SLOT-IDX)
                  MOVE WS-COURSE-IDX TO WS-COURSE-MATCH
                END-IF
              END-PERFORM
              IF WS-COURSE-MATCH = 0
                DISPLAY 'GRADEBAT - STUDENT ' RS-STUDENT-ID
                    ' ENROLLED IN UNKNOWN COURSE '
                    RS-COURSE-CODE(WS-SLOT-IDX)
                EXIT PARAGRAPH
              END-IF
              IF WS-ENROL-COUNT < 3000
                ADD 1 TO WS-ENROL-COUNT
                MOVE WS-STUDENT-COUNT TO
                    WS-EN-STUDENT-IDX(WS-ENROL-COUNT)
                MOVE WS-COURSE-MATCH TO
                    WS-EN-COURSE-IDX(WS-ENROL-COUNT)
                PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                    UNTIL WS-COMP-IDX > 5
                  MOVE 0 TO WS-EN-SCORE(WS-ENROL-COUNT, WS-COMP-IDX)
                  MOVE 'N' TO
                      WS-EN-SCORED(WS-ENROL-COUNT, WS-COMP-IDX)
                END-PERFORM
              ELSE
                DISPLAY 'GRADEBAT - ENROLMENT TABLE FULL, '
                    RS-STUDENT-ID ' ' RS-COURSE-CODE(WS-SLOT-IDX)
                    ' LEFT OFF'
              END-IF.

              *> a score is taken only for a rostered student in
              *> a course they are enrolled in, against one of the
              *> course's components, once
              B000-TAKE-SCORE.
              MOVE 0 TO WS-STUDENT-MATCH
              PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                  UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                IF WS-ST-ID(WS-STUDENT-IDX) = SR-STUDENT-ID
                  MOVE WS-STUDENT-IDX TO WS-STUDENT-MATCH
                END-IF
              END-PERFORM
              IF WS-STUDENT-MATCH = 0
                MOVE 'STUDENT NOT ON ROSTER' TO WS-REJECT-REASON
                PERFORM B900-REJECT-SCORE
                EXIT PARAGRAPH
              END-IF

              MOVE 0 TO WS-ENROL-MATCH
              PERFORM VARYING WS-ENROL-IDX FROM 1 BY 1
                  UNTIL WS-ENROL-IDX > WS-ENROL-COUNT
                IF WS-EN-STUDENT-IDX(WS-ENROL-IDX) =
                    WS-STUDENT-MATCH
                    AND WS-CO-CODE(WS-EN-COURSE-IDX(WS-ENROL-IDX))
                        = SR-COURSE-CODE
                  MOVE WS-ENROL-IDX TO WS-ENROL-MATCH
                END-IF
              END-PERFORM
              IF WS-ENROL-MATCH = 0
                MOVE 'STUDENT NOT ENROLLED IN COURSE' TO
                    WS-REJECT-REASON
                PERFORM B900-REJECT-SCORE
                EXIT PARAGRAPH
              END-IF

              MOVE WS-EN-COURSE-IDX(WS-ENROL-MATCH) TO
                  WS-COURSE-IDX
              MOVE 0 TO WS-COMP-MATCH
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                  UNTIL WS-COMP-IDX > 5
                IF WS-CO-COMP-CODE(WS-COURSE-IDX, WS-COMP-IDX) =
                    SR-COMPONENT-CODE
                    AND SR-COMPONENT-CODE NOT = SPACES
                  MOVE WS-COMP-IDX TO WS-COMP-MATCH
                END-IF
              END-PERFORM
              IF WS-COMP-MATCH = 0
                MOVE 'NO SUCH COMPONENT FOR THE COURSE' TO
                    WS-REJECT-REASON
                PERFORM B900-REJECT-SCORE
                EXIT PARAGRAPH
              END-IF
              IF SR-SCORE IS NOT NUMERIC
                  OR SR-SCORE > 100
                MOVE 'SCORE NOT 0-100' TO WS-REJECT-REASON
                PERFORM B900-REJECT-SCORE
                EXIT PARAGRAPH
              END-IF
              IF WS-EN-SCORED(WS-ENROL-MATCH, WS-COMP-MATCH) = 'Y'
                MOVE 'COMPONENT ALREADY SCORED' TO WS-REJECT-REASON
                PERFORM B900-REJECT-SCORE
                EXIT PARAGRAPH
              END-IF
              MOVE SR-SCORE TO
                  WS-EN-SCORE(WS-ENROL-MATCH, WS-COMP-MATCH)
              MOVE 'Y' TO WS-EN-SCORED(WS-ENROL-MATCH, WS-COMP-MATCH).

              B900-REJECT-SCORE.
              ADD 1 TO WS-SCORES-REJECTED
              MOVE SR-STUDENT-ID TO RJ-STUDENT-ID
              MOVE SR-COURSE-CODE TO RJ-COURSE-CODE
              MOVE SR-COMPONENT-CODE TO RJ-COMPONENT-CODE
              IF SR-SCORE IS NUMERIC
                MOVE SR-SCORE TO RJ-SCORE
              ELSE
                MOVE 0 TO RJ-SCORE
              END-IF
              MOVE WS-REJECT-REASON TO RJ-REASON
              WRITE REJECT-LINE FROM WS-REJECT-DETAIL.

              *> one course's class list, in roster order
              C000-CLASS-LIST.
              MOVE WS-CO-CODE(WS-COURSE-IDX) TO CH-COURSE-CODE
              MOVE WS-CO-TITLE(WS-COURSE-IDX) TO CH-COURSE-TITLE
              MOVE WS-RUN-SEQ TO CH-RUN-SEQ
              MOVE SPACES TO CLASS-LINE
              WRITE CLASS-LINE
              WRITE CLASS-LINE FROM WS-COURSE-HEADING
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                  UNTIL WS-COMP-IDX > 5
                MOVE SPACES TO CL-COMP-HEAD(WS-COMP-IDX)
                IF WS-CO-COMP-CODE(WS-COURSE-IDX, WS-COMP-IDX)
                    NOT = SPACES
                  MOVE WS-CO-COMP-CODE(WS-COURSE-IDX, WS-COMP-IDX)
                      TO CL-COMP-HEAD-CODE(WS-COMP-IDX)
                  MOVE WS-CO-COMP-WEIGHT(WS-COURSE-IDX, WS-COMP-IDX)
                      TO CL-COMP-HEAD-WEIGHT(WS-COMP-IDX)
                END-IF
              END-PERFORM
              WRITE CLASS-LINE FROM WS-COLUMN-HEADING
              MOVE 0 TO WS-CLASS-SIZE
              PERFORM VARYING WS-ENROL-IDX FROM 1 BY 1
                  UNTIL WS-ENROL-IDX > WS-ENROL-COUNT
                IF WS-EN-COURSE-IDX(WS-ENROL-IDX) = WS-COURSE-IDX
                  PERFORM C100-GRADE-ONE-STUDENT
                END-IF
              END-PERFORM
              MOVE WS-CLASS-SIZE TO CF-CLASS-SIZE
              WRITE CLASS-LINE FROM WS-CLASS-FOOTING.

              *> the weighted final - each component's score
              *> times its weight, over the course's total weight
              C100-GRADE-ONE-STUDENT.
              ADD 1 TO WS-CLASS-SIZE
              MOVE 0 TO WS-WEIGHTED-SUM
              MOVE 0 TO WS-WEIGHT-TOTAL
              MOVE 0 TO WS-MISSING-COUNT
              MOVE SPACES TO WS-CLASS-DETAIL
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                  UNTIL WS-COMP-IDX > 5
                IF WS-CO-COMP-CODE(WS-COURSE-IDX, WS-COMP-IDX)
                    NOT = SPACES
                  ADD WS-CO-COMP-WEIGHT(WS-COURSE-IDX, WS-COMP-IDX)
                      TO WS-WEIGHT-TOTAL
                  COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                      + WS-EN-SCORE(WS-ENROL-IDX, WS-COMP-IDX)
                      * WS-CO-COMP-WEIGHT(WS-COURSE-IDX,
                          WS-COMP-IDX)
                  MOVE WS-EN-SCORE(WS-ENROL-IDX, WS-COMP-IDX) TO
                      CD-COMP-SCORE(WS-COMP-IDX)
                  IF WS-EN-SCORED(WS-ENROL-IDX, WS-COMP-IDX) = 'N'
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE '*' TO CD-COMP-MISSING(WS-COMP-IDX)
                  END-IF
                END-IF
              END-PERFORM
              IF WS-WEIGHT-TOTAL > 0
                COMPUTE WS-FINAL-SCORE ROUNDED =
                    WS-WEIGHTED-SUM / WS-WEIGHT-TOTAL
              ELSE
                MOVE 0 TO WS-FINAL-SCORE
              END-IF

              MOVE WS-FINAL-SCORE TO CHECK-VAL
              ADD 1 TO WS-TOTAL-GRADED
              EVALUATE TRUE
                WHEN GRADE-A
                  ADD 1 TO WS-COUNT-F
                  MOVE 'F' TO WS-THIS-GRADE
              END-EVALUATE

              MOVE WS-EN-STUDENT-IDX(WS-ENROL-IDX) TO WS-STUDENT-IDX
              MOVE WS-ST-ID(WS-STUDENT-IDX) TO CD-STUDENT-ID
              MOVE WS-ST-NAME(WS-STUDENT-IDX) TO CD-STUDENT-NAME
              MOVE WS-FINAL-SCORE TO CD-FINAL-SCORE
              MOVE WS-THIS-GRADE TO CD-GRADE
              WRITE CLASS-LINE FROM WS-CLASS-DETAIL

              MOVE WS-ST-ID(WS-STUDENT-IDX) TO SH-STUDENT-ID
              MOVE WS-RUN-SEQ TO SH-RUN-SEQ
              MOVE WS-RUN-DATE TO SH-RUN-DATE
              MOVE WS-FINAL-SCORE TO SH-SCORE
              MOVE WS-THIS-GRADE TO SH-GRADE
              MOVE WS-CO-CODE(WS-COURSE-IDX) TO SH-COURSE-CODE
              WRITE SCORE-HISTORY-RECORD.

              Z000-DISTRIBUTION-REPORT.
              DISPLAY '=========================================='
              DISPLAY 'GRADE DISTRIBUTION REPORT'
              DISPLAY 'SCORES READ   : ' WS-SCORES-READ
              DISPLAY 'REJECTED      : ' WS-SCORES-REJECTED
              DISPLAY 'FINALS GRADED : ' WS-TOTAL-GRADED
              DISPLAY 'GRADE A       : ' WS-COUNT-A
              DISPLAY 'GRADE B       : ' WS-COUNT-B
              DISPLAY 'GRADE C       : ' WS-COUNT-C
