      *    PLUS THE CUMULATIVE GPA -- SO THE REGISTRAR CAN GET
      *    MULTI-TERM STANDING ON AN INDIVIDUAL STUDENT ON DEMAND.
      *
      *    THE MASTER IS KEYED BY STUDENT, CLASS, AND RUN DATE, SO
      *    A STUDENT'S ROWS ARE BROWSED STRAIGHT OFF THE KEY AND
      *    SORTED INTO RUN-DATE ORDER -- TERMS LIST OLDEST FIRST,
      *    AS THEY DID WHEN THE MASTER WAS APPENDED.  AN INCOMPLETE
      *    STILL OPEN LISTS AS AN 'I' BUT IS NOT A COMPLETED COURSE
      *    AND CARRIES NO WEIGHT IN THE GPA.
      *
      *    A REPEATED COURSE COUNTS THE WAY ITS DEPARTMENT'S REPEAT
      *    POLICY LEFT IT FLAGGED ON THE MASTER -- AN ATTEMPT A LATER
      *    ONE REPLACED STILL LISTS BUT CARRIES NO WEIGHT, AND THE
      *    ATTEMPTS TO BE AVERAGED COUNT AS ONE COURSE AT THE AVERAGE
      *    OF THEIR GRADE POINTS.
      *
       ENVIRONMENT DIVISION.
      *
      *    'NO RECORDS' PAGES INSTEAD OF AN ABEND.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT REQUEST-FILE
               ASSIGN TO "TRANSREQ.TXT"
       FILE SECTION.
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  SM-MASTER-KEY.
               10  SM-STUDENT-ID              PIC X(7).
               10  SM-CLASS-KEY.
                   15  SM-DEPT-CODE           PIC X(4).
                   15  SM-CLASS-CODE          PIC X(5).
               10  SM-RUN-DATE                PIC 9(6).
           05  SM-FINAL-AVERAGE               PIC 9(3)V99.
           05  SM-GRADE                       PIC X.
           05  SM-GRADE-POINTS                PIC 9V9.
           05  SM-GRADE-MODIFIER              PIC X.
      *    SPACE FOR A FIRST ATTEMPT.  ON A REPEATED COURSE, 'R' THE
      *    ATTEMPT THAT REPLACES THE EARLIER ONES, 'X' AN ATTEMPT
      *    EXCLUDED FROM GPA, 'A' AN ATTEMPT AVERAGED WITH THE OTHER
      *    'A' ATTEMPTS, 'C' A REPEAT COUNTED IN FULL.
           05  SM-REPEAT-FLAG                 PIC X.

      *
       FD  REQUEST-FILE
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-BROWSE-EOF               PIC X       VALUE 'N'.
           05  WS-REQUEST-EOF              PIC X       VALUE 'N'.
           05  WS-AVG-SEEN-SWITCH          PIC X       VALUE 'N'.
               88  AVERAGE-ALREADY-COUNTED             VALUE 'Y'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    ONE STUDENT'S ROWS ARE GATHERED HERE, ACROSS EVERY TERM
      *    THEY APPEAR IN, AND KEPT IN RUN-DATE ORDER AS THEY LOAD.
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 200 TIMES.
               10  MT-STUDENT-ID               PIC X(7).
               10  MT-DEPT-CODE                PIC X(4).
               10  MT-CLASS-CODE               PIC X(5).
               10  MT-FINAL-AVERAGE            PIC 9(3)V99.
               10  MT-GRADE                    PIC X.
               10  MT-GRADE-POINTS             PIC 9V9.
               10  MT-GRADE-MODIFIER           PIC X.
               10  MT-REPEAT-FLAG              PIC X.
      *
       01  MASTER-WORK-FIELDS.
           05  WS-MASTER-COUNT              PIC S9(5)    VALUE 0.
           05  WS-MASTER-SUB                PIC S9(5)    VALUE 0.
           05  WS-INSERT-SUB                PIC S9(5)    VALUE 0.
           05  WS-COURSE-COUNT              PIC S9(3)    VALUE 0.
           05  WS-LINE-COUNT                PIC S9(3)    VALUE 0.
           05  WS-POINT-TOTAL               PIC S9(4)V9  VALUE +0.
           05  WS-CUM-GPA                   PIC 9V99     VALUE 0.
           05  WS-REQUEST-COUNT             PIC S9(5)    VALUE +0.
           05  WS-NOT-FOUND-COUNT           PIC S9(5)    VALUE +0.
           05  WS-AVG-SUB                   PIC S9(5)    VALUE 0.
           05  WS-AVG-ATTEMPTS              PIC S9(3)    VALUE 0.
           05  WS-AVG-POINTS                PIC S9(3)V9  VALUE +0.
           05  WS-AVG-GPA                   PIC 9V9      VALUE 0.
      *
       01  HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05                              PIC X(10) VALUE 'AVERAGE'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(6)  VALUE 'POINTS'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'NOTE'.
      *
       01  TRANSCRIPT-LINE.
           05  TL-RUN-DATE                 PIC 9(6).
           05  TL-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(6)  VALUE SPACES.
           05  TL-GRADE                    PIC X.
           05  TL-GRADE-MODIFIER           PIC X.
           05                              PIC X(5)  VALUE SPACES.
           05  TL-POINTS                   PIC 9.9.
           05                              PIC X(4)  VALUE SPACES.
           05  TL-NOTE                     PIC X(20).
      *
       01  CUMULATIVE-LINE.
           05                              PIC X(19)   VALUE
           05  NFL-STUDENT-ID              PIC X(7).
      *
       01  ABORT-LINE.
           05                              PIC X(44)   VALUE
               'STUDENT LIMIT REACHED - RUN ABORTED, ID'.
           05  AL-STUDENT-ID               PIC X(7).
      *
       01  SUMMARY-LINE.
           05  SUL-LABEL                   PIC X(30).
       10-PRINT-TRANSCRIPTS.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 100-PROCESS-REQUESTS
           PERFORM 700-FINAL-ROUTINE
       .

      *
      *    A STUDENT WITH MORE ROWS THAN THE TABLE HOLDS WOULD LOSE
      *    TERMS AND GET A TRANSCRIPT THAT LOOKS COMPLETE BUT IS NOT.
      *    STOP INSTEAD, WITH A NON-ZERO RETURN CODE, BEFORE A SHORT
      *    TRANSCRIPT CAN REACH A STUDENT'S FILE.
       25-TABLE-LIMIT-ABORT.

           MOVE RQ-STUDENT-ID TO AL-STUDENT-ID
           WRITE TRANSCRIPT-RECORD FROM ABORT-LINE
               AFTER ADVANCING PAGE

           MOVE WS-YEAR TO H1-YEAR
       .

       100-PROCESS-REQUESTS.

           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               AFTER ADVANCING 2

           MOVE 0 TO WS-COURSE-COUNT
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-POINT-TOTAL

           PERFORM 115-GATHER-STUDENT-ROWS

           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
               ADD 1 TO WS-LINE-COUNT
               IF MT-GRADE(WS-MASTER-SUB) NOT = 'I'
                  AND MT-REPEAT-FLAG(WS-MASTER-SUB) NOT = 'X'
                   IF MT-REPEAT-FLAG(WS-MASTER-SUB) = 'A'
                       PERFORM 118-COUNT-AVERAGED-COURSE
                   ELSE
                       ADD 1 TO WS-COURSE-COUNT
                       ADD MT-GRADE-POINTS(WS-MASTER-SUB)
                           TO WS-POINT-TOTAL
                   END-IF
               END-IF
               PERFORM 120-PRINT-ONE-TERM-LINE
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM

           IF WS-LINE-COUNT > 0
               MOVE 0 TO WS-CUM-GPA
               IF WS-COURSE-COUNT > 0
                   DIVIDE WS-POINT-TOTAL BY WS-COURSE-COUNT
                       GIVING WS-CUM-GPA ROUNDED
               END-IF
               MOVE WS-COURSE-COUNT TO CL-COURSE-COUNT
               MOVE WS-CUM-GPA TO CL-CUM-GPA
               WRITE TRANSCRIPT-RECORD FROM CUMULATIVE-LINE
           END-IF
       .

      *
      *    EVERY ROW FOR THE STUDENT SITS TOGETHER UNDER THE LEADING
      *    PART OF THE KEY.  EACH ONE IS INSERTED AHEAD OF THE FIRST
      *    LATER RUN DATE ALREADY TABLED, SO THE TABLE COMES OUT IN
      *    TERM ORDER.
       115-GATHER-STUDENT-ROWS.

           MOVE 0 TO WS-MASTER-COUNT
           MOVE 'N' TO WS-BROWSE-EOF

           MOVE RQ-STUDENT-ID TO SM-STUDENT-ID
           MOVE LOW-VALUES TO SM-CLASS-KEY
           MOVE ZEROS TO SM-RUN-DATE
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START

           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF SM-STUDENT-ID = RQ-STUDENT-ID
                           PERFORM 117-TABLE-ONE-ROW
                       ELSE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       END-IF
               END-READ
           END-PERFORM
       .

       117-TABLE-ONE-ROW.

           IF WS-MASTER-COUNT NOT < 200
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-MASTER-COUNT
                   OR MT-RUN-DATE(WS-INSERT-SUB) > SM-RUN-DATE
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM

           MOVE WS-MASTER-COUNT TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB < WS-INSERT-SUB
               MOVE MASTER-ENTRY(WS-MASTER-SUB)
                   TO MASTER-ENTRY(WS-MASTER-SUB + 1)
               SUBTRACT 1 FROM WS-MASTER-SUB
           END-PERFORM

           ADD 1 TO WS-MASTER-COUNT
           MOVE SM-STUDENT-ID TO MT-STUDENT-ID(WS-INSERT-SUB)
           MOVE SM-DEPT-CODE TO MT-DEPT-CODE(WS-INSERT-SUB)
           MOVE SM-CLASS-CODE TO MT-CLASS-CODE(WS-INSERT-SUB)
           MOVE SM-RUN-DATE TO MT-RUN-DATE(WS-INSERT-SUB)
           MOVE SM-FINAL-AVERAGE TO MT-FINAL-AVERAGE(WS-INSERT-SUB)
           MOVE SM-GRADE TO MT-GRADE(WS-INSERT-SUB)
           MOVE SM-GRADE-POINTS TO MT-GRADE-POINTS(WS-INSERT-SUB)
           MOVE SM-GRADE-MODIFIER TO MT-GRADE-MODIFIER(WS-INSERT-SUB)
           MOVE SM-REPEAT-FLAG TO MT-REPEAT-FLAG(WS-INSERT-SUB)
       .

      *
      *    THE AVERAGED ATTEMPTS AT A CLASS ARE ONE COURSE.  IT IS
      *    COUNTED ONCE, AT THE FIRST OF THEM IN THE TABLE, AT THE
      *    AVERAGE OF ALL THEIR GRADE POINTS.
       118-COUNT-AVERAGED-COURSE.

           MOVE 0 TO WS-AVG-ATTEMPTS
           MOVE 0 TO WS-AVG-POINTS
           MOVE 'N' TO WS-AVG-SEEN-SWITCH

           MOVE 1 TO WS-AVG-SUB
           PERFORM UNTIL WS-AVG-SUB > WS-MASTER-COUNT
               IF MT-REPEAT-FLAG(WS-AVG-SUB) = 'A'
                  AND MT-GRADE(WS-AVG-SUB) NOT = 'I'
                  AND MT-DEPT-CODE(WS-AVG-SUB) =
                      MT-DEPT-CODE(WS-MASTER-SUB)
                  AND MT-CLASS-CODE(WS-AVG-SUB) =
                      MT-CLASS-CODE(WS-MASTER-SUB)
                   IF WS-AVG-SUB < WS-MASTER-SUB
                       MOVE 'Y' TO WS-AVG-SEEN-SWITCH
                   END-IF
                   ADD 1 TO WS-AVG-ATTEMPTS
                   ADD MT-GRADE-POINTS(WS-AVG-SUB) TO WS-AVG-POINTS
               END-IF
               ADD 1 TO WS-AVG-SUB
           END-PERFORM

           IF NOT AVERAGE-ALREADY-COUNTED
               ADD 1 TO WS-COURSE-COUNT
               DIVIDE WS-AVG-POINTS BY WS-AVG-ATTEMPTS
                   GIVING WS-AVG-GPA ROUNDED
               ADD WS-AVG-GPA TO WS-POINT-TOTAL
           END-IF
       .

       120-PRINT-ONE-TERM-LINE.

           MOVE MT-RUN-DATE(WS-MASTER-SUB) TO TL-RUN-DATE
           MOVE MT-CLASS-CODE(WS-MASTER-SUB) TO TL-CLASS-CODE
           MOVE MT-FINAL-AVERAGE(WS-MASTER-SUB) TO TL-AVERAGE
           MOVE MT-GRADE(WS-MASTER-SUB) TO TL-GRADE
           MOVE MT-GRADE-MODIFIER(WS-MASTER-SUB) TO TL-GRADE-MODIFIER
           MOVE MT-GRADE-POINTS(WS-MASTER-SUB) TO TL-POINTS
           MOVE SPACES TO TL-NOTE
           IF MT-REPEAT-FLAG(WS-MASTER-SUB) = 'X'
               MOVE 'EXCLUDED FROM GPA' TO TL-NOTE
           END-IF
           IF MT-REPEAT-FLAG(WS-MASTER-SUB) = 'R'
               MOVE 'REPEAT - REPLACES' TO TL-NOTE
           END-IF
           IF MT-REPEAT-FLAG(WS-MASTER-SUB) = 'A'
               MOVE 'ATTEMPTS AVERAGED' TO TL-NOTE
           END-IF
           IF MT-REPEAT-FLAG(WS-MASTER-SUB) = 'C'
               MOVE 'REPEATED COURSE' TO TL-NOTE
           END-IF
           WRITE TRANSCRIPT-RECORD FROM TRANSCRIPT-LINE
       .

