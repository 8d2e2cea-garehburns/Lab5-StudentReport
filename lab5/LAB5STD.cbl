       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACSTAND.
       AUTHOR.         GARRETT BURNS.
      *
      *                    ACADEMIC STANDING RUN
      *
      *    THIS PROGRAM RUNS AFTER EACH FINAL BKBRK RUN AND READS
      *    THE CUMULATIVE PER-STUDENT MASTER FILE.  FOR EVERY
      *    STUDENT WITH GRADED RESULTS IN THE CURRENT TERM IT WORKS OUT
      *    THE TERM GPA AND THE CUMULATIVE GPA FROM THE GRADE
      *    POINTS, ASSIGNS AN ACADEMIC STANDING -- GOOD STANDING,
      *    WARNING, PROBATION, OR SUSPENSION -- FROM THE THRESHOLDS
      *    ON THE STANDING CONTROL CARD, PRINTS A STANDING REGISTER
      *    BY DEPARTMENT, AND WRITES THE STANDING FILE THE ADVISING
      *    AND TRANSCRIPT PROGRAMS PICK UP.
      *
      *    A TERM IS A DISTINCT RUN DATE.  EACH STUDENT'S TERMS ARE
      *    WALKED OLDEST FIRST AND A STANDING IS ASSIGNED AS OF
      *    EVERY ONE OF THEM, SO CONSECUTIVE PROBATION TERMS ARE
      *    COUNTED FROM THE MASTER ITSELF RATHER THAN FROM WHATEVER
      *    A PRIOR RUN HAPPENED TO LEAVE BEHIND.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    OPTIONAL SO A FIRST-TERM SITE WITH NO MASTER YET GETS AN
      *    EMPTY REGISTER INSTEAD OF AN ABEND.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
      *    STANDING THRESHOLDS.  OPTIONAL SO A RUN WITH NO CARD USES
      *    THE CATALOG DEFAULTS SET IN WORKING-STORAGE.
           SELECT OPTIONAL STANDING-CONTROL-FILE
               ASSIGN TO "STANDING.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MASTER-SORT-FILE
               ASSIGN TO "SORTWK1".
      *
      *    THE MASTER IN STUDENT/TERM ORDER, SO EACH STUDENT'S
      *    RECORD CAN BE WALKED ON CONTROL BREAKS.
           SELECT SORTED-MASTER-FILE
               ASSIGN TO "STDSORT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    STANDINGS IN STUDENT ORDER AS THEY ARE ASSIGNED, BEFORE
      *    THE SECOND SORT PUTS THEM INTO DEPARTMENT ORDER.
           SELECT STANDING-WORK-FILE
               ASSIGN TO "STDWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-SORT-FILE
               ASSIGN TO "SORTWK2".
      *
      *    ONE RECORD PER STUDENT FOR THE CURRENT TERM, IN
      *    DEPARTMENT/STUDENT ORDER, FOR ADVISOR NOTICES AND
      *    TRANSCRIPTS.
           SELECT STUDENT-STANDING-FILE
               ASSIGN TO "STUDENTSTD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-REPORT-FILE
               ASSIGN TO PRINTER "STDREG".
      *
       DATA DIVISION.
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
       FD  STANDING-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.
      *
       01  STANDING-CONTROL-RECORD.
      *    CUMULATIVE OR TERM GPA BELOW THIS DRAWS A WARNING.
           05  SC-WARNING-BELOW               PIC 9V99.
      *    CUMULATIVE GPA BELOW THIS PUTS THE STUDENT ON PROBATION.
           05  SC-PROBATION-BELOW             PIC 9V99.
      *    CUMULATIVE GPA BELOW THIS IS AN OUTRIGHT SUSPENSION.
           05  SC-SUSPENSION-BELOW            PIC 9V99.
      *    CONSECUTIVE PROBATION TERMS THAT MEAN SUSPENSION.
           05  SC-PROBATION-LIMIT             PIC 9.
      *    YYMMDD TERM TO ASSESS; ZERO TAKES THE NEWEST ON FILE.
           05  SC-TERM-DATE                   PIC 9(6).

      *
       SD  MASTER-SORT-FILE.
      *
       01  MASTER-SORT-RECORD.
           05  MS-STUDENT-ID                  PIC X(7).
           05  MS-DEPT-CODE                   PIC X(4).
           05  MS-CLASS-CODE                  PIC X(5).
           05  MS-RUN-DATE                    PIC 9(6).
           05  MS-FINAL-AVERAGE               PIC 9(3)V99.
           05  MS-GRADE                       PIC X.
           05  MS-GRADE-POINTS                PIC 9V9.
           05  MS-GRADE-MODIFIER              PIC X.
           05  MS-REPEAT-FLAG                 PIC X.

      *
       FD  SORTED-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  SORTED-MASTER-RECORD.
           05  SS-STUDENT-ID                  PIC X(7).
           05  SS-DEPT-CODE                   PIC X(4).
           05  SS-CLASS-CODE                  PIC X(5).
           05  SS-RUN-DATE                    PIC 9(6).
           05  SS-FINAL-AVERAGE               PIC 9(3)V99.
           05  SS-GRADE                       PIC X.
           05  SS-GRADE-POINTS                PIC 9V9.
           05  SS-GRADE-MODIFIER              PIC X.
           05  SS-REPEAT-FLAG                 PIC X.

      *
       FD  STANDING-WORK-FILE
           RECORD CONTAINS 31 CHARACTERS.
      *
       01  STANDING-WORK-RECORD              PIC X(31).

      *
       SD  STANDING-SORT-FILE.
      *
       01  STANDING-SORT-RECORD.
           05  SRT-DEPT-CODE                  PIC X(4).
           05  SRT-STUDENT-ID                 PIC X(7).
           05                                 PIC X(20).

      *
       FD  STUDENT-STANDING-FILE
           RECORD CONTAINS 31 CHARACTERS.
      *
       01  STANDING-RECORD.
      *    THE STUDENT IS REGISTERED UNDER THE DEPARTMENT OF THE
      *    FIRST COURSE ON THEIR CURRENT TERM.
           05  ST-DEPT-CODE                   PIC X(4).
           05  ST-STUDENT-ID                  PIC X(7).
           05  ST-TERM-DATE                   PIC 9(6).
           05  ST-TERM-COURSES                PIC 9(2).
           05  ST-TERM-GPA                    PIC 9V99.
           05  ST-CUM-COURSES                 PIC 9(3).
           05  ST-CUM-GPA                     PIC 9V99.
      *    G GOOD STANDING, W WARNING, P PROBATION, S SUSPENSION.
           05  ST-STANDING                    PIC X.
           05  ST-PROBATION-TERMS             PIC 9.
      *    STANDING AS OF THE STUDENT'S PREVIOUS TERM; SPACE IF
      *    THIS IS THEIR FIRST.
           05  ST-PRIOR-STANDING              PIC X.

      *
       FD  STANDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REGISTER-RECORD                   PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-EOF               PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-SORTED-EOF               PIC X       VALUE 'N'.
           05  WS-CONTROL-EOF              PIC X       VALUE 'N'.
           05  WS-STANDING-EOF             PIC X       VALUE 'N'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.
           05  WS-DEPT-HOLD                PIC X(4)    VALUE SPACES.
           05  WS-STUDENT-HOLD             PIC X(7)    VALUE SPACES.
           05  WS-TERM-HOLD                PIC 9(6)    VALUE 0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC S9      VALUE +1.
           05  PAGE-NO                     PIC S9(2)   VALUE +0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    CATALOG DEFAULTS, REPLACED FIELD BY FIELD FROM THE
      *    CONTROL CARD WHEN ONE IS PRESENT AND VALID.
       01  STANDING-THRESHOLDS.
           05  WS-WARNING-BELOW            PIC 9V99    VALUE 2.00.
           05  WS-PROBATION-BELOW          PIC 9V99    VALUE 1.75.
           05  WS-SUSPENSION-BELOW         PIC 9V99    VALUE 1.00.
           05  WS-PROBATION-LIMIT          PIC 9       VALUE 2.
           05  WS-ASSESS-DATE              PIC 9(6)    VALUE 0.
      *
      *    RUNNING FIGURES FOR THE STUDENT AT THE CURRENT BREAK.
       01  STUDENT-WORK-FIELDS.
           05  WS-TERM-COURSES             PIC S9(3)   VALUE 0.
           05  WS-TERM-POINTS              PIC S9(3)V9 VALUE 0.
           05  WS-TERM-GPA                 PIC 9V99    VALUE 0.
           05  WS-CUM-COURSES              PIC S9(3)   VALUE 0.
           05  WS-CUM-POINTS               PIC S9(4)V9 VALUE 0.
           05  WS-CUM-GPA                  PIC 9V99    VALUE 0.
           05  WS-STANDING                 PIC X       VALUE SPACE.
               88  GOOD-STANDING                       VALUE 'G'.
               88  ON-WARNING                          VALUE 'W'.
               88  ON-PROBATION                        VALUE 'P'.
               88  SUSPENDED                           VALUE 'S'.
           05  WS-PRIOR-STANDING           PIC X       VALUE SPACE.
           05  WS-PROBATION-TERMS          PIC 9       VALUE 0.
           05  WS-CURRENT-DEPT             PIC X(4)    VALUE SPACES.
           05  WS-TERM-DEPT                PIC X(4)    VALUE SPACES.
           05  WS-ASSESSED-SWITCH          PIC X       VALUE 'N'.
               88  ASSESSED-THIS-TERM                  VALUE 'Y'.
      *    WHAT THE TERM ADDS TO THE CUMULATIVE FIGURES.  THE SAME
      *    AS THE TERM'S OWN FIGURES EXCEPT WHERE AN AVERAGED REPEAT
      *    MOVES THE AVERAGE OF A CLASS ALREADY COUNTED.
           05  WS-TERM-CUM-COURSES         PIC S9(3)   VALUE 0.
           05  WS-TERM-CUM-POINTS          PIC S9(3)V9 VALUE 0.
      *
      *    THE STUDENT'S AVERAGED CLASSES SO FAR.  EACH IS ONE COURSE
      *    IN THE CUMULATIVE FIGURES, AT THE AVERAGE OF ITS ATTEMPTS.
       01  AVERAGED-TABLE.
           05  AVERAGED-ENTRY OCCURS 50 TIMES.
               10  AV-DEPT-CODE                PIC X(4).
               10  AV-CLASS-CODE               PIC X(5).
               10  AV-ATTEMPTS                 PIC S9(3).
               10  AV-POINTS                   PIC S9(3)V9.
               10  AV-GPA                      PIC 9V9.
      *
       01  AVERAGED-WORK-FIELDS.
           05  WS-AVG-COUNT                PIC S9(3)   VALUE 0.
           05  WS-AVG-SUB                  PIC S9(3)   VALUE 0.
           05  WS-AVG-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  AVERAGE-ALREADY-COUNTED             VALUE 'Y'.
      *
       01  COUNT-FIELDS.
           05  WS-STUDENT-COUNT            PIC S9(5)   VALUE +0.
           05  WS-GOOD-COUNT               PIC S9(5)   VALUE +0.
           05  WS-WARNING-COUNT            PIC S9(5)   VALUE +0.
           05  WS-PROBATION-COUNT          PIC S9(5)   VALUE +0.
           05  WS-SUSPENSION-COUNT         PIC S9(5)   VALUE +0.
           05  WS-DEPT-COUNT               PIC S9(5)   VALUE +0.
           05  WS-DEPT-GOOD                PIC S9(5)   VALUE +0.
           05  WS-DEPT-WARNING             PIC S9(5)   VALUE +0.
           05  WS-DEPT-PROBATION           PIC S9(5)   VALUE +0.
           05  WS-DEPT-SUSPENSION          PIC S9(5)   VALUE +0.
      *
       01  HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X     VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X     VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                           'ACADEMIC STANDING REGISTER'.
           05                              PIC X(8)  VALUE 'STD'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  HEADING-TWO.
           05                              PIC X(12) VALUE
                                           'DEPARTMENT:'.
           05  H2-DEPT-CODE                PIC X(4).
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(6)  VALUE 'TERM:'.
           05  H2-TERM-DATE                PIC 9(6).
      *
       01  HEADING-THREE.
           05                              PIC X(10) VALUE 'ID'.
           05                              PIC X(8)  VALUE 'TERM'.
           05                              PIC X(7)  VALUE 'TERM'.
           05                              PIC X(8)  VALUE 'CUM'.
           05                              PIC X(7)  VALUE 'CUM'.
           05                              PIC X(18) VALUE 'STANDING'.
           05                              PIC X(6)  VALUE 'PRIOR'.
      *
       01  HEADING-FOUR.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(8)  VALUE 'CRS'.
           05                              PIC X(7)  VALUE 'GPA'.
           05                              PIC X(8)  VALUE 'CRS'.
           05                              PIC X(7)  VALUE 'GPA'.
      *
       01  REGISTER-DETAIL-LINE.
           05  RDL-STUDENT-ID              PIC X(7).
           05                              PIC X(3)  VALUE SPACES.
           05  RDL-TERM-COURSES            PIC Z9.
           05                              PIC X(6)  VALUE SPACES.
           05  RDL-TERM-GPA                PIC 9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  RDL-CUM-COURSES             PIC ZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  RDL-CUM-GPA                 PIC 9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  RDL-STANDING                PIC X(16).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-PRIOR                   PIC X(16).
      *
       01  DEPT-TOTAL-LINE.
           05  DTL-LABEL                   PIC X(30).
           05  DTL-VALUE                   PIC ZZZZ9.
      *
       01  THRESHOLD-LINE.
           05                              PIC X(14) VALUE
                                           'WARNING BELOW'.
           05  TSL-WARNING                 PIC 9.99.
           05                              PIC X(19) VALUE
                                           '  PROBATION BELOW'.
           05  TSL-PROBATION               PIC 9.99.
           05                              PIC X(20) VALUE
                                           '  SUSPENSION BELOW'.
           05  TSL-SUSPENSION              PIC 9.99.
      *
       01  LIMIT-LINE.
           05                              PIC X(38) VALUE
                       'CONSECUTIVE PROBATION TERMS TO SUSPEND'.
           05  LML-LIMIT                   PIC Z9.
      *
       01  EMPTY-LINE.
           05                              PIC X(40)   VALUE
                        'NO STUDENTS WITH RESULTS THIS TERM'.
      *
       01  ABORT-LINE.
           05                              PIC X(48)   VALUE
               'AVERAGED CLASS LIMIT REACHED - RUN ABORTED, ID'.
           05  AL-STUDENT-ID               PIC X(7).
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-ASSESS-ACADEMIC-STANDING.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-FIND-CURRENT-TERM
           PERFORM 40-SORT-MASTER
           PERFORM 100-ASSESS-STUDENTS
           PERFORM 50-SORT-STANDINGS
           PERFORM 300-PRINT-REGISTER
           PERFORM 700-FINAL-ROUTINE
       .

      *
      *    A STUDENT WITH MORE AVERAGED CLASSES THAN THE TABLE HOLDS
      *    WOULD HAVE SOME OF THEM COUNTED AT FULL POINTS ON EVERY
      *    ATTEMPT AND A STANDING DRAWN FROM THE WRONG GPA.  STOP
      *    INSTEAD, WITH A NON-ZERO RETURN CODE, BEFORE THE STANDING
      *    FILE CAN REACH THE ADVISING AND TRANSCRIPT PROGRAMS.
       25-TABLE-LIMIT-ABORT.

           MOVE SS-STUDENT-ID TO AL-STUDENT-ID
           WRITE REGISTER-RECORD FROM ABORT-LINE
               AFTER ADVANCING PAGE

           CLOSE SORTED-MASTER-FILE
                 STANDING-WORK-FILE
                 STANDING-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE

           PERFORM 27-READ-STANDING-CONTROL

           OPEN OUTPUT STANDING-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
       .

       27-READ-STANDING-CONTROL.

      *    A MISSING OPTIONAL CARD READS AT-END AND LEAVES THE
      *    DEFAULTS IN PLACE.  EACH THRESHOLD IS TAKEN ONLY IF IT
      *    IS NUMERIC; A ZERO PROBATION LIMIT WOULD SUSPEND ON THE
      *    FIRST PROBATION TERM AND IS IGNORED THE SAME WAY.
           OPEN INPUT STANDING-CONTROL-FILE
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ STANDING-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF SC-WARNING-BELOW NUMERIC
                           MOVE SC-WARNING-BELOW TO WS-WARNING-BELOW
                       END-IF
                       IF SC-PROBATION-BELOW NUMERIC
                           MOVE SC-PROBATION-BELOW
                               TO WS-PROBATION-BELOW
                       END-IF
                       IF SC-SUSPENSION-BELOW NUMERIC
                           MOVE SC-SUSPENSION-BELOW
                               TO WS-SUSPENSION-BELOW
                       END-IF
                       IF SC-PROBATION-LIMIT NUMERIC
                          AND SC-PROBATION-LIMIT > 0
                           MOVE SC-PROBATION-LIMIT
                               TO WS-PROBATION-LIMIT
                       END-IF
                       IF SC-TERM-DATE NUMERIC
                           MOVE SC-TERM-DATE TO WS-ASSESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-CONTROL-FILE
       .

      *
      *    WITH NO TERM ON THE CARD THE NEWEST RUN DATE ON THE
      *    MASTER IS THE TERM JUST GRADED.
       30-FIND-CURRENT-TERM.

           IF WS-ASSESS-DATE = 0
               OPEN INPUT STUDENT-MASTER-FILE
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ STUDENT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           IF SM-RUN-DATE > WS-ASSESS-DATE
                               MOVE SM-RUN-DATE TO WS-ASSESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF
       .

       40-SORT-MASTER.

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-STUDENT-ID
                                MS-RUN-DATE
                                MS-DEPT-CODE
                                MS-CLASS-CODE
               USING STUDENT-MASTER-FILE
               GIVING SORTED-MASTER-FILE
       .

       50-SORT-STANDINGS.

           SORT STANDING-SORT-FILE
               ON ASCENDING KEY SRT-DEPT-CODE
                                SRT-STUDENT-ID
               USING STANDING-WORK-FILE
               GIVING STUDENT-STANDING-FILE
       .

       100-ASSESS-STUDENTS.

           OPEN INPUT SORTED-MASTER-FILE
           OPEN OUTPUT STANDING-WORK-FILE

           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 110-PROCESS-ONE-COURSE
               END-READ
           END-PERFORM

           IF FIRST-RECORD = 'NO'
               PERFORM 130-END-TERM
               PERFORM 140-END-STUDENT
           END-IF

           CLOSE SORTED-MASTER-FILE
                 STANDING-WORK-FILE
       .

      *
      *    TERMS AFTER THE ONE BEING ASSESSED ARE PASSED OVER, SO A
      *    RERUN FOR AN EARLIER TERM SEES THE RECORD AS IT STOOD.
       110-PROCESS-ONE-COURSE.

           IF SS-RUN-DATE NOT > WS-ASSESS-DATE
               IF FIRST-RECORD = 'YES'
                   MOVE 'NO' TO FIRST-RECORD
                   PERFORM 120-START-STUDENT
               ELSE
                   IF SS-STUDENT-ID NOT = WS-STUDENT-HOLD
                       PERFORM 130-END-TERM
                       PERFORM 140-END-STUDENT
                       PERFORM 120-START-STUDENT
                   ELSE
                       IF SS-RUN-DATE NOT = WS-TERM-HOLD
                           PERFORM 130-END-TERM
                           PERFORM 125-START-TERM
                       END-IF
                   END-IF
               END-IF

      *        AN OPEN INCOMPLETE HAS NO GRADE YET TO WEIGH, AND AN
      *        ATTEMPT A LATER REPEAT REPLACED NO LONGER COUNTS.
               IF SS-GRADE NOT = 'I' AND SS-REPEAT-FLAG NOT = 'X'
                   ADD 1 TO WS-TERM-COURSES
                   ADD SS-GRADE-POINTS TO WS-TERM-POINTS
                   IF SS-REPEAT-FLAG = 'A'
                       PERFORM 115-COUNT-AVERAGED-COURSE
                   ELSE
                       ADD 1 TO WS-TERM-CUM-COURSES
                       ADD SS-GRADE-POINTS TO WS-TERM-CUM-POINTS
                   END-IF
               END-IF
           END-IF
       .

      *
      *    THE AVERAGED ATTEMPTS AT A CLASS ARE ONE COURSE IN THE
      *    CUMULATIVE FIGURES, AT THE AVERAGE OF ALL THEIR GRADE
      *    POINTS TO DATE.  THE FIRST ATTEMPT COUNTS THE COURSE; A
      *    LATER ONE TAKES THE OLD AVERAGE BACK OUT AND PUTS THE NEW
      *    ONE IN.  EACH ATTEMPT STILL COUNTS IN ITS OWN TERM.
       115-COUNT-AVERAGED-COURSE.

           MOVE 'N' TO WS-AVG-FOUND-SWITCH
           MOVE 1 TO WS-AVG-SUB
           PERFORM UNTIL WS-AVG-SUB > WS-AVG-COUNT
                      OR AVERAGE-ALREADY-COUNTED
               IF AV-DEPT-CODE(WS-AVG-SUB) = SS-DEPT-CODE
                  AND AV-CLASS-CODE(WS-AVG-SUB) = SS-CLASS-CODE
                   MOVE 'Y' TO WS-AVG-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-AVG-SUB
               END-IF
           END-PERFORM

           IF AVERAGE-ALREADY-COUNTED
               SUBTRACT AV-GPA(WS-AVG-SUB) FROM WS-TERM-CUM-POINTS
           ELSE
               IF WS-AVG-COUNT NOT < 50
                   PERFORM 25-TABLE-LIMIT-ABORT
               END-IF
               ADD 1 TO WS-AVG-COUNT
               MOVE WS-AVG-COUNT TO WS-AVG-SUB
               MOVE SS-DEPT-CODE TO AV-DEPT-CODE(WS-AVG-SUB)
               MOVE SS-CLASS-CODE TO AV-CLASS-CODE(WS-AVG-SUB)
               MOVE 0 TO AV-ATTEMPTS(WS-AVG-SUB)
               MOVE 0 TO AV-POINTS(WS-AVG-SUB)
               ADD 1 TO WS-TERM-CUM-COURSES
           END-IF

           ADD 1 TO AV-ATTEMPTS(WS-AVG-SUB)
           ADD SS-GRADE-POINTS TO AV-POINTS(WS-AVG-SUB)
           DIVIDE AV-POINTS(WS-AVG-SUB) BY AV-ATTEMPTS(WS-AVG-SUB)
               GIVING AV-GPA(WS-AVG-SUB) ROUNDED
           ADD AV-GPA(WS-AVG-SUB) TO WS-TERM-CUM-POINTS
       .

       120-START-STUDENT.

           MOVE SS-STUDENT-ID TO WS-STUDENT-HOLD
           MOVE 0 TO WS-CUM-COURSES
           MOVE 0 TO WS-CUM-POINTS
           MOVE 0 TO WS-CUM-GPA
           MOVE 0 TO WS-PROBATION-TERMS
           MOVE SPACE TO WS-STANDING
           MOVE SPACE TO WS-PRIOR-STANDING
           MOVE 'N' TO WS-ASSESSED-SWITCH
           MOVE 0 TO WS-AVG-COUNT
           PERFORM 125-START-TERM
       .

       125-START-TERM.

           MOVE SS-RUN-DATE TO WS-TERM-HOLD
           MOVE SS-DEPT-CODE TO WS-TERM-DEPT
           MOVE 0 TO WS-TERM-COURSES
           MOVE 0 TO WS-TERM-POINTS
           MOVE 0 TO WS-TERM-GPA
           MOVE 0 TO WS-TERM-CUM-COURSES
           MOVE 0 TO WS-TERM-CUM-POINTS
       .

      *
      *    FOLD THE TERM INTO THE CUMULATIVE FIGURES AND ASSIGN THE
      *    STANDING AS OF THAT TERM.  A TERM WITH NO COURSES THAT
      *    CARRY GRADE POINTS LEAVES THE STANDING WHERE IT WAS, AND
      *    IF IT IS THE TERM BEING ASSESSED THE STUDENT IS NOT
      *    ASSESSED AT ALL.
       130-END-TERM.

           IF WS-TERM-COURSES > 0
               ADD WS-TERM-CUM-COURSES TO WS-CUM-COURSES
               ADD WS-TERM-CUM-POINTS TO WS-CUM-POINTS
               DIVIDE WS-TERM-POINTS BY WS-TERM-COURSES
                   GIVING WS-TERM-GPA ROUNDED
               DIVIDE WS-CUM-POINTS BY WS-CUM-COURSES
                   GIVING WS-CUM-GPA ROUNDED
               MOVE WS-STANDING TO WS-PRIOR-STANDING
               PERFORM 150-ASSIGN-STANDING
           END-IF

           IF WS-TERM-HOLD = WS-ASSESS-DATE AND WS-TERM-COURSES > 0
               MOVE 'Y' TO WS-ASSESSED-SWITCH
               MOVE WS-TERM-DEPT TO WS-CURRENT-DEPT
           END-IF
       .

      *
      *    ONLY STUDENTS WITH GRADED RESULTS IN THE TERM BEING
      *    ASSESSED GET A STANDING RECORD -- ANYONE NOT ENROLLED THIS
      *    TERM, OR HOLDING ONLY INCOMPLETES OR REPLACED ATTEMPTS IN
      *    IT, KEEPS WHATEVER STANDING THEY LEFT WITH.
       140-END-STUDENT.

           IF ASSESSED-THIS-TERM
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-CURRENT-DEPT TO ST-DEPT-CODE
               MOVE WS-STUDENT-HOLD TO ST-STUDENT-ID
               MOVE WS-ASSESS-DATE TO ST-TERM-DATE
               MOVE WS-TERM-COURSES TO ST-TERM-COURSES
               MOVE WS-TERM-GPA TO ST-TERM-GPA
               MOVE WS-CUM-COURSES TO ST-CUM-COURSES
               MOVE WS-CUM-GPA TO ST-CUM-GPA
               MOVE WS-STANDING TO ST-STANDING
               MOVE WS-PROBATION-TERMS TO ST-PROBATION-TERMS
               MOVE WS-PRIOR-STANDING TO ST-PRIOR-STANDING
               MOVE STANDING-RECORD TO STANDING-WORK-RECORD
               WRITE STANDING-WORK-RECORD
           END-IF
       .

      *
      *    SUSPENSION AND PROBATION RUN OFF THE CUMULATIVE GPA; A
      *    WARNING IS DRAWN BY EITHER A WEAK CUMULATIVE OR A WEAK
      *    TERM.  PROBATION TERMS ARE COUNTED WHILE THEY RUN
      *    UNBROKEN, AND REACHING THE LIMIT TURNS THE PROBATION
      *    INTO A SUSPENSION.  ANY OTHER STANDING CLEARS THE COUNT.
       150-ASSIGN-STANDING.

           IF WS-CUM-GPA < WS-SUSPENSION-BELOW
               MOVE 'S' TO WS-STANDING
           ELSE
               IF WS-CUM-GPA < WS-PROBATION-BELOW
                   ADD 1 TO WS-PROBATION-TERMS
                   IF WS-PROBATION-TERMS NOT < WS-PROBATION-LIMIT
                       MOVE 'S' TO WS-STANDING
                   ELSE
                       MOVE 'P' TO WS-STANDING
                   END-IF
               ELSE
                   IF WS-CUM-GPA < WS-WARNING-BELOW
                      OR WS-TERM-GPA < WS-WARNING-BELOW
                       MOVE 'W' TO WS-STANDING
                   ELSE
                       MOVE 'G' TO WS-STANDING
                   END-IF
               END-IF
           END-IF

           IF NOT ON-PROBATION
               MOVE 0 TO WS-PROBATION-TERMS
           END-IF
       .

       200-WRITE-A-LINE.

           WRITE REGISTER-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

      *
      *    THE STANDING FILE IS ALREADY IN DEPARTMENT ORDER, SO THE
      *    REGISTER BREAKS ON DEPARTMENT AS IT READS.
       300-PRINT-REGISTER.

           MOVE 'YES' TO FIRST-RECORD
           OPEN INPUT STUDENT-STANDING-FILE

           PERFORM UNTIL WS-STANDING-EOF = 'Y'
               READ STUDENT-STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-STANDING-EOF
                   NOT AT END
                       PERFORM 310-PRINT-ONE-STANDING
               END-READ
           END-PERFORM

           IF FIRST-RECORD = 'YES'
               PERFORM 330-PRINT-PAGE-HEADING
               MOVE EMPTY-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           ELSE
               PERFORM 340-END-DEPT-REGISTER
           END-IF

           CLOSE STUDENT-STANDING-FILE
       .

       310-PRINT-ONE-STANDING.

           IF FIRST-RECORD = 'YES'
               MOVE 'NO' TO FIRST-RECORD
               MOVE ST-DEPT-CODE TO WS-DEPT-HOLD
               PERFORM 320-START-DEPT-REGISTER
           ELSE
               IF ST-DEPT-CODE NOT = WS-DEPT-HOLD
                   PERFORM 340-END-DEPT-REGISTER
                   MOVE ST-DEPT-CODE TO WS-DEPT-HOLD
                   PERFORM 320-START-DEPT-REGISTER
               END-IF
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           MOVE ST-STUDENT-ID TO RDL-STUDENT-ID
           MOVE ST-TERM-COURSES TO RDL-TERM-COURSES
           MOVE ST-TERM-GPA TO RDL-TERM-GPA
           MOVE ST-CUM-COURSES TO RDL-CUM-COURSES
           MOVE ST-CUM-GPA TO RDL-CUM-GPA

           MOVE ST-PRIOR-STANDING TO WS-STANDING
           PERFORM 350-NAME-STANDING
           MOVE RDL-STANDING TO RDL-PRIOR

           MOVE ST-STANDING TO WS-STANDING
           PERFORM 350-NAME-STANDING
           EVALUATE TRUE
               WHEN GOOD-STANDING
                   ADD 1 TO WS-DEPT-GOOD
                   ADD 1 TO WS-GOOD-COUNT
               WHEN ON-WARNING
                   ADD 1 TO WS-DEPT-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN ON-PROBATION
                   ADD 1 TO WS-DEPT-PROBATION
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN SUSPENDED
                   ADD 1 TO WS-DEPT-SUSPENSION
                   ADD 1 TO WS-SUSPENSION-COUNT
           END-EVALUATE

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .

       320-START-DEPT-REGISTER.

           MOVE 0 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-GOOD
           MOVE 0 TO WS-DEPT-WARNING
           MOVE 0 TO WS-DEPT-PROBATION
           MOVE 0 TO WS-DEPT-SUSPENSION

           PERFORM 330-PRINT-PAGE-HEADING
       .

       330-PRINT-PAGE-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REGISTER-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE WS-DEPT-HOLD TO H2-DEPT-CODE
           MOVE WS-ASSESS-DATE TO H2-TERM-DATE
           WRITE REGISTER-RECORD FROM HEADING-TWO
               AFTER ADVANCING 2

           WRITE REGISTER-RECORD FROM HEADING-THREE
               AFTER ADVANCING 2
           WRITE REGISTER-RECORD FROM HEADING-FOUR

           MOVE 2 TO PROPER-SPACING
       .

       340-END-DEPT-REGISTER.

           MOVE 'STUDENTS IN DEPARTMENT' TO DTL-LABEL
           MOVE WS-DEPT-COUNT TO DTL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE DEPT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 1 TO PROPER-SPACING
           MOVE '  GOOD STANDING' TO DTL-LABEL
           MOVE WS-DEPT-GOOD TO DTL-VALUE
           MOVE DEPT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  WARNING' TO DTL-LABEL
           MOVE WS-DEPT-WARNING TO DTL-VALUE
           MOVE DEPT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  PROBATION' TO DTL-LABEL
           MOVE WS-DEPT-PROBATION TO DTL-VALUE
           MOVE DEPT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  SUSPENSION' TO DTL-LABEL
           MOVE WS-DEPT-SUSPENSION TO DTL-VALUE
           MOVE DEPT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
       .

       350-NAME-STANDING.

           EVALUATE TRUE
               WHEN GOOD-STANDING
                   MOVE 'GOOD STANDING' TO RDL-STANDING
               WHEN ON-WARNING
                   MOVE 'WARNING' TO RDL-STANDING
               WHEN ON-PROBATION
                   MOVE 'PROBATION' TO RDL-STANDING
               WHEN SUSPENDED
                   MOVE 'SUSPENSION' TO RDL-STANDING
               WHEN OTHER
                   MOVE SPACES TO RDL-STANDING
           END-EVALUATE
       .

       700-FINAL-ROUTINE.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REGISTER-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE WS-WARNING-BELOW TO TSL-WARNING
           MOVE WS-PROBATION-BELOW TO TSL-PROBATION
           MOVE WS-SUSPENSION-BELOW TO TSL-SUSPENSION
           MOVE 2 TO PROPER-SPACING
           MOVE THRESHOLD-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE WS-PROBATION-LIMIT TO LML-LIMIT
           MOVE 1 TO PROPER-SPACING
           MOVE LIMIT-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'STUDENTS ASSESSED' TO SL-LABEL
           MOVE WS-STUDENT-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'GOOD STANDING' TO SL-LABEL
           MOVE WS-GOOD-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'WARNING' TO SL-LABEL
           MOVE WS-WARNING-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'PROBATION' TO SL-LABEL
           MOVE WS-PROBATION-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'SUSPENSION' TO SL-LABEL
           MOVE WS-SUSPENSION-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE STANDING-REPORT-FILE
            STOP RUN
            .
