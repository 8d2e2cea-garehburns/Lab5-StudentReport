      *    15-MERGE-SECTION-FILES, BUT ONLY WHEN AT LEAST ONE OF THESE
      *    IS ACTUALLY PRESENT -- SEE 15-MERGE-SECTION-FILES.  OPTIONAL
      *    SO A DEPARTMENT WITH FEWER THAN THREE SECTION EXTRACTS
      *    DOESN'T ABEND THE SORT'S INPUT PROCEDURE BELOW.
           SELECT OPTIONAL STUDENT-FILE-1
               ASSIGN TO "STUDENT1.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
      *
      *    PUBLISHED GRADING SCALE -- EACH LETTER'S MINIMUM AVERAGE
      *    AND GRADE POINTS, BY DEPARTMENT OR BY DEPARTMENT AND
      *    CLASS.  OPTIONAL SO A RUN WITH NO CONTROL FILE GRADES ON
      *    THE STANDARD 90/80/70/60 SCALE.
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADSCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.
      *
      *    REGISTRAR ENROLLMENT ROSTER, IN THE SAME DEPT/CLASS/NAME
      *    SEQUENCE AS THE SORTED SCORE FILE.  OPTIONAL SO A RUN WITH
      *    NO ROSTER SKIPS THE TWO-FILE MATCH AND BEHAVES AS BEFORE.
               ASSIGN TO "STUDENTINC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    FINAL GRADES STAGED FOR THE REGISTRAR.  NOTHING GOES
      *    OUT FROM HERE -- A CLASS'S GRADES WAIT ON THIS FILE UNTIL
      *    ITS INSTRUCTOR CERTIFIES THEM AND GRDREL RELEASES THEM IN
      *    THE STUDENTPST BATCH.  CUMULATIVE ACROSS RUNS, AND
      *    OPTIONAL SO THE FIRST RUN CREATES IT.
           SELECT OPTIONAL STUDENT-PENDING-FILE
               ASSIGN TO "STUDENTPND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE PAGE PER CLASS -- THE STUDENTS, THEIR GRADES AND THE
      *    DISTRIBUTION -- FOR THE INSTRUCTOR TO CHECK AND SIGN
      *    BEFORE THE CLASS IS RELEASED.
           SELECT CERTIFICATION-ROSTER-FILE
               ASSIGN TO PRINTER "STUDENTCRT".
      *
      *    PER-DEPARTMENT COURSE REPEAT POLICY -- REPLACE THE EARLIER
      *    GRADE, AVERAGE THE ATTEMPTS, OR COUNT THEM ALL -- AND THE
      *    MOST ATTEMPTS ALLOWED.  OPTIONAL SO A RUN WITH NO CONTROL
      *    FILE COUNTS EVERY ATTEMPT, AS THE MASTER ALWAYS HAS.
           SELECT OPTIONAL REPEAT-POLICY-FILE
               ASSIGN TO "REPEAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPEAT-STATUS.
      *
      *    EVERY REPEATED COURSE THE MASTER TOOK THIS RUN, AND THE
      *    STUDENTS PAST THEIR DEPARTMENT'S ATTEMPT LIMIT, FOR THE
      *    ADVISORS.
           SELECT REPEAT-REGISTER-FILE
               ASSIGN TO PRINTER "STUDENTRPT".
      *
      *    SECOND-OCCURRENCE STUDENT IDS FOUND AFTER THE MERGE.
           SELECT STUDENT-DUP-FILE
               ASSIGN TO "STUDENTDUP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    CUMULATIVE PER-STUDENT RESULTS, ONE RECORD PER STUDENT PER
      *    CLASS PER TERM, KEYED ON STUDENT ID, CLASS AND RUN DATE
      *    WITH AN ALTERNATE KEY ON THE CLASS, AND READ BY KEY BY
      *    THE TRNSCRPT AND GRADECHG PROGRAMS.  OPTIONAL SO THE VERY
      *    FIRST RUN CREATES IT ON OPEN I-O.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
      *    INCOMPLETES THE DEPARTMENTS HAVE AUTHORIZED -- STUDENT,
      *    CLASS, APPROVER AND COMPLETION DEADLINE.  OPTIONAL SO A
      *    FINAL RUN WITH NONE REJECTS A MISSING TEST AS BEFORE.
           SELECT OPTIONAL INCOMPLETE-AUTH-FILE
               ASSIGN TO "INCAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAUTH-STATUS.
      *
      *    EVERY 'I' POSTED, WITH THE SCORES ON HAND, FOR THE
      *    INCTRACK PROGRAM TO FOLLOW UNTIL IT IS COMPLETED OR
      *    LAPSES.  CUMULATIVE, SO OPTIONAL AND ALWAYS EXTENDED.
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
               ASSIGN TO "STUDENTOPN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    HOW FAR A SECTION'S AVERAGE MAY SIT FROM ITS CLASS'S
      *    AVERAGE BEFORE THE SECTION COMPARISON FLAGS IT, BY
      *    DEPARTMENT.  OPTIONAL SO A RUN WITH NO CONTROL FILE
      *    FLAGS AT THE BUILT-IN TOLERANCE.
           SELECT OPTIONAL SECTION-TOL-FILE
               ASSIGN TO "SECTTOL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTTOL-STATUS.
      *
      *    EVERY CLASS TAUGHT IN MORE THAN ONE SECTION, SECTION BY
      *    SECTION, FOR THE DEPARTMENT HEADS' GRADING REVIEW.
           SELECT SECTION-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTSEC".
      *
      *    WHO GETS EACH DEPARTMENT'S PAGES AND WHERE THEY GO.
      *    OPTIONAL SO A RUN WITH NO CONTROL FILE STILL BURSTS --
      *    EVERY DEPARTMENT JUST LANDS ON THE OPERATOR WARNING
      *    RECIPIENT -- PLUS THE OPERATOR WARNING LIST.
           SELECT MANIFEST-FILE
               ASSIGN TO PRINTER "CGBMANIF".
      *
      *    THE SHARED CYCLE LEDGER.  EVERY STEP OF THE CYCLE LOGS
      *    ITS START, ITS END, AND ANY REFUSAL TO RUN HERE, KEYED
      *    BY CYCLE DATE.  OPTIONAL -- THE FIRST STEP CREATES IT.
           SELECT OPTIONAL CYCLE-LEDGER-FILE
               ASSIGN TO "CYCLE.LDG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD STUDENT-FILE
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  STUDENT-RECORD.
           05  SR-DEPT-CODE                    PIC A(4).
      *    EXTRACT SO THE REGISTRAR CAN JOIN OUR OUTPUT TO THEIR
      *    SYSTEM.  BLANK ON LEGACY RECORDS.
           05  SR-STUDENT-ID                   PIC X(7).
      *    SECTION EXTRACT THE RECORD CAME IN ON -- '1', '2', '3'
      *    OR 'FIX' -- TAGGED BY THE MERGE.  BLANK ON A HAND-FED
      *    STUDENT.TXT, WHICH IS ONE SECTION BY DEFINITION.
           05  SR-SECTION-ID                   PIC X(4).


      *
           05  SRT-TEST3                       PIC 9(3).
           05  SRT-TEST4                       PIC 9(3).
           05  SRT-STUDENT-ID                  PIC X(7).
           05  SRT-SECTION-ID                  PIC X(4).

      *
       FD  STUDENT-REPORT-FILE

      *
       FD  STUDENT-CSV-FILE
           RECORD CONTAINS 58 CHARACTERS.
      *
       01  CSV-RECORD                        PIC X(58).

      *
       FD  POLICY-FILE
           05  PR-WEIGHT3                     PIC 9(3).
           05  PR-WEIGHT4                     PIC 9(3).

      *
      *    A CLASS-CODE OF SPACES MAKES THE ENTRY THE DEPARTMENT'S
      *    SCALE; A DEPT-CODE OF SPACES TOO MAKES IT THE SITE SCALE.
      *    THE MODIFIER IS '+', '-' OR SPACE FOR A PLUS/MINUS SCALE.
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 18 CHARACTERS.
      *
       01  GRADE-SCALE-RECORD.
           05  GS-DEPT-CODE                   PIC X(4).
           05  GS-CLASS-CODE                  PIC X(5).
           05  GS-LETTER                      PIC X.
           05  GS-MODIFIER                    PIC X.
           05  GS-MIN-AVERAGE                 PIC 9(3)V99.
           05  GS-GRADE-POINTS                PIC 9V9.

      *
       FD  ROSTER-FILE
           RECORD CONTAINS 29 CHARACTERS.

      *
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
      *    'M' RUNS THE MIDTERM RULES; 'F' OR SPACE IS A NORMAL
      *    ERROR, CSV, POSTING, SUSPENSE, HISTORY, OR CHECKPOINT
      *    OUTPUT IS REWRITTEN.
           05  PM-REPORT-ONLY                 PIC X.
      *    'Y' LETS A SECOND CLEAN RUN THROUGH FOR THE SAME CYCLE,
      *    WHEN THE APPENDED HISTORY HAS BEEN BACKED OUT BY HAND.
           05  PM-RERUN-OVERRIDE              PIC X.

      *
       FD  STUDENT-INCOMPLETE-FILE
       01  INCOMPLETE-RECORD                 PIC X(80).

      *
       FD  STUDENT-PENDING-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
      *    THE POSTING IMAGE AS THE REGISTRAR WILL SEE IT, PLUS THE
      *    TERM'S RUN DATE SO THE RELEASE CAN FIND THE MASTER ROW.
       01  PENDING-RECORD.
           05  PN-POSTING-IMAGE               PIC X(60).
           05  PN-RUN-DATE                    PIC 9(6).

      *
       FD  CERTIFICATION-ROSTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  CERT-REPORT-RECORD                PIC X(132).

      *
      *    A DEPT-CODE OF SPACES MAKES THE ENTRY THE SITE POLICY.
      *    POLICY 'R' REPLACE, 'A' AVERAGE, 'B' COUNT BOTH.  A MAXIMUM
      *    OF ZERO MEANS NO LIMIT ON ATTEMPTS.
       FD  REPEAT-POLICY-FILE
           RECORD CONTAINS 7 CHARACTERS.
      *
       01  REPEAT-POLICY-RECORD.
           05  RP-DEPT-CODE                   PIC X(4).
           05  RP-POLICY                      PIC X.
           05  RP-MAX-ATTEMPTS                PIC 9(2).

      *
       FD  REPEAT-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  REPEAT-REPORT-RECORD              PIC X(132).

      *
       FD  STUDENT-DUP-FILE

      *
       FD  STUDENT-HONORS-FILE
           RECORD CONTAINS 45 CHARACTERS.
      *
       01  HONORS-RECORD.
           05  HO-DEPT-CODE                   PIC X(4).
           05  HO-AVERAGE                     PIC 9(3)V99.
           05  HO-GRADE                       PIC X.
           05  HO-GPA                         PIC 9V9.
      *    THE MASTER'S REPEAT FLAG ON THIS ATTEMPT.  ON AN AVERAGED
      *    REPEAT THE GPA ABOVE IS THE AVERAGE OF ALL THE ATTEMPTS.
           05  HO-REPEAT-FLAG                 PIC X.

      *
       FD  INCOMPLETE-AUTH-FILE
           RECORD CONTAINS 42 CHARACTERS.
      *
       01  INCOMPLETE-AUTH-RECORD.
           05  IA-STUDENT-ID                  PIC X(7).
           05  IA-DEPT-CODE                   PIC X(4).
           05  IA-CLASS-CODE                  PIC X(5).
           05  IA-APPROVER                    PIC X(20).
      *    YYMMDD; THE 'I' LAPSES TO AN F AFTER THIS DATE.
           05  IA-DEADLINE                    PIC 9(6).

      *
       FD  OPEN-INCOMPLETE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  OPEN-INCOMPLETE-RECORD.
           05  OI-STUDENT-ID                  PIC X(7).
           05  OI-DEPT-CODE                   PIC X(4).
           05  OI-CLASS-CODE                  PIC X(5).
           05  OI-NAME                        PIC X(20).
           05  OI-RUN-DATE                    PIC 9(6).
           05  OI-TEST1                       PIC X(3).
           05  OI-TEST2                       PIC X(3).
           05  OI-TEST3                       PIC X(3).
           05  OI-TEST4                       PIC X(3).
           05  OI-APPROVER                    PIC X(20).
           05  OI-DEADLINE                    PIC 9(6).

      *
      *    A DEPT-CODE OF SPACES MAKES THE ENTRY THE SITE TOLERANCE.
       FD  SECTION-TOL-FILE
           RECORD CONTAINS 9 CHARACTERS.
      *
       01  SECTION-TOL-RECORD.
           05  ST-DEPT-CODE                   PIC X(4).
           05  ST-TOLERANCE                   PIC 9(3)V99.

      *
       FD  SECTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  SECTION-REPORT-RECORD             PIC X(132).

      *
       FD  DIST-CONTROL-FILE

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
       FD  CYCLE-LEDGER-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LEDGER-RECORD                     PIC X(65).

      *
       WORKING-STORAGE SECTION.
           05  WS-POLICY-EOF               PIC X       VALUE 'N'.
           05  WS-POLICY-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  POLICY-FOUND                        VALUE 'Y'.
           05  WS-SCALE-STATUS             PIC XX      VALUE SPACES.
           05  WS-SCALE-EOF                PIC X       VALUE 'N'.
           05  WS-SCALE-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  SCALE-FOUND                         VALUE 'Y'.
           05  WS-SITE-SCALE-SWITCH        PIC X       VALUE 'N'.
               88  SITE-SCALE-LOADED                   VALUE 'Y'.
           05  WS-DEPT-CHANGED-SWITCH      PIC X       VALUE 'N'.
               88  DEPT-CHANGED                        VALUE 'Y'.
           05  WS-CLASS-DEPT-HOLD          PIC X(4)    VALUE SPACES.
           05  WS-HONORS-EOF               PIC X       VALUE 'N'.
           05  WS-HONOR-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  HONOR-POLICY-FOUND                  VALUE 'Y'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
      *        '02' IS A GOOD WRITE THAT DUPLICATES THE CLASS KEY.
               88  MASTER-IO-OK                        VALUE '00' '02'.
           05  WS-MST-DUP-SWITCH           PIC X       VALUE 'N'.
               88  MASTER-DUPLICATE                    VALUE 'Y'.
           05  WS-INCAUTH-STATUS           PIC XX      VALUE SPACES.
           05  WS-INCAUTH-EOF              PIC X       VALUE 'N'.
           05  WS-INC-AUTH-SWITCH          PIC X       VALUE 'N'.
               88  INCOMPLETE-AUTHORIZED               VALUE 'Y'.
           05  WS-SECTTOL-STATUS           PIC XX      VALUE SPACES.
           05  WS-SECTTOL-EOF              PIC X       VALUE 'N'.
           05  WS-SEC-HDR-SWITCH           PIC X       VALUE 'N'.
               88  SEC-HDR-PRINTED                     VALUE 'Y'.
           05  WS-DIST-STATUS              PIC XX      VALUE SPACES.
           05  WS-DIST-EOF                 PIC X       VALUE 'N'.
           05  WS-RECIP-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  RECIPIENT-FOUND                     VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-REFUSE-SWITCH            PIC X       VALUE 'N'.
               88  RUN-REFUSED                         VALUE 'Y'.
           05  WS-PRIOR-RUN-SWITCH         PIC X       VALUE 'N'.
               88  PRIOR-RUN-COMPLETE                  VALUE 'Y'.
           05  WS-REPEAT-STATUS            PIC XX      VALUE SPACES.
           05  WS-REPEAT-EOF               PIC X       VALUE 'N'.
           05  WS-REPEAT-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  REPEAT-POLICY-FOUND                 VALUE 'Y'.
           05  WS-MST-BROWSE-EOF           PIC X       VALUE 'N'.
           05  WS-OVER-LIMIT-SWITCH        PIC X       VALUE 'N'.
               88  OVER-ATTEMPT-LIMIT                  VALUE 'Y'.
           05  WS-RPT-HDR-SWITCH           PIC X       VALUE 'N'.
               88  RPT-HDR-PRINTED                     VALUE 'Y'.
           05  WS-RERUN-OVERRIDE           PIC X       VALUE 'N'.
               88  RERUN-OVERRIDDEN                    VALUE 'Y'.
      *
      *    ENROLLMENT ROSTER ENTRIES FOR THE CLASS CURRENTLY BEING
      *    PROCESSED.  RT-SCORED-SWITCH IS TICKED AS SCORE RECORDS
      *
       01  VERIFY-WORK-FIELDS.
           05  WS-VER-EOF                   PIC X        VALUE 'N'.
           05  WS-RELEASE-EOF               PIC X        VALUE 'N'.
           05  WS-TRL-FOUND-SWITCH          PIC X        VALUE 'N'.
               88  TRAILER-FOUND                         VALUE 'Y'.
           05  WS-VER-COUNT                 PIC S9(7)    VALUE +0.
               10  CS-NAME                     PIC X(20).
               10  CS-STUDENT-ID               PIC X(7).
               10  CS-TEST1                    PIC X(3).
               10  CS-TEST1-N REDEFINES CS-TEST1
                                               PIC 9(3).
               10  CS-TEST2                    PIC X(3).
               10  CS-TEST2-N REDEFINES CS-TEST2
                                               PIC 9(3).
               10  CS-TEST3                    PIC X(3).
               10  CS-TEST3-N REDEFINES CS-TEST3
                                               PIC 9(3).
               10  CS-TEST4                    PIC X(3).
               10  CS-TEST4-N REDEFINES CS-TEST4
                                               PIC 9(3).
               10  CS-GRADE                    PIC X.
               10  CS-GRADE-MODIFIER           PIC X.
               10  CS-GPA                      PIC 9V9.
               10  CS-AVERAGE                  PIC S9(5)V99.
               10  CS-RANK                     PIC 9(4).
               10  CS-PROVISIONAL              PIC X.
               10  CS-SECTION-ID               PIC X(4).
               10  CS-REPEAT-FLAG              PIC X.
               10  CS-COUNTED-GPA              PIC 9V9.
      *
       01  SAVE-ENTRY.
           05  SV-NAME                      PIC X(20).
           05  SV-TEST3                     PIC X(3).
           05  SV-TEST4                     PIC X(3).
           05  SV-GRADE                     PIC X.
           05  SV-GRADE-MODIFIER            PIC X.
           05  SV-GPA                       PIC 9V9.
           05  SV-AVERAGE                   PIC S9(5)V99.
           05  SV-RANK                      PIC 9(4).
           05  SV-PROVISIONAL               PIC X.
           05  SV-SECTION-ID                PIC X(4).
           05  SV-REPEAT-FLAG               PIC X.
           05  SV-COUNTED-GPA               PIC 9V9.
      *
       01  RANK-WORK-FIELDS.
           05  WS-CLASS-STU-COUNT           PIC S9(4)    VALUE 0.
           05  WS-MED-SUM                   PIC S9(6)V99 VALUE +0.
           05  WS-MEDIAN                    PIC 9(3)V99  VALUE 0.
      *
      *    THE CLASS'S POSTED INCOMPLETES.  THEY STAY OUT OF THE
      *    RANKED TABLE AND THE CLASS TOTALS, BUT THE INSTRUCTOR
      *    SIGNS FOR THEM ON THE CERTIFICATION ROSTER ALL THE SAME.
       01  CLASS-INCOMPLETE-TABLE.
           05  CLASS-INCOMPLETE OCCURS 500 TIMES.
               10  CI-NAME                     PIC X(20).
               10  CI-STUDENT-ID               PIC X(7).
      *
       01  CERTIFICATION-WORK-FIELDS.
           05  WS-CLASS-INC-COUNT           PIC S9(4)    VALUE 0.
           05  WS-CLASS-INC-SUB             PIC S9(4)    VALUE 0.
           05  WS-CRT-CLASS-COUNT           PIC S9(7)    VALUE +0.
      *
       01  REPEAT-POLICY-TABLE.
           05  REPEAT-POLICY-ENTRY OCCURS 50 TIMES.
               10  RT-DEPT-CODE                PIC X(4).
               10  RT-POLICY                   PIC X.
               10  RT-MAX-ATTEMPTS             PIC 9(2).
      *
      *    THE POLICY GOVERNING THE COURSE IN HAND AND WHAT IT MADE
      *    OF THE ATTEMPT.  WITH NO ENTRY FOR THE DEPARTMENT AND NO
      *    SITE ENTRY, EVERY ATTEMPT COUNTS AND THERE IS NO LIMIT.
       01  REPEAT-WORK-FIELDS.
           05  WS-REPEAT-COUNT              PIC S9(3)    VALUE 0.
           05  WS-REPEAT-SUB                PIC S9(3)    VALUE 0.
           05  WS-RPT-POLICY                PIC X        VALUE 'B'.
               88  REPLACE-EARLIER-GRADE                 VALUE 'R'.
               88  AVERAGE-ATTEMPTS                      VALUE 'A'.
               88  COUNT-ALL-ATTEMPTS                    VALUE 'B'.
           05  WS-RPT-MAX-ATTEMPTS          PIC 9(2)     VALUE 0.
           05  WS-PRIOR-ATTEMPTS            PIC S9(3)    VALUE 0.
           05  WS-ATTEMPT-NO                PIC S9(3)    VALUE 0.
           05  WS-PRIOR-POINTS              PIC S9(3)V9  VALUE +0.
           05  WS-RPT-POINT-SUM             PIC S9(3)V9  VALUE +0.
           05  WS-COUNTED-GPA               PIC 9V9      VALUE 0.
           05  WS-RPT-NEW-FLAG              PIC X        VALUE SPACE.
           05  WS-RPT-PRIOR-FLAG            PIC X        VALUE SPACE.
           05  WS-RPT-FLAGGED-COUNT         PIC S9(7)    VALUE +0.
           05  WS-RPT-EXCLUDED-COUNT        PIC S9(7)    VALUE +0.
           05  WS-RPT-RWT-FAIL-COUNT        PIC S9(7)    VALUE +0.
           05  WS-RPT-OVER-COUNT            PIC S9(7)    VALUE +0.
           05  WS-OVER-LIMIT-COUNT          PIC S9(4)    VALUE 0.
           05  WS-OVER-LIMIT-SUB            PIC S9(4)    VALUE 0.
           05  WS-OVER-LIMIT-LOST           PIC S9(4)    VALUE 0.
      *
      *    STUDENTS PAST THEIR ATTEMPT LIMIT, HELD FOR THE ADVISOR
      *    LIST AT THE END OF THE REGISTER.  ANY PAST THE TABLE ARE
      *    STILL ON THE REGISTER ITSELF AND ARE COUNTED AS SUCH.
       01  OVER-LIMIT-TABLE.
           05  OVER-LIMIT-ENTRY OCCURS 500 TIMES.
               10  OL-STUDENT-ID               PIC X(7).
               10  OL-NAME                     PIC X(20).
               10  OL-DEPT-CODE                PIC X(4).
               10  OL-CLASS-CODE               PIC X(5).
               10  OL-ATTEMPT-NO               PIC 9(3).
               10  OL-MAX-ATTEMPTS             PIC 9(2).
      *
      *    THE REGISTRAR'S POSTING IMAGE.  THE SEQUENCE NUMBER IS
      *    LEFT ZERO ON THE STAGED COPY -- GRDREL NUMBERS THE BATCH
      *    AND WRAPS IT IN ITS HEADER AND TRAILER AT RELEASE.
       01  POSTING-DETAIL-LINE.
           05  PD-REC-TYPE                  PIC X        VALUE 'D'.
           05  PD-SEQ-NO                    PIC 9(7).
           05  PD-NAME                      PIC X(20).
           05  PD-GRADE                     PIC X.
           05  PD-GRADE-POINTS              PIC 9V9.
           05  PD-GRADE-MODIFIER            PIC X.
           05                               PIC X(12)    VALUE SPACES.
      *
       01  POSTING-WORK-FIELDS.
           05  WS-PST-STAGED-COUNT          PIC S9(7)    VALUE +0.
      *
       01  RUN-COUNTERS.
           05  WS-READ-COUNT                PIC S9(7)    VALUE +0.
               10  HN-DEPT-CODE                PIC X(4).
               10  HN-MIN-GPA                  PIC 9V99.
               10  HN-MIN-TESTS                PIC 9.
      *
      *
      *    THE GRADING SCALES OFF GRADSCAL.CTL.  WHEN THE FILE
      *    CARRIES NO SITE SCALE, 33-LOAD-STANDARD-SCALE ADDS THE
      *    STANDARD ONE FROM STANDARD-SCALE-VALUES UNDER A BLANK
      *    DEPARTMENT AND CLASS, SO EVERY CLASS GRADES ON SOMETHING.
       01  SCALE-TABLE.
           05  SCALE-ENTRY OCCURS 300 TIMES.
               10  SC-DEPT-CODE                PIC X(4).
               10  SC-CLASS-CODE               PIC X(5).
               10  SC-LETTER                   PIC X.
               10  SC-MODIFIER                 PIC X.
               10  SC-MIN-AVERAGE              PIC 9(3)V99.
               10  SC-GRADE-POINTS             PIC 9V9.
      *
      *    THE OLD HARD-CODED CUTOFFS.  AVERAGES CARRY TWO DECIMALS,
      *    SO 'GREATER THAN 89' FOR AN A IS A MINIMUM OF 89.01.
       01  STANDARD-SCALE-VALUES.
           05                              PIC X(9)  VALUE 'A 0890140'.
           05                              PIC X(9)  VALUE 'B 0800030'.
           05                              PIC X(9)  VALUE 'C 0700020'.
           05                              PIC X(9)  VALUE 'D 0600010'.
           05                              PIC X(9)  VALUE 'F 0000000'.
      *
       01  STANDARD-SCALE-TABLE REDEFINES STANDARD-SCALE-VALUES.
           05  STANDARD-ENTRY OCCURS 5 TIMES.
               10  SS-LETTER                   PIC X.
               10  SS-MODIFIER                 PIC X.
               10  SS-MIN-AVERAGE              PIC 9(3)V99.
               10  SS-GRADE-POINTS             PIC 9V9.
      *
       01  SCALE-WORK-FIELDS.
           05  WS-SCALE-COUNT               PIC S9(3)    VALUE 0.
           05  WS-SCALE-SUB                 PIC S9(3)    VALUE 0.
           05  WS-STANDARD-SUB              PIC S9(3)    VALUE 0.
           05  WS-SCALE-IDX                 PIC S9(3)    VALUE 0.
           05  WS-SCALE-DEPT                PIC X(4)     VALUE SPACES.
           05  WS-SCALE-CLASS               PIC X(5)     VALUE SPACES.
           05  WS-GRADE-MODIFIER            PIC X        VALUE SPACE.
      *
      *
      *    THE AUTHORIZED INCOMPLETES, CONSULTED ONLY IN A FINAL RUN
      *    WHEN A STUDENT IS SHORT A TEST.
       01  INCOMPLETE-AUTH-TABLE.
           05  INCOMPLETE-AUTH-ENTRY OCCURS 500 TIMES.
               10  AU-STUDENT-ID               PIC X(7).
               10  AU-DEPT-CODE                PIC X(4).
               10  AU-CLASS-CODE               PIC X(5).
               10  AU-APPROVER                 PIC X(20).
               10  AU-DEADLINE                 PIC 9(6).
      *
       01  INCOMPLETE-WORK-FIELDS.
           05  WS-INCAUTH-COUNT             PIC S9(3)    VALUE 0.
           05  WS-INCAUTH-SUB               PIC S9(3)    VALUE 0.
           05  WS-INCAUTH-IDX               PIC S9(3)    VALUE 0.
           05  WS-INC-POSTED-COUNT          PIC S9(7)    VALUE +0.
           05  WS-MST-DUP-COUNT             PIC S9(7)    VALUE +0.
      *
      *
      *    ONE ENTRY PER SECTION IN THE CLASS JUST ENDED, KEPT IN
      *    SECTION ORDER, BUILT FROM THE CLASS TABLE AT THE BREAK.
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 5 TIMES.
               10  SE-SECTION-ID               PIC X(4).
               10  SE-STUDENT-COUNT            PIC S9(4).
               10  SE-SCORE-TOTAL              PIC S9(7)V99.
               10  SE-COUNT-A                  PIC S9(4).
               10  SE-COUNT-B                  PIC S9(4).
               10  SE-COUNT-C                  PIC S9(4).
               10  SE-COUNT-D                  PIC S9(4).
               10  SE-COUNT-F                  PIC S9(4).
               10  SE-TEST1-TOTAL              PIC S9(7).
               10  SE-TEST1-COUNT              PIC S9(4).
               10  SE-TEST2-TOTAL              PIC S9(7).
               10  SE-TEST2-COUNT              PIC S9(4).
               10  SE-TEST3-TOTAL              PIC S9(7).
               10  SE-TEST3-COUNT              PIC S9(4).
               10  SE-TEST4-TOTAL              PIC S9(7).
               10  SE-TEST4-COUNT              PIC S9(4).
      *
      *    TOLERANCES OFF SECTTOL.CTL.  A DEPARTMENT WITH NO ENTRY
      *    USES THE SITE ENTRY, AND WITH NO SITE ENTRY EITHER, THE
      *    DEFAULT BELOW.
       01  SECTION-TOL-TABLE.
           05  SECTION-TOL-ENTRY OCCURS 30 TIMES.
               10  TL-DEPT-CODE                PIC X(4).
               10  TL-TOLERANCE                PIC 9(3)V99.
      *
       01  SECTION-WORK-FIELDS.
           05  WS-SECTION-COUNT             PIC S9(2)    VALUE 0.
           05  WS-SECTION-SUB               PIC S9(2)    VALUE 0.
           05  WS-SECTION-IDX               PIC S9(2)    VALUE 0.
           05  WS-SECTTOL-COUNT             PIC S9(2)    VALUE 0.
           05  WS-SECTTOL-SUB               PIC S9(2)    VALUE 0.
           05  WS-SEC-TOLERANCE             PIC 9(3)V99  VALUE 0.
           05  WS-DEFAULT-TOLERANCE         PIC 9(3)V99  VALUE 10.00.
           05  WS-SEC-AVERAGE               PIC 9(3)V99  VALUE 0.
           05  WS-SEC-DIFF                  PIC S9(3)V99 VALUE +0.
           05  WS-SEC-ABS-DIFF              PIC 9(3)V99  VALUE 0.
           05  WS-SEC-TEST-AVERAGE          PIC 9(3)V99  VALUE 0.
           05  WS-SEC-CLASS-COUNT           PIC S9(5)    VALUE +0.
           05  WS-SEC-FLAG-COUNT            PIC S9(5)    VALUE +0.
      *
       01  HONOR-WORK-FIELDS.
           05  WS-HONORS-COUNT              PIC S9(3)    VALUE 0.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    THIS STEP'S ENTRIES IN THE CYCLE LEDGER.  THE TWO COUNTS
      *    ARE THE ONES AN OPERATOR LOOKS AT FIRST FOR THIS STEP.
       01  CYCLE-LEDGER-FIELDS.
           05  WS-CYCLE-DATE               PIC 9(6)    VALUE 0.
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5CGB'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'READ'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'GRADED'.
           05  WS-LEDGER-COUNT-2           PIC 9(7)    VALUE 0.
           05  WS-PRED-SUB                 PIC S9      VALUE 0.
           05  WS-PRED-COUNT               PIC S9      VALUE 2.
      *
      *    THE STEPS THAT MUST HAVE ENDED CLEANLY FOR THIS CYCLE
      *    BEFORE THIS ONE MAY RUN.
       01  PREDECESSOR-LIST.
           05                              PIC X(8)    VALUE 'LAB5RDY'.
           05                              PIC X(8)    VALUE 'LAB5CAP'.
       01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-LIST.
           05  PRED-PROGRAM-ID               PIC X(8)    OCCURS 2 TIMES.
      *
      *    ' ' NEVER STARTED, 'S' STARTED BUT NOT ENDED, 'C' ENDED
      *    CLEANLY (RETURN CODE 4 OR LESS), 'F' ENDED IN FAILURE.
       01  PREDECESSOR-STATUS-TABLE.
           05  PRED-STATUS                   PIC X       OCCURS 2 TIMES.
      *
      *    LAB5CAP RUNS ONCE FOR EACH SECTION, WITH THE SECTION IN
      *    THE FIRST COUNT OF ITS LEDGER EVENTS.  EACH SECTION KEEPS
      *    ITS OWN STATUS, CODED AS ABOVE.
       01  CAPTURE-SECTION-FIELDS.
           05  WS-CAP-PROGRAM-ID           PIC X(8)    VALUE 'LAB5CAP'.
           05  WS-CAP-SECTION-SUB          PIC S9      VALUE 0.
       01  CAPTURE-SECTION-STATUS-TABLE.
           05  CAP-SECTION-STATUS            PIC X       OCCURS 3 TIMES.
      *
       01  SECTION-REFUSAL-REASON.
           05                              PIC X(8)    VALUE 'SECTION '.
           05  SRR-SECTION-NO              PIC 9.
           05                              PIC X(18)   VALUE
                                           ' NOT ENDED CLEANLY'.
      *
      *    ONE CYCLE LEDGER EVENT, LAID OUT THE SAME IN EVERY STEP.
       01  LEDGER-ENTRY.
           05  LG-CYCLE-DATE               PIC 9(6).
           05  LG-PROGRAM-ID               PIC X(8).
      *    'S' STARTED, 'E' ENDED, 'B' REFUSED BEFORE STARTING.
           05  LG-EVENT                    PIC X.
      *    SPACE FINAL, 'M' MIDTERM, 'R' REPORT-ONLY.
           05  LG-RUN-MODE                 PIC X.
      *    'Y' ON A RERUN FORCED PAST THE ONCE-PER-CYCLE GUARD.
           05  LG-OVERRIDE                 PIC X.
           05  LG-EVENT-DATE               PIC 9(6).
           05  LG-EVENT-TIME               PIC 9(8).
           05  LG-RETURN-CODE              PIC 9(4).
           05  LG-COUNT-1-LABEL            PIC X(8).
           05  LG-COUNT-1                  PIC 9(7).
           05  LG-COUNT-2-LABEL            PIC X(8).
           05  LG-COUNT-2                  PIC 9(7).
      *
       01  REFUSAL-LINE.
           05  RFL-PROGRAM-ID              PIC X(8).
           05                              PIC X(7)    VALUE ' CYCLE '.
           05  RFL-CYCLE-DATE              PIC 9(6).
           05                              PIC X(11)   VALUE
                                           ' REFUSED - '.
           05  RFL-STEP                    PIC X(8).
           05  RFL-REASON                  PIC X(30).
      *
       01  DETAIL-FIELDS.
           05  DF-TEST-TOTAL                PIC S9(5)    VALUE +0.
           05  DL-TEST3                     PIC XXXBBBBB.
           05  DL-TEST4                     PIC XXXBBBBB.
           05  DL-GRADE                     PIC X.
           05  DL-GRADE-MODIFIER            PIC X.
           05                               PIC X(2) VALUE SPACES.
           05  DL-GPA                       PIC 9.9.
      *    '*' WHEN THE AVERAGE IS PROVISIONAL -- A MIDTERM LINE
      *    COMPUTED FROM FEWER THAN FOUR TESTS.
           05  INL-STUDENT-ID              PIC X(7).
           05                              PIC X       VALUE SPACE.
           05  INL-NAME                    PIC X(20).
           05  INL-MESSAGE                 PIC X(24).
      *
       01  DUPLICATE-LINE.
           05  DPL-DEPT-CODE               PIC X(4).
           05  CSV-TEST4                      PIC ZZ9.
           05                                 PIC X       VALUE ','.
           05  CSV-GRADE                      PIC X.
           05  CSV-GRADE-MODIFIER             PIC X.

      *
       01  AUDIT-TITLE-LINE.
      *
       01  AUDIT-VERDICT-LINE.
           05  AVL-MESSAGE                 PIC X(50).
      *
       01  SECTION-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  SH1-DATE.
               10  SH1-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  SH1-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  SH1-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                           'SECTION COMPARISON'.
           05                              PIC X(8)  VALUE 'SEC'.
      *
       01  SECTION-CLASS-LINE.
           05                              PIC X(6)  VALUE 'DEPT'.
           05  SCL-DEPT-CODE               PIC X(4).
           05                              PIC X(9)  VALUE '   CLASS '.
           05  SCL-CLASS-CODE              PIC X(5).
           05                              PIC X(10) VALUE
                                           '   COUNT  '.
           05  SCL-CLASS-COUNT             PIC ZZZ9.
           05                              PIC X(14) VALUE
                                           '   CLASS AVG  '.
           05  SCL-CLASS-AVERAGE           PIC ZZ9.99.
           05                              PIC X(14) VALUE
                                           '   TOLERANCE  '.
           05  SCL-TOLERANCE               PIC ZZ9.99.
      *
       01  SECTION-COLUMN-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'SECTION'.
           05                              PIC X(7)  VALUE 'COUNT'.
           05                              PIC X(10) VALUE 'AVERAGE'.
           05                              PIC X(9)  VALUE 'DIFF'.
           05                              PIC X(5)  VALUE '  A'.
           05                              PIC X(5)  VALUE '  B'.
           05                              PIC X(5)  VALUE '  C'.
           05                              PIC X(5)  VALUE '  D'.
           05                              PIC X(7)  VALUE '  F'.
           05                              PIC X(8)  VALUE ' TEST1'.
           05                              PIC X(8)  VALUE ' TEST2'.
           05                              PIC X(8)  VALUE ' TEST3'.
           05                              PIC X(8)  VALUE ' TEST4'.
      *
       01  SECTION-DETAIL-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05  SDL-SECTION-ID              PIC X(4).
           05                              PIC X(5)  VALUE SPACES.
           05  SDL-COUNT                   PIC ZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  SDL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  SDL-DIFF                    PIC ---9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-COUNT-A                 PIC ZZZ9.
           05                              PIC X     VALUE SPACE.
           05  SDL-COUNT-B                 PIC ZZZ9.
           05                              PIC X     VALUE SPACE.
           05  SDL-COUNT-C                 PIC ZZZ9.
           05                              PIC X     VALUE SPACE.
           05  SDL-COUNT-D                 PIC ZZZ9.
           05                              PIC X     VALUE SPACE.
           05  SDL-COUNT-F                 PIC ZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  SDL-TEST1                   PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-TEST2                   PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-TEST3                   PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-TEST4                   PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-FLAG                    PIC X(20).
      *
       01  SECTION-NONE-LINE.
           05                              PIC X(44) VALUE
                       'NO CLASS THIS RUN HAD MORE THAN ONE SECTION'.
      *
       01  CERT-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  CRH-DATE.
               10  CRH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  CRH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  CRH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(40) VALUE
                               'INSTRUCTOR GRADE CERTIFICATION ROSTER'.
           05                              PIC X(8)  VALUE 'CRT'.
      *
       01  CERT-CLASS-LINE.
           05                              PIC X(6)  VALUE 'DEPT'.
           05  CCL-DEPT-CODE               PIC X(4).
           05                              PIC X(9)  VALUE '   CLASS '.
           05  CCL-CLASS-CODE              PIC X(5).
           05                              PIC X(13) VALUE
                                           '   RUN DATE  '.
           05  CCL-RUN-DATE                PIC 9(6).
           05                              PIC X(13) VALUE
                                           '   STUDENTS  '.
           05  CCL-STUDENT-COUNT           PIC ZZZ9.
      *
       01  CERT-COLUMN-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(10) VALUE 'STUDENT'.
           05                              PIC X(23) VALUE 'NAME'.
           05                              PIC X(10) VALUE 'AVERAGE'.
           05                              PIC X(5)  VALUE 'GRADE'.
      *
       01  CERT-DETAIL-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05  CDL-STUDENT-ID              PIC X(7).
           05                              PIC X(3)  VALUE SPACES.
           05  CDL-NAME                    PIC X(20).
           05                              PIC X(4)  VALUE SPACES.
           05  CDL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  CDL-GRADE                   PIC X.
           05  CDL-GRADE-MODIFIER          PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  CDL-NOTE                    PIC X(20).
      *
       01  CERT-DIST-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'DISTRIBUTION  A'.
           05  CDS-COUNT-A                 PIC ZZZ9.
           05                              PIC X(4)  VALUE '  B'.
           05  CDS-COUNT-B                 PIC ZZZ9.
           05                              PIC X(4)  VALUE '  C'.
           05  CDS-COUNT-C                 PIC ZZZ9.
           05                              PIC X(4)  VALUE '  D'.
           05  CDS-COUNT-D                 PIC ZZZ9.
           05                              PIC X(4)  VALUE '  F'.
           05  CDS-COUNT-F                 PIC ZZZ9.
           05                              PIC X(4)  VALUE '  I'.
           05  CDS-COUNT-I                 PIC ZZZ9.
           05                              PIC X(14) VALUE
                                           '   CLASS AVG  '.
           05  CDS-CLASS-AVERAGE           PIC ZZ9.99.
      *
       01  CERT-SIGNOFF-LINE-1.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(60) VALUE
           'I CERTIFY THAT THE STUDENTS AND GRADES ABOVE ARE CORRECT.'.
      *
       01  CERT-SIGNOFF-LINE-2.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(60) VALUE
           'INSTRUCTOR SIGNATURE  ______________________________'.
      *
       01  CERT-SIGNOFF-LINE-3.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(60) VALUE
           'PRINTED NAME          ______________________________'.
      *
       01  CERT-SIGNOFF-LINE-4.
           05                              PIC X(9)  VALUE SPACES.
           05                              PIC X(60) VALUE
           'DATE CERTIFIED        __________'.
      *
       01  REPEAT-HEADING-ONE.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  RRH-DATE.
               10  RRH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  RRH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  RRH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(40) VALUE
                                           'COURSE REPEAT REGISTER'.
           05                              PIC X(8)  VALUE 'RPT'.
      *
       01  REPEAT-COLUMN-LINE.
           05                              PIC X(6)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'STUDENT'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'ATTEMPT'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(8)  VALUE 'POINTS'.
           05                              PIC X(9)  VALUE 'COUNTED'.
           05                              PIC X(6)  VALUE 'ACTION'.
      *
       01  REPEAT-DETAIL-LINE.
           05  RPL-DEPT-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-NAME                    PIC X(20).
           05                              PIC X(4)  VALUE SPACES.
           05  RPL-ATTEMPT-NO              PIC ZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  RPL-GRADE                   PIC X.
           05  RPL-GRADE-MODIFIER          PIC X.
           05                              PIC X(5)  VALUE SPACES.
           05  RPL-POINTS                  PIC 9.9.
           05                              PIC X(6)  VALUE SPACES.
           05  RPL-COUNTED-GPA             PIC 9.9.
           05                              PIC X(5)  VALUE SPACES.
           05  RPL-ACTION                  PIC X(40).
      *
       01  REPEAT-NONE-LINE.
           05                              PIC X(40) VALUE
                               'NO REPEATED COURSES POSTED THIS RUN'.
      *
       01  OVER-LIMIT-HEADING.
           05                              PIC X(6)  VALUE 'DATE:'.
           05  OLH-DATE.
               10  OLH-MONTH               PIC Z9.
               10                          PIC X     VALUE '/'.
               10  OLH-DAY                 PIC 99.
               10                          PIC X     VALUE '/'.
               10  OLH-YEAR                PIC 99.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(48) VALUE
                       'STUDENTS OVER THE ATTEMPT LIMIT - FOR ADVISORS'.
           05                              PIC X(8)  VALUE 'RPT'.
      *
       01  OVER-LIMIT-COLUMN-LINE.
           05                              PIC X(9)  VALUE 'STUDENT'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(6)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(10) VALUE 'ATTEMPTS'.
           05                              PIC X(5)  VALUE 'LIMIT'.
      *
       01  OVER-LIMIT-DETAIL-LINE.
           05  OLL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  OLL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  OLL-DEPT-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  OLL-CLASS-CODE              PIC X(5).
           05                              PIC X(5)  VALUE SPACES.
           05  OLL-ATTEMPT-NO              PIC ZZ9.
           05                              PIC X(8)  VALUE SPACES.
           05  OLL-MAX-ATTEMPTS            PIC Z9.
      *
       01  OVER-LIMIT-NONE-LINE.
           05                              PIC X(40) VALUE
                               'NO STUDENT IS OVER THE ATTEMPT LIMIT'.
      *
       01  OVER-LIMIT-LOST-LINE.
           05  OLT-COUNT                   PIC ZZZ9.
           05                              PIC X(50) VALUE
               ' MORE OVER THE LIMIT - SEE THE REGISTER ABOVE'.
      *
       01  MANIFEST-HEADING.
           05                              PIC X(6)  VALUE 'DATE:'.

           PERFORM 27-READ-RUN-PARM

      *    THE CYCLE IS THE RUN DATE AS THE CARD LEAVES IT.  NOTHING
      *    IS OPENED FOR OUTPUT -- NOT EVEN BY THE SECTION MERGE --
      *    UNTIL THE CYCLE LEDGER HAS CLEARED THIS RUN.
           MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
           IF REPORT-ONLY-RUN
               MOVE 'R' TO WS-LEDGER-MODE
           ELSE
               IF MIDTERM-RUN
                   MOVE 'M' TO WS-LEDGER-MODE
               END-IF
           END-IF
           PERFORM 800-CHECK-CYCLE-LEDGER

           PERFORM 15-MERGE-SECTION-FILES

      *    A REPORT-ONLY RERUN NEVER RESTARTS AND NEVER CHECKPOINTS
      *    ON RESTART, THE FILES BELOW ALREADY HOLD THE OUTPUT FROM THE
      *    CLASSES A PRIOR PARTIAL RUN COMPLETED -- OPEN EXTEND SO THAT
      *    OUTPUT IS NOT WIPED OUT FROM UNDER THOSE CLASSES.
      *    THE PENDING FILE IS CUMULATIVE, SO IT IS EXTENDED ON
      *    EVERY RUN AND A RESTART SIMPLY STAGES BEHIND THE PARTIAL
      *    RUN.  FINAL GRADES ONLY -- A MIDTERM RUN'S PROVISIONAL
      *    GRADES MUST NEVER REACH THE REGISTRAR.
           IF REPORT-ONLY-RUN OR MIDTERM-RUN
               CONTINUE
           ELSE
               OPEN EXTEND STUDENT-PENDING-FILE
           END-IF

      *    THE REPEAT REGISTER COMES OFF THE MASTER POSTINGS, SO IT
      *    IS PRODUCED ONLY BY A RUN THAT ADDS TO THE MASTER.
           IF REPORT-ONLY-RUN OR MIDTERM-RUN
               CONTINUE
           ELSE
               IF RESTART-IN-PROGRESS
                   OPEN EXTEND REPEAT-REGISTER-FILE
               ELSE
                   OPEN OUTPUT REPEAT-REGISTER-FILE
               END-IF
           END-IF

      *    THE CERTIFICATION ROSTER IS FOR FINAL GRADES ONLY.  A
      *    REPORT-ONLY RUN REPRINTS IT FROM THE TOP.
           IF NOT MIDTERM-RUN
               IF RESTART-IN-PROGRESS
                   OPEN EXTEND CERTIFICATION-ROSTER-FILE
               ELSE
                   OPEN OUTPUT CERTIFICATION-ROSTER-FILE
               END-IF
           END-IF

           IF REPORT-ONLY-RUN
               OPEN OUTPUT STUDENT-REPORT-FILE
               OPEN OUTPUT SECTION-REPORT-FILE
           ELSE
               IF RESTART-IN-PROGRESS
                   OPEN EXTEND STUDENT-REPORT-FILE
                   OPEN EXTEND SECTION-REPORT-FILE
                   OPEN EXTEND STUDENT-EXCEPTION-FILE
                   OPEN EXTEND STUDENT-ERROR-FILE
                   OPEN EXTEND STUDENT-CSV-FILE
               ELSE
                   OPEN OUTPUT STUDENT-EXCEPTION-FILE
                   OPEN OUTPUT STUDENT-REPORT-FILE
                   OPEN OUTPUT SECTION-REPORT-FILE
                   OPEN OUTPUT STUDENT-ERROR-FILE
                   OPEN OUTPUT STUDENT-CSV-FILE
                   OPEN OUTPUT STUDENT-SUSPENSE-FILE
               END-IF

      *    THE TERM HISTORY AND THE STUDENT MASTER ARE CUMULATIVE
      *    ACROSS RUNS, SO THEY ARE NEVER REWRITTEN -- THE HISTORY
      *    IS EXTENDED AND THE MASTER IS ADDED TO BY KEY.
               OPEN EXTEND TERM-HISTORY-FILE
               OPEN I-O STUDENT-MASTER-FILE
               OPEN EXTEND OPEN-INCOMPLETE-FILE
           END-IF

      *    PRIME THE ROSTER LOOKAHEAD.  A MISSING OPTIONAL ROSTER

           PERFORM 18-LOAD-POLICY-TABLE

           PERFORM 32-LOAD-GRADE-SCALE

           IF NOT MIDTERM-RUN
               PERFORM 34-LOAD-INCOMPLETE-AUTH
               PERFORM 39-LOAD-REPEAT-POLICY
           END-IF

           PERFORM 17-LOAD-HONORS-TABLE

           PERFORM 29-LOAD-DIST-TABLE

           PERFORM 38-LOAD-SECTION-TOLERANCE

           MOVE WS-MONTH TO SH1-MONTH
           MOVE WS-DAY TO SH1-DAY
           MOVE WS-YEAR TO SH1-YEAR

           MOVE WS-MONTH TO CRH-MONTH
           MOVE WS-DAY TO CRH-DAY
           MOVE WS-YEAR TO CRH-YEAR

           MOVE WS-MONTH TO RRH-MONTH
           MOVE WS-DAY TO RRH-DAY
           MOVE WS-YEAR TO RRH-YEAR
           MOVE WS-MONTH TO OLH-MONTH
           MOVE WS-DAY TO OLH-DAY
           MOVE WS-YEAR TO OLH-YEAR

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
                       IF PM-REPORT-ONLY = 'Y'
                           MOVE 'Y' TO WS-REPORT-ONLY-SWITCH
                       END-IF
                       IF PM-RERUN-OVERRIDE = 'Y'
                           MOVE 'Y' TO WS-RERUN-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE
           .

       29-LOAD-DIST-TABLE.
           CLOSE POLICY-FILE
       .

       32-LOAD-GRADE-SCALE.

      *    LOAD THE PUBLISHED GRADING SCALES INTO SCALE-TABLE.  AN
      *    ENTRY WITH A LETTER OTHER THAN A-F, A BAD MODIFIER, OR A
      *    NON-NUMERIC MINIMUM OR POINTS GOES TO STUDENTERR THE SAME
      *    WAY A BAD WEIGHTING POLICY DOES.
           OPEN INPUT GRADE-SCALE-FILE

           IF WS-SCALE-STATUS = '00'
               PERFORM UNTIL WS-SCALE-EOF = 'Y'
                   READ GRADE-SCALE-FILE
                       AT END
                           MOVE 'Y' TO WS-SCALE-EOF
                       NOT AT END
                           IF GS-LETTER = 'A' OR 'B' OR 'C' OR 'D'
                                             OR 'F'
                              AND (GS-MODIFIER = '+' OR '-' OR SPACE)
                              AND GS-MIN-AVERAGE NUMERIC
                              AND GS-GRADE-POINTS NUMERIC
                               IF WS-SCALE-COUNT < 300
                                   ADD 1 TO WS-SCALE-COUNT
                                   MOVE GS-DEPT-CODE
                                     TO SC-DEPT-CODE(WS-SCALE-COUNT)
                                   MOVE GS-CLASS-CODE
                                     TO SC-CLASS-CODE(WS-SCALE-COUNT)
                                   MOVE GS-LETTER
                                     TO SC-LETTER(WS-SCALE-COUNT)
                                   MOVE GS-MODIFIER
                                     TO SC-MODIFIER(WS-SCALE-COUNT)
                                   MOVE GS-MIN-AVERAGE
                                     TO SC-MIN-AVERAGE(WS-SCALE-COUNT)
                                   MOVE GS-GRADE-POINTS
                                     TO SC-GRADE-POINTS(WS-SCALE-COUNT)
                                   IF GS-DEPT-CODE = SPACES
                                      AND GS-CLASS-CODE = SPACES
                                       MOVE 'Y' TO WS-SITE-SCALE-SWITCH
                                   END-IF
                               END-IF
                           ELSE
                               MOVE GS-DEPT-CODE TO ERR-NAME
                               MOVE GS-CLASS-CODE TO ERR-CLASS-CODE
                               MOVE 'SCL' TO ERR-FIELD-NAME
                               MOVE SPACES TO ERR-RECORD-IMAGE
                               IF NOT REPORT-ONLY-RUN
                                   WRITE ERROR-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE GRADE-SCALE-FILE

           IF NOT SITE-SCALE-LOADED
               PERFORM 33-LOAD-STANDARD-SCALE
           END-IF
       .

       34-LOAD-INCOMPLETE-AUTH.

      *    LOAD THE AUTHORIZED INCOMPLETES.  AN AUTHORIZATION WITH
      *    NO STUDENT ID CAN NEVER MATCH A SCORE RECORD, AND ONE
      *    WITH NO USABLE DEADLINE COULD NEVER LAPSE, SO BOTH GO
      *    TO STUDENTERR INSTEAD OF THE TABLE.
           OPEN INPUT INCOMPLETE-AUTH-FILE

           IF WS-INCAUTH-STATUS = '00'
               PERFORM UNTIL WS-INCAUTH-EOF = 'Y'
                   READ INCOMPLETE-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-INCAUTH-EOF
                       NOT AT END
                           IF IA-STUDENT-ID NOT = SPACES
                              AND IA-DEADLINE NUMERIC
                              AND IA-DEADLINE > 0
                               IF WS-INCAUTH-COUNT < 500
                                   ADD 1 TO WS-INCAUTH-COUNT
                                   MOVE IA-STUDENT-ID
                                     TO AU-STUDENT-ID(WS-INCAUTH-COUNT)
                                   MOVE IA-DEPT-CODE
                                     TO AU-DEPT-CODE(WS-INCAUTH-COUNT)
                                   MOVE IA-CLASS-CODE
                                     TO AU-CLASS-CODE(WS-INCAUTH-COUNT)
                                   MOVE IA-APPROVER
                                     TO AU-APPROVER(WS-INCAUTH-COUNT)
                                   MOVE IA-DEADLINE
                                     TO AU-DEADLINE(WS-INCAUTH-COUNT)
                               END-IF
                           ELSE
                               MOVE IA-STUDENT-ID TO ERR-NAME
                               MOVE IA-CLASS-CODE TO ERR-CLASS-CODE
                               MOVE 'INCA' TO ERR-FIELD-NAME
                               MOVE SPACES TO ERR-RECORD-IMAGE
                               IF NOT REPORT-ONLY-RUN
                                   WRITE ERROR-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE INCOMPLETE-AUTH-FILE
       .

       33-LOAD-STANDARD-SCALE.

           MOVE 1 TO WS-STANDARD-SUB
           PERFORM UNTIL WS-STANDARD-SUB > 5
                         OR WS-SCALE-COUNT NOT < 300
               ADD 1 TO WS-SCALE-COUNT
               MOVE SPACES TO SC-DEPT-CODE(WS-SCALE-COUNT)
               MOVE SPACES TO SC-CLASS-CODE(WS-SCALE-COUNT)
               MOVE SS-LETTER(WS-STANDARD-SUB)
                   TO SC-LETTER(WS-SCALE-COUNT)
               MOVE SS-MODIFIER(WS-STANDARD-SUB)
                   TO SC-MODIFIER(WS-SCALE-COUNT)
               MOVE SS-MIN-AVERAGE(WS-STANDARD-SUB)
                   TO SC-MIN-AVERAGE(WS-SCALE-COUNT)
               MOVE SS-GRADE-POINTS(WS-STANDARD-SUB)
                   TO SC-GRADE-POINTS(WS-SCALE-COUNT)
               ADD 1 TO WS-STANDARD-SUB
           END-PERFORM
           MOVE 'Y' TO WS-SITE-SCALE-SWITCH
       .

       38-LOAD-SECTION-TOLERANCE.

           OPEN INPUT SECTION-TOL-FILE

           IF WS-SECTTOL-STATUS = '00'
               PERFORM UNTIL WS-SECTTOL-EOF = 'Y'
                   READ SECTION-TOL-FILE
                       AT END
                           MOVE 'Y' TO WS-SECTTOL-EOF
                       NOT AT END
                           IF WS-SECTTOL-COUNT < 30
                              AND ST-TOLERANCE NUMERIC
                               ADD 1 TO WS-SECTTOL-COUNT
                               MOVE ST-DEPT-CODE
                                   TO TL-DEPT-CODE(WS-SECTTOL-COUNT)
                               MOVE ST-TOLERANCE
                                   TO TL-TOLERANCE(WS-SECTTOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE SECTION-TOL-FILE
       .

       39-LOAD-REPEAT-POLICY.

      *    LOAD THE PER-DEPARTMENT COURSE REPEAT POLICY.  A RECORD
      *    WITH AN UNKNOWN POLICY CODE IS LISTED ON STUDENTERR AND
      *    LEFT OUT, SO THE DEPARTMENT FALLS BACK TO THE SITE ENTRY.
           OPEN INPUT REPEAT-POLICY-FILE

           IF WS-REPEAT-STATUS = '00'
               PERFORM UNTIL WS-REPEAT-EOF = 'Y'
                   READ REPEAT-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-REPEAT-EOF
                       NOT AT END
                           IF (RP-POLICY NOT = 'R' AND
                               RP-POLICY NOT = 'A' AND
                               RP-POLICY NOT = 'B')
                              OR RP-MAX-ATTEMPTS NOT NUMERIC
                               MOVE RP-DEPT-CODE TO ERR-NAME
                               MOVE SPACES TO ERR-CLASS-CODE
                               MOVE 'RPT' TO ERR-FIELD-NAME
                               MOVE SPACES TO ERR-RECORD-IMAGE
                               IF NOT REPORT-ONLY-RUN
                                   WRITE ERROR-RECORD
                               END-IF
                           ELSE
                               IF WS-REPEAT-COUNT < 50
                                   ADD 1 TO WS-REPEAT-COUNT
                                   MOVE RP-DEPT-CODE
                                     TO RT-DEPT-CODE(WS-REPEAT-COUNT)
                                   MOVE RP-POLICY
                                     TO RT-POLICY(WS-REPEAT-COUNT)
                                   MOVE RP-MAX-ATTEMPTS
                                     TO RT-MAX-ATTEMPTS(WS-REPEAT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE REPEAT-POLICY-FILE
       .

       15-MERGE-SECTION-FILES.

      *    ONLY MERGE -- AND ONLY THEN OVERWRITE STUDENT-FILE -- WHEN
      *    DEPARTMENT/CLASS-CODE SEQUENCE SO THE CONTROL BREAKS IN
      *    100-PROCESS-STUDENT-RECORD SEE THE DATA IN BREAK ORDER.
      *    THE TRAILERS RIDE ALONG THROUGH THE SORT AND ARE SKIPPED
      *    BY 30-READ-STUDENT-FILE.  THE INPUT PROCEDURE TAGS EACH
      *    RECORD WITH THE SECTION EXTRACT IT CAME FROM, WHICH THE
      *    SORT WOULD OTHERWISE LOSE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DEPT-CODE
                                    SRT-CLASS-CODE
                   INPUT PROCEDURE IS 15-RELEASE-SECTION-RECORDS
                   GIVING STUDENT-FILE
           ELSE
               PERFORM 14-VERIFY-STUDENT-INPUT
           END-IF
           .

       15-RELEASE-SECTION-RECORDS.

           PERFORM 15-RELEASE-SECTION-1
           PERFORM 15-RELEASE-SECTION-2
           PERFORM 15-RELEASE-SECTION-3
           PERFORM 15-RELEASE-FIX-FILE
           .

       15-RELEASE-SECTION-1.

           MOVE 'N' TO WS-RELEASE-EOF
           OPEN INPUT STUDENT-FILE-1
           PERFORM UNTIL WS-RELEASE-EOF = 'Y'
               READ STUDENT-FILE-1
                   AT END
                       MOVE 'Y' TO WS-RELEASE-EOF
                   NOT AT END
                       MOVE STUDENT-RECORD-1 TO SORT-RECORD
                       MOVE '1' TO SRT-SECTION-ID
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE-1
           .

       15-RELEASE-SECTION-2.

           MOVE 'N' TO WS-RELEASE-EOF
           OPEN INPUT STUDENT-FILE-2
           PERFORM UNTIL WS-RELEASE-EOF = 'Y'
               READ STUDENT-FILE-2
                   AT END
                       MOVE 'Y' TO WS-RELEASE-EOF
                   NOT AT END
                       MOVE STUDENT-RECORD-2 TO SORT-RECORD
                       MOVE '2' TO SRT-SECTION-ID
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE-2
           .

       15-RELEASE-SECTION-3.

           MOVE 'N' TO WS-RELEASE-EOF
           OPEN INPUT STUDENT-FILE-3
           PERFORM UNTIL WS-RELEASE-EOF = 'Y'
               READ STUDENT-FILE-3
                   AT END
                       MOVE 'Y' TO WS-RELEASE-EOF
                   NOT AT END
                       MOVE STUDENT-RECORD-3 TO SORT-RECORD
                       MOVE '3' TO SRT-SECTION-ID
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE-3
           .

       15-RELEASE-FIX-FILE.

           MOVE 'N' TO WS-RELEASE-EOF
           OPEN INPUT STUDENT-FIX-FILE
           PERFORM UNTIL WS-RELEASE-EOF = 'Y'
               READ STUDENT-FIX-FILE
                   AT END
                       MOVE 'Y' TO WS-RELEASE-EOF
                   NOT AT END
                       MOVE STUDENT-FIX-RECORD TO SORT-RECORD
                       MOVE 'FIX' TO SRT-SECTION-ID
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-FIX-FILE
           .

       11-VERIFY-SECTION-1.

           MOVE 'N' TO WS-SEC1-SWITCH
           CLOSE RUN-AUDIT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-READ-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-DETAIL-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
           .

           CLOSE RUN-AUDIT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-READ-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-DETAIL-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
           .


               PERFORM 160-COMPUTE-TEST-AVERAGE

      * THE LETTER AND GRADE POINTS COME FROM THE CLASS'S
      * PUBLISHED GRADING SCALE -- SEE 166-FIND-GRADE-SCALE.  THE
      * A-F COUNTS ARE KEPT ON THE BASE LETTER, SO A B+ AND A B-
      * BOTH COUNT AS A B.

      ************************************** vvv start of work

               PERFORM 167-ASSIGN-LETTER-GRADE

               IF DL-GRADE = 'A'
                   ADD 1 TO DF-COUNT-A
               END-IF
               IF DL-GRADE = 'B'
                   ADD 1 TO DF-COUNT-B
               END-IF
               IF DL-GRADE = 'C'
                   ADD 1 TO DF-COUNT-C
               END-IF
               IF DL-GRADE = 'D'
                   ADD 1 TO DF-COUNT-D
               END-IF
               IF DL-GRADE = 'F'
                   ADD 1 TO DF-COUNT-F
                   MOVE SR-NAME TO ER-NAME
                   MOVE SR-CLASS-CODE TO ER-CLASS-CODE
                   MOVE DF-TEST-AVERAGE TO ER-AVERAGE
                   MOVE SR-DEPT-CODE TO ER-DEPT-CODE
                   MOVE SR-STUDENT-ID TO ER-STUDENT-ID
                   IF NOT REPORT-ONLY-RUN
                       WRITE EXCEPTION-RECORD
                   END-IF
               END-IF

               MOVE SR-TEST3 TO CSV-TEST3
               MOVE SR-TEST4 TO CSV-TEST4
               MOVE DL-GRADE TO CSV-GRADE
               MOVE WS-GRADE-MODIFIER TO CSV-GRADE-MODIFIER
               MOVE CSV-LINE TO CSV-RECORD
               IF NOT REPORT-ONLY-RUN
                   WRITE CSV-RECORD
                   IF NOT MIDTERM-RUN
                       PERFORM 197-WRITE-MASTER-RECORD
                       IF NOT MASTER-DUPLICATE
                           PERFORM 196-WRITE-POSTING-RECORD
                       END-IF
                   END-IF
               END-IF

               MOVE SR-CLASS-CODE TO INL-CLASS-CODE
               MOVE SR-STUDENT-ID TO INL-STUDENT-ID
               MOVE SR-NAME TO INL-NAME
               MOVE ' NO TESTS RECORDED' TO INL-MESSAGE
               MOVE INCOMPLETE-LINE TO INCOMPLETE-RECORD
               IF NOT REPORT-ONLY-RUN
                   WRITE INCOMPLETE-RECORD
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF

      *    A FINAL-RUN STUDENT WHOSE ONLY FAULT IS A TEST NOT YET
      *    TAKEN, AND WHO HOLDS AN AUTHORIZED INCOMPLETE FOR THE
      *    CLASS, IS POSTED AN 'I' INSTEAD OF BEING REJECTED.  A
      *    SCORE THAT IS PRESENT BUT BAD IS STILL A KEYING REJECT.
           IF INVALID-RECORD AND NOT MIDTERM-RUN
              AND SR-STUDENT-ID NOT = SPACES
              AND (SR-TEST1 = SPACES OR
                   (SR-TEST1 NUMERIC AND SR-TEST1 NOT > 100))
              AND (SR-TEST2 = SPACES OR
                   (SR-TEST2 NUMERIC AND SR-TEST2 NOT > 100))
              AND (SR-TEST3 = SPACES OR
                   (SR-TEST3 NUMERIC AND SR-TEST3 NOT > 100))
              AND (SR-TEST4 = SPACES OR
                   (SR-TEST4 NUMERIC AND SR-TEST4 NOT > 100))
               PERFORM 152-FIND-INCOMPLETE-AUTH
               IF INCOMPLETE-AUTHORIZED
                   PERFORM 154-POST-INCOMPLETE
               END-IF
           END-IF

           IF INVALID-RECORD AND NOT RECORD-INCOMPLETE
               MOVE SR-NAME TO ERR-NAME
               MOVE SR-CLASS-CODE TO ERR-CLASS-CODE
           END-IF
           .

       152-FIND-INCOMPLETE-AUTH.

           MOVE 'N' TO WS-INC-AUTH-SWITCH
           MOVE 0 TO WS-INCAUTH-IDX

           MOVE 1 TO WS-INCAUTH-SUB
           PERFORM UNTIL WS-INCAUTH-SUB > WS-INCAUTH-COUNT
                         OR INCOMPLETE-AUTHORIZED
               IF AU-STUDENT-ID(WS-INCAUTH-SUB) = SR-STUDENT-ID
                  AND AU-DEPT-CODE(WS-INCAUTH-SUB) = SR-DEPT-CODE
                  AND AU-CLASS-CODE(WS-INCAUTH-SUB) = SR-CLASS-CODE
                   MOVE 'Y' TO WS-INC-AUTH-SWITCH
                   MOVE WS-INCAUTH-SUB TO WS-INCAUTH-IDX
               END-IF
               ADD 1 TO WS-INCAUTH-SUB
           END-PERFORM
           .

      *
      *    THE 'I' GOES TO THE REGISTRAR AND THE MASTER WITH NO
      *    AVERAGE AND NO POINTS, AND THE STUDENT STAYS OUT OF THE
      *    CLASS TOTALS UNTIL INCTRACK RESOLVES THE GRADE.  THE
      *    SCORES ON HAND GO TO STUDENTOPN SO INCTRACK CAN FINISH
      *    THE AVERAGE WHEN THE REST ARRIVE.  THE STUDENT ALSO
      *    LANDS ON ADVISING'S INCOMPLETES LIST AND IS ACCOUNTED
      *    FOR THERE IN THE RUN BALANCE.
       154-POST-INCOMPLETE.

           MOVE 'Y' TO WS-INCOMPLETE-SWITCH
           MOVE 'I' TO DL-GRADE
           MOVE SPACE TO WS-GRADE-MODIFIER
           MOVE 0.0 TO WS-GRADE-POINT
           MOVE ZEROS TO DF-TEST-AVERAGE

           MOVE SR-DEPT-CODE TO INL-DEPT-CODE
           MOVE SR-CLASS-CODE TO INL-CLASS-CODE
           MOVE SR-STUDENT-ID TO INL-STUDENT-ID
           MOVE SR-NAME TO INL-NAME
           MOVE ' INCOMPLETE POSTED' TO INL-MESSAGE
           MOVE INCOMPLETE-LINE TO INCOMPLETE-RECORD

           MOVE SR-STUDENT-ID TO OI-STUDENT-ID
           MOVE SR-DEPT-CODE TO OI-DEPT-CODE
           MOVE SR-CLASS-CODE TO OI-CLASS-CODE
           MOVE SR-NAME TO OI-NAME
           MOVE WS-CURRENT-DATE TO OI-RUN-DATE
           MOVE SR-TEST1 TO OI-TEST1
           MOVE SR-TEST2 TO OI-TEST2
           MOVE SR-TEST3 TO OI-TEST3
           MOVE SR-TEST4 TO OI-TEST4
           MOVE AU-APPROVER(WS-INCAUTH-IDX) TO OI-APPROVER
           MOVE AU-DEADLINE(WS-INCAUTH-IDX) TO OI-DEADLINE

           IF NOT REPORT-ONLY-RUN
               WRITE INCOMPLETE-RECORD
               PERFORM 197-WRITE-MASTER-RECORD
               IF NOT MASTER-DUPLICATE
                   PERFORM 196-WRITE-POSTING-RECORD
                   WRITE OPEN-INCOMPLETE-RECORD
               END-IF
           END-IF
           PERFORM 198-HOLD-CLASS-INCOMPLETE
           ADD 1 TO WS-INCOMPLETE-COUNT
           ADD 1 TO WS-INC-POSTED-COUNT
           .

       160-COMPUTE-TEST-AVERAGE.

      *    A MIDTERM RUN AVERAGES ONLY THE TESTS ACTUALLY TAKEN.
           END-IF
           .

      *
      *    THE SCALE THAT GOVERNS A CLASS IS ITS OWN CLASS ENTRIES
      *    IF IT HAS ANY, ELSE ITS DEPARTMENT'S, ELSE THE SITE'S --
      *    THE SAME FALL-BACK ORDER 165-FIND-POLICY USES.
       166-FIND-GRADE-SCALE.

           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE SR-DEPT-CODE TO WS-SCALE-DEPT
           MOVE SR-CLASS-CODE TO WS-SCALE-CLASS

           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                         OR SCALE-FOUND
               IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                  AND SC-CLASS-CODE(WS-SCALE-SUB) = WS-SCALE-CLASS
                   MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM

           IF NOT SCALE-FOUND
               MOVE SPACES TO WS-SCALE-CLASS
               MOVE 1 TO WS-SCALE-SUB
               PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                             OR SCALE-FOUND
                   IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                      AND SC-CLASS-CODE(WS-SCALE-SUB) = SPACES
                       MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                   END-IF
                   ADD 1 TO WS-SCALE-SUB
               END-PERFORM
           END-IF

           IF NOT SCALE-FOUND
               MOVE SPACES TO WS-SCALE-DEPT
           END-IF
           .

      *
      *    THE GRADE IS THE SCALE ENTRY WITH THE HIGHEST MINIMUM THE
      *    AVERAGE REACHES.  AN AVERAGE UNDER EVERY MINIMUM ON THE
      *    SCALE IS AN F.
       167-ASSIGN-LETTER-GRADE.

           PERFORM 166-FIND-GRADE-SCALE

           MOVE 0 TO WS-SCALE-IDX
           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                  AND SC-CLASS-CODE(WS-SCALE-SUB) = WS-SCALE-CLASS
                  AND DF-TEST-AVERAGE NOT <
                      SC-MIN-AVERAGE(WS-SCALE-SUB)
                   IF WS-SCALE-IDX = 0
                       MOVE WS-SCALE-SUB TO WS-SCALE-IDX
                   ELSE
                       IF SC-MIN-AVERAGE(WS-SCALE-SUB) >
                          SC-MIN-AVERAGE(WS-SCALE-IDX)
                           MOVE WS-SCALE-SUB TO WS-SCALE-IDX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM

           IF WS-SCALE-IDX > 0
               MOVE SC-LETTER(WS-SCALE-IDX) TO DL-GRADE
               MOVE SC-MODIFIER(WS-SCALE-IDX) TO WS-GRADE-MODIFIER
               MOVE SC-GRADE-POINTS(WS-SCALE-IDX) TO WS-GRADE-POINT
           ELSE
               MOVE 'F' TO DL-GRADE
               MOVE SPACE TO WS-GRADE-MODIFIER
               MOVE 0.0 TO WS-GRADE-POINT
           END-IF
           MOVE WS-GRADE-MODIFIER TO DL-GRADE-MODIFIER
           .

       170-LOAD-CLASS-ROSTER.

      *    A NEW CLASS STARTS HERE, SO THE DUPLICATE-ID TRACKING
               MOVE SR-TEST3 TO CS-TEST3(WS-CLASS-STU-COUNT)
               MOVE SR-TEST4 TO CS-TEST4(WS-CLASS-STU-COUNT)
               MOVE DL-GRADE TO CS-GRADE(WS-CLASS-STU-COUNT)
               MOVE WS-GRADE-MODIFIER
                   TO CS-GRADE-MODIFIER(WS-CLASS-STU-COUNT)
               MOVE WS-GRADE-POINT TO CS-GPA(WS-CLASS-STU-COUNT)
               MOVE DF-TEST-AVERAGE
                   TO CS-AVERAGE(WS-CLASS-STU-COUNT)
               MOVE 0 TO CS-RANK(WS-CLASS-STU-COUNT)
               MOVE SR-SECTION-ID
                   TO CS-SECTION-ID(WS-CLASS-STU-COUNT)
               MOVE SPACE TO CS-REPEAT-FLAG(WS-CLASS-STU-COUNT)
               MOVE WS-GRADE-POINT
                   TO CS-COUNTED-GPA(WS-CLASS-STU-COUNT)
               IF MIDTERM-RUN AND WS-TESTS-TAKEN < 4
                   MOVE '*' TO CS-PROVISIONAL(WS-CLASS-STU-COUNT)
               ELSE
           END-IF
           .

      *
      *    STAGE THE GRADE FOR RELEASE.  ONLY A ROW THE MASTER
      *    ACCEPTED IS STAGED, SO A CYCLE RERUN CANNOT QUEUE THE
      *    SAME GRADE FOR THE REGISTRAR TWICE.
       196-WRITE-POSTING-RECORD.

           MOVE 0 TO PD-SEQ-NO
           MOVE SR-DEPT-CODE TO PD-DEPT-CODE
           MOVE SR-CLASS-CODE TO PD-CLASS-CODE
           MOVE SR-STUDENT-ID TO PD-STUDENT-ID
           MOVE SR-NAME TO PD-NAME
           MOVE DL-GRADE TO PD-GRADE
           MOVE WS-GRADE-POINT TO PD-GRADE-POINTS
           MOVE WS-GRADE-MODIFIER TO PD-GRADE-MODIFIER
           MOVE POSTING-DETAIL-LINE TO PN-POSTING-IMAGE
           MOVE WS-CURRENT-DATE TO PN-RUN-DATE
           WRITE PENDING-RECORD
           ADD 1 TO WS-PST-STAGED-COUNT
           .

       198-HOLD-CLASS-INCOMPLETE.

           IF WS-CLASS-INC-COUNT < 500
               ADD 1 TO WS-CLASS-INC-COUNT
               MOVE SR-NAME TO CI-NAME(WS-CLASS-INC-COUNT)
               MOVE SR-STUDENT-ID TO CI-STUDENT-ID(WS-CLASS-INC-COUNT)
           ELSE
               PERFORM 28-CLASS-CAPACITY-ABORT
           END-IF
           .

      *
      *    ONE MASTER RECORD PER STUDENT PER TERM, FINAL RESULTS
      *    ONLY, SO TRNSCRPT CAN GATHER A STUDENT'S COURSE HISTORY
      *    ACROSS TERMS BY ID.  LEGACY RECORDS WITH A BLANK ID
      *    CANNOT BE KEY-MATCHED AND ARE LEFT OUT.  A CYCLE RERUN
      *    FOR THE SAME DATE FINDS ITS RESULTS ALREADY ON FILE; THE
      *    RESULT ON FILE STANDS AND THE SECOND COPY IS LISTED ON
      *    STUDENTERR INSTEAD OF BEING ADDED.
      *    A PASSED OR FAILED GRADE IN A CLASS THE STUDENT ALREADY
      *    HAS A GRADE FOR FROM AN EARLIER TERM IS A REPEAT, AND IS
      *    FLAGGED UNDER THE DEPARTMENT'S REPEAT POLICY.
       197-WRITE-MASTER-RECORD.

           MOVE 'N' TO WS-MST-DUP-SWITCH
           IF SR-STUDENT-ID NOT = SPACES
               MOVE 0 TO WS-PRIOR-ATTEMPTS
               MOVE SPACE TO WS-RPT-NEW-FLAG
               IF DL-GRADE NOT = 'I'
                   PERFORM 191-COUNT-PRIOR-ATTEMPTS
               END-IF
               IF WS-PRIOR-ATTEMPTS > 0
                   PERFORM 192-APPLY-REPEAT-POLICY
               END-IF

               MOVE SR-STUDENT-ID TO SM-STUDENT-ID
               MOVE SR-DEPT-CODE TO SM-DEPT-CODE
               MOVE SR-CLASS-CODE TO SM-CLASS-CODE
               MOVE DF-TEST-AVERAGE TO SM-FINAL-AVERAGE
               MOVE DL-GRADE TO SM-GRADE
               MOVE WS-GRADE-POINT TO SM-GRADE-POINTS
               MOVE WS-GRADE-MODIFIER TO SM-GRADE-MODIFIER
               MOVE WS-RPT-NEW-FLAG TO SM-REPEAT-FLAG
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-MST-DUP-SWITCH
                       ADD 1 TO WS-MST-DUP-COUNT
                       MOVE SR-NAME TO ERR-NAME
                       MOVE SR-CLASS-CODE TO ERR-CLASS-CODE
                       MOVE 'MSTDP' TO ERR-FIELD-NAME
                       MOVE STUDENT-RECORD TO ERR-RECORD-IMAGE
                       WRITE ERROR-RECORD
               END-WRITE

      *        A RERUN'S SECOND COPY NEVER GOT ON FILE, SO IT MARKS
      *        NOTHING AND IS NOT REGISTERED AGAIN.
               IF WS-PRIOR-ATTEMPTS > 0 AND NOT MASTER-DUPLICATE
                   PERFORM 193-POST-REPEAT
               END-IF
           END-IF
           .

      *
      *    THE SITE ENTRY (DEPARTMENT OF SPACES) COVERS ANY
      *    DEPARTMENT WITHOUT ONE OF ITS OWN.
       190-FIND-REPEAT-POLICY.

           MOVE 'N' TO WS-REPEAT-FOUND-SWITCH
           MOVE 'B' TO WS-RPT-POLICY
           MOVE 0 TO WS-RPT-MAX-ATTEMPTS

           MOVE 1 TO WS-REPEAT-SUB
           PERFORM UNTIL WS-REPEAT-SUB > WS-REPEAT-COUNT
                         OR REPEAT-POLICY-FOUND
               IF RT-DEPT-CODE(WS-REPEAT-SUB) = SR-DEPT-CODE
                   MOVE 'Y' TO WS-REPEAT-FOUND-SWITCH
                   MOVE RT-POLICY(WS-REPEAT-SUB) TO WS-RPT-POLICY
                   MOVE RT-MAX-ATTEMPTS(WS-REPEAT-SUB)
                       TO WS-RPT-MAX-ATTEMPTS
               END-IF
               ADD 1 TO WS-REPEAT-SUB
           END-PERFORM

           IF NOT REPEAT-POLICY-FOUND
               MOVE 1 TO WS-REPEAT-SUB
               PERFORM UNTIL WS-REPEAT-SUB > WS-REPEAT-COUNT
                             OR REPEAT-POLICY-FOUND
                   IF RT-DEPT-CODE(WS-REPEAT-SUB) = SPACES
                       MOVE 'Y' TO WS-REPEAT-FOUND-SWITCH
                       MOVE RT-POLICY(WS-REPEAT-SUB) TO WS-RPT-POLICY
                       MOVE RT-MAX-ATTEMPTS(WS-REPEAT-SUB)
                           TO WS-RPT-MAX-ATTEMPTS
                   END-IF
                   ADD 1 TO WS-REPEAT-SUB
               END-PERFORM
           END-IF
           .

      *
      *    THE STUDENT'S EARLIER ATTEMPTS AT THE CLASS SIT TOGETHER
      *    UNDER THE LEADING PART OF THE KEY, OLDEST FIRST, AHEAD OF
      *    THIS TERM'S RUN DATE.  AN INCOMPLETE STILL OPEN HAS NO
      *    GRADE YET AND IS NOT AN ATTEMPT.
       191-COUNT-PRIOR-ATTEMPTS.

           MOVE 0 TO WS-PRIOR-POINTS
           PERFORM 194-START-ATTEMPT-BROWSE

           PERFORM UNTIL WS-MST-BROWSE-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MST-BROWSE-EOF
                   NOT AT END
                       IF SM-STUDENT-ID = SR-STUDENT-ID
                          AND SM-DEPT-CODE = SR-DEPT-CODE
                          AND SM-CLASS-CODE = SR-CLASS-CODE
                          AND SM-RUN-DATE < WS-CURRENT-DATE
                           IF SM-GRADE NOT = 'I'
                               ADD 1 TO WS-PRIOR-ATTEMPTS
                               ADD SM-GRADE-POINTS TO WS-PRIOR-POINTS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-MST-BROWSE-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

      *
      *    DECIDE HOW THIS ATTEMPT AND THE EARLIER ONES COUNT.  AN
      *    ATTEMPT PAST THE DEPARTMENT'S LIMIT GETS NO REPLACEMENT
      *    OR AVERAGING -- IT COUNTS AS GRADED AND THE STUDENT IS
      *    REFERRED TO AN ADVISOR.
       192-APPLY-REPEAT-POLICY.

           ADD 1 WS-PRIOR-ATTEMPTS GIVING WS-ATTEMPT-NO
           PERFORM 190-FIND-REPEAT-POLICY

           MOVE WS-GRADE-POINT TO WS-COUNTED-GPA
           MOVE SPACE TO WS-RPT-PRIOR-FLAG
           MOVE 'N' TO WS-OVER-LIMIT-SWITCH

           IF WS-RPT-MAX-ATTEMPTS > 0
              AND WS-ATTEMPT-NO > WS-RPT-MAX-ATTEMPTS
               MOVE 'Y' TO WS-OVER-LIMIT-SWITCH
               MOVE 'C' TO WS-RPT-NEW-FLAG
           ELSE
               IF REPLACE-EARLIER-GRADE
                   MOVE 'R' TO WS-RPT-NEW-FLAG
                   MOVE 'X' TO WS-RPT-PRIOR-FLAG
               ELSE
                   IF AVERAGE-ATTEMPTS
                       MOVE 'A' TO WS-RPT-NEW-FLAG
                       MOVE 'A' TO WS-RPT-PRIOR-FLAG
                       ADD WS-GRADE-POINT WS-PRIOR-POINTS
                           GIVING WS-RPT-POINT-SUM
                       DIVIDE WS-RPT-POINT-SUM BY WS-ATTEMPT-NO
                           GIVING WS-COUNTED-GPA ROUNDED
                   ELSE
                       MOVE 'C' TO WS-RPT-NEW-FLAG
                   END-IF
               END-IF
           END-IF
           .

      *
      *    MARK THE EARLIER ATTEMPTS, CARRY THE FLAG AND THE GPA
      *    THAT COUNTS INTO THE CLASS TABLE FOR THE HONORS TEST, AND
      *    REGISTER THE REPEAT.
       193-POST-REPEAT.

           IF WS-RPT-PRIOR-FLAG NOT = SPACE
               PERFORM 194-START-ATTEMPT-BROWSE
               PERFORM UNTIL WS-MST-BROWSE-EOF = 'Y'
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MST-BROWSE-EOF
                       NOT AT END
                           IF SM-STUDENT-ID = SR-STUDENT-ID
                              AND SM-DEPT-CODE = SR-DEPT-CODE
                              AND SM-CLASS-CODE = SR-CLASS-CODE
                              AND SM-RUN-DATE < WS-CURRENT-DATE
                               IF SM-GRADE NOT = 'I'
                                   MOVE WS-RPT-PRIOR-FLAG
                                       TO SM-REPEAT-FLAG
                                   REWRITE MASTER-RECORD
                                       INVALID KEY
                                           MOVE '23'
                                               TO WS-MASTER-STATUS
                                   END-REWRITE
                                   IF MASTER-IO-OK
                                       IF WS-RPT-PRIOR-FLAG = 'X'
                                           ADD 1
                                             TO WS-RPT-EXCLUDED-COUNT
                                       END-IF
                                   ELSE
                                       PERFORM 187-LOG-REPEAT-REWRITE
                                   END-IF
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-MST-BROWSE-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-RPT-NEW-FLAG TO CS-REPEAT-FLAG(WS-CLASS-STU-COUNT)
           MOVE WS-COUNTED-GPA TO CS-COUNTED-GPA(WS-CLASS-STU-COUNT)
           ADD 1 TO WS-RPT-FLAGGED-COUNT

           PERFORM 189-PRINT-REPEAT-LINE

           IF OVER-ATTEMPT-LIMIT
               PERFORM 188-HOLD-OVER-LIMIT
           END-IF
           .

      *
      *    AN EARLIER ATTEMPT THAT COULD NOT BE REMARKED STILL
      *    COUNTS AS IT DID BEFORE.  IT GOES ON STUDENTERR UNDER THE
      *    RUN DATE OF THAT ATTEMPT SO THE ROW CAN BE PUT RIGHT.
       187-LOG-REPEAT-REWRITE.

           ADD 1 TO WS-RPT-RWT-FAIL-COUNT
           MOVE SR-NAME TO ERR-NAME
           MOVE SR-CLASS-CODE TO ERR-CLASS-CODE
           MOVE 'MSTRW' TO ERR-FIELD-NAME
           MOVE MASTER-RECORD TO ERR-RECORD-IMAGE
           WRITE ERROR-RECORD
           .

       194-START-ATTEMPT-BROWSE.

           MOVE 'N' TO WS-MST-BROWSE-EOF
           MOVE SR-STUDENT-ID TO SM-STUDENT-ID
           MOVE SR-DEPT-CODE TO SM-DEPT-CODE
           MOVE SR-CLASS-CODE TO SM-CLASS-CODE
           MOVE ZEROS TO SM-RUN-DATE
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MST-BROWSE-EOF
           END-START
           .

       189-PRINT-REPEAT-LINE.

           IF NOT RPT-HDR-PRINTED
               PERFORM 735-PRINT-REPEAT-HEADING
           END-IF

           MOVE SR-DEPT-CODE TO RPL-DEPT-CODE
           MOVE SR-CLASS-CODE TO RPL-CLASS-CODE
           MOVE SR-STUDENT-ID TO RPL-STUDENT-ID
           MOVE SR-NAME TO RPL-NAME
           MOVE WS-ATTEMPT-NO TO RPL-ATTEMPT-NO
           MOVE DL-GRADE TO RPL-GRADE
           MOVE WS-GRADE-MODIFIER TO RPL-GRADE-MODIFIER
           MOVE WS-GRADE-POINT TO RPL-POINTS
           MOVE WS-COUNTED-GPA TO RPL-COUNTED-GPA
           IF OVER-ATTEMPT-LIMIT
               MOVE 'OVER ATTEMPT LIMIT - REFER TO ADVISOR'
                   TO RPL-ACTION
           ELSE
               IF REPLACE-EARLIER-GRADE
                   MOVE 'EARLIER ATTEMPTS EXCLUDED FROM GPA'
                       TO RPL-ACTION
               ELSE
                   IF AVERAGE-ATTEMPTS
                       MOVE 'ALL ATTEMPTS AVERAGED IN GPA'
                           TO RPL-ACTION
                   ELSE
                       MOVE 'ALL ATTEMPTS COUNTED IN GPA'
                           TO RPL-ACTION
                   END-IF
               END-IF
           END-IF
           WRITE REPEAT-REPORT-RECORD FROM REPEAT-DETAIL-LINE
               AFTER ADVANCING 1
           .

       188-HOLD-OVER-LIMIT.

           ADD 1 TO WS-RPT-OVER-COUNT
           IF WS-OVER-LIMIT-COUNT < 500
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE SR-STUDENT-ID TO OL-STUDENT-ID(WS-OVER-LIMIT-COUNT)
               MOVE SR-NAME TO OL-NAME(WS-OVER-LIMIT-COUNT)
               MOVE SR-DEPT-CODE TO OL-DEPT-CODE(WS-OVER-LIMIT-COUNT)
               MOVE SR-CLASS-CODE TO OL-CLASS-CODE(WS-OVER-LIMIT-COUNT)
               MOVE WS-ATTEMPT-NO TO OL-ATTEMPT-NO(WS-OVER-LIMIT-COUNT)
               MOVE WS-RPT-MAX-ATTEMPTS
                   TO OL-MAX-ATTEMPTS(WS-OVER-LIMIT-COUNT)
           ELSE
               ADD 1 TO WS-OVER-LIMIT-LOST
           END-IF
           .

      *LIST THE ENROLLED STUDENTS THE SCORE FILE NEVER DELIVERED
         PERFORM 320-PRINT-NO-SHOWS

      *SET THE CLASS'S SECTIONS SIDE BY SIDE ON THE SECTION REPORT
      *WHILE THE CLASS TABLE IS STILL LOADED
         IF WS-CLASS-STU-COUNT > 0
             PERFORM 370-COMPARE-SECTIONS
         END-IF

      *PRINT THE CLASS'S PAGE OF THE CERTIFICATION ROSTER FOR THE
      *INSTRUCTOR TO SIGN -- FINAL GRADES ONLY
         IF NOT MIDTERM-RUN
            AND (WS-CLASS-STU-COUNT > 0 OR WS-CLASS-INC-COUNT > 0)
             PERFORM 380-PRINT-CERTIFICATION-ROSTER
         END-IF

      *APPEND THE CLASS RESULT TO THE CUMULATIVE TERM HISTORY --
      *FINAL RESULTS ONLY, OR TRNDRPT WOULD TREND AGAINST A
      *MIDTERM'S PARTIAL AVERAGES
         PERFORM 400-PRINT-CLASS-HEADER

         MOVE 0 TO WS-CLASS-STU-COUNT
         MOVE 0 TO WS-CLASS-INC-COUNT
         MOVE 0 TO DF-CLASS-TOTAL
         MOVE 0 TO DF-CLASS-SCORE-TOTAL
         MOVE 0 TO DF-CLASS-GPA-TOTAL
           END-IF

           IF CS-PROVISIONAL(WS-CLASS-STU-SUB) = SPACE
              AND CS-COUNTED-GPA(WS-CLASS-STU-SUB) NOT <
                  HN-MIN-GPA(WS-HONOR-IDX)
              AND WS-HON-TESTS NOT <
                  HN-MIN-TESTS(WS-HONOR-IDX)
               MOVE CS-NAME(WS-CLASS-STU-SUB) TO HO-NAME
               MOVE CS-AVERAGE(WS-CLASS-STU-SUB) TO HO-AVERAGE
               MOVE CS-GRADE(WS-CLASS-STU-SUB) TO HO-GRADE
               MOVE CS-COUNTED-GPA(WS-CLASS-STU-SUB) TO HO-GPA
               MOVE CS-REPEAT-FLAG(WS-CLASS-STU-SUB) TO HO-REPEAT-FLAG
               WRITE HONORS-RECORD
           END-IF
           .
           MOVE CS-TEST3(WS-CLASS-STU-SUB) TO DL-TEST3
           MOVE CS-TEST4(WS-CLASS-STU-SUB) TO DL-TEST4
           MOVE CS-GRADE(WS-CLASS-STU-SUB) TO DL-GRADE
           MOVE CS-GRADE-MODIFIER(WS-CLASS-STU-SUB) TO DL-GRADE-MODIFIER
           MOVE CS-GPA(WS-CLASS-STU-SUB) TO DL-GPA
           MOVE CS-PROVISIONAL(WS-CLASS-STU-SUB) TO DL-PROVISIONAL

           END-IF
           .

      *
      *    THE BREAK FIELDS STILL CARRY THE OUTGOING CLASS.  A CLASS
      *    THAT CAME IN ON ONE SECTION HAS NOTHING TO COMPARE AND IS
      *    LEFT OFF THE REPORT.
       370-COMPARE-SECTIONS.

           MOVE 0 TO WS-SECTION-COUNT
           MOVE 1 TO WS-CLASS-STU-SUB
           PERFORM UNTIL WS-CLASS-STU-SUB > WS-CLASS-STU-COUNT
               PERFORM 372-TALLY-SECTION-STUDENT
               ADD 1 TO WS-CLASS-STU-SUB
           END-PERFORM

           IF WS-SECTION-COUNT > 1
               ADD 1 TO WS-SEC-CLASS-COUNT
               PERFORM 374-FIND-SECTION-TOLERANCE

               IF NOT SEC-HDR-PRINTED
                   WRITE SECTION-REPORT-RECORD FROM SECTION-HEADING-ONE
                       AFTER ADVANCING PAGE
                   MOVE 'Y' TO WS-SEC-HDR-SWITCH
               END-IF

               MOVE WS-CKPT-DEPT-HOLD TO SCL-DEPT-CODE
               MOVE CGL-CLASS-CODE TO SCL-CLASS-CODE
               MOVE WS-CLASS-STU-COUNT TO SCL-CLASS-COUNT
               MOVE WS-CLASS-AVERAGE TO SCL-CLASS-AVERAGE
               MOVE WS-SEC-TOLERANCE TO SCL-TOLERANCE
               WRITE SECTION-REPORT-RECORD FROM SECTION-CLASS-LINE
                   AFTER ADVANCING 3
               WRITE SECTION-REPORT-RECORD FROM SECTION-COLUMN-LINE
                   AFTER ADVANCING 2

               MOVE 1 TO WS-SECTION-SUB
               PERFORM UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                   PERFORM 376-PRINT-SECTION-LINE
                   ADD 1 TO WS-SECTION-SUB
               END-PERFORM
           END-IF
           .

      *
      *    FIND THE STUDENT'S SECTION, OR OPEN AN ENTRY FOR IT AHEAD
      *    OF THE FIRST HIGHER SECTION SO THE SECTIONS PRINT IN
      *    ORDER, THEN ADD THE STUDENT IN.  BLANK TESTS ON A MIDTERM
      *    LINE STAY OUT OF THAT TEST'S AVERAGE.
       372-TALLY-SECTION-STUDENT.

           MOVE 1 TO WS-SECTION-IDX
           PERFORM UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                   OR SE-SECTION-ID(WS-SECTION-IDX) NOT <
                      CS-SECTION-ID(WS-CLASS-STU-SUB)
               ADD 1 TO WS-SECTION-IDX
           END-PERFORM

           IF WS-SECTION-IDX > WS-SECTION-COUNT
              OR SE-SECTION-ID(WS-SECTION-IDX) NOT =
                 CS-SECTION-ID(WS-CLASS-STU-SUB)
               MOVE WS-SECTION-COUNT TO WS-SECTION-SUB
               PERFORM UNTIL WS-SECTION-SUB < WS-SECTION-IDX
                   MOVE SECTION-ENTRY(WS-SECTION-SUB)
                       TO SECTION-ENTRY(WS-SECTION-SUB + 1)
                   SUBTRACT 1 FROM WS-SECTION-SUB
               END-PERFORM
               ADD 1 TO WS-SECTION-COUNT
               INITIALIZE SECTION-ENTRY(WS-SECTION-IDX)
               MOVE CS-SECTION-ID(WS-CLASS-STU-SUB)
                   TO SE-SECTION-ID(WS-SECTION-IDX)
           END-IF

           ADD 1 TO SE-STUDENT-COUNT(WS-SECTION-IDX)
           ADD CS-AVERAGE(WS-CLASS-STU-SUB)
               TO SE-SCORE-TOTAL(WS-SECTION-IDX)

           IF CS-GRADE(WS-CLASS-STU-SUB) = 'A'
               ADD 1 TO SE-COUNT-A(WS-SECTION-IDX)
           END-IF
           IF CS-GRADE(WS-CLASS-STU-SUB) = 'B'
               ADD 1 TO SE-COUNT-B(WS-SECTION-IDX)
           END-IF
           IF CS-GRADE(WS-CLASS-STU-SUB) = 'C'
               ADD 1 TO SE-COUNT-C(WS-SECTION-IDX)
           END-IF
           IF CS-GRADE(WS-CLASS-STU-SUB) = 'D'
               ADD 1 TO SE-COUNT-D(WS-SECTION-IDX)
           END-IF
           IF CS-GRADE(WS-CLASS-STU-SUB) = 'F'
               ADD 1 TO SE-COUNT-F(WS-SECTION-IDX)
           END-IF

           IF CS-TEST1(WS-CLASS-STU-SUB) NUMERIC
               ADD CS-TEST1-N(WS-CLASS-STU-SUB)
                   TO SE-TEST1-TOTAL(WS-SECTION-IDX)
               ADD 1 TO SE-TEST1-COUNT(WS-SECTION-IDX)
           END-IF
           IF CS-TEST2(WS-CLASS-STU-SUB) NUMERIC
               ADD CS-TEST2-N(WS-CLASS-STU-SUB)
                   TO SE-TEST2-TOTAL(WS-SECTION-IDX)
               ADD 1 TO SE-TEST2-COUNT(WS-SECTION-IDX)
           END-IF
           IF CS-TEST3(WS-CLASS-STU-SUB) NUMERIC
               ADD CS-TEST3-N(WS-CLASS-STU-SUB)
                   TO SE-TEST3-TOTAL(WS-SECTION-IDX)
               ADD 1 TO SE-TEST3-COUNT(WS-SECTION-IDX)
           END-IF
           IF CS-TEST4(WS-CLASS-STU-SUB) NUMERIC
               ADD CS-TEST4-N(WS-CLASS-STU-SUB)
                   TO SE-TEST4-TOTAL(WS-SECTION-IDX)
               ADD 1 TO SE-TEST4-COUNT(WS-SECTION-IDX)
           END-IF
           .

      *
      *    THE DEPARTMENT'S OWN TOLERANCE, ELSE THE SITE'S, ELSE
      *    THE BUILT-IN DEFAULT.
       374-FIND-SECTION-TOLERANCE.

           MOVE WS-DEFAULT-TOLERANCE TO WS-SEC-TOLERANCE

           MOVE 1 TO WS-SECTTOL-SUB
           PERFORM UNTIL WS-SECTTOL-SUB > WS-SECTTOL-COUNT
               IF TL-DEPT-CODE(WS-SECTTOL-SUB) = SPACES
                   MOVE TL-TOLERANCE(WS-SECTTOL-SUB)
                       TO WS-SEC-TOLERANCE
               END-IF
               ADD 1 TO WS-SECTTOL-SUB
           END-PERFORM

           MOVE 1 TO WS-SECTTOL-SUB
           PERFORM UNTIL WS-SECTTOL-SUB > WS-SECTTOL-COUNT
               IF TL-DEPT-CODE(WS-SECTTOL-SUB) = WS-CKPT-DEPT-HOLD
                   MOVE TL-TOLERANCE(WS-SECTTOL-SUB)
                       TO WS-SEC-TOLERANCE
               END-IF
               ADD 1 TO WS-SECTTOL-SUB
           END-PERFORM
           .

      *
      *    ONE PAGE PER CLASS: THE RANKED STUDENTS, THEN ANY POSTED
      *    INCOMPLETES, THEN THE DISTRIBUTION AND THE SIGN-OFF
      *    BLOCK.  THE BREAK FIELDS STILL CARRY THE OUTGOING CLASS.
       380-PRINT-CERTIFICATION-ROSTER.

           ADD 1 TO WS-CRT-CLASS-COUNT
           MOVE WS-CKPT-DEPT-HOLD TO CCL-DEPT-CODE
           MOVE CGL-CLASS-CODE TO CCL-CLASS-CODE
           MOVE WS-CURRENT-DATE TO CCL-RUN-DATE
           ADD WS-CLASS-STU-COUNT WS-CLASS-INC-COUNT
               GIVING CCL-STUDENT-COUNT

           WRITE CERT-REPORT-RECORD FROM CERT-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE CERT-REPORT-RECORD FROM CERT-CLASS-LINE
               AFTER ADVANCING 3
           WRITE CERT-REPORT-RECORD FROM CERT-COLUMN-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO CERT-REPORT-RECORD
           WRITE CERT-REPORT-RECORD
               AFTER ADVANCING 1

           MOVE 1 TO WS-CLASS-STU-SUB
           PERFORM UNTIL WS-CLASS-STU-SUB > WS-CLASS-STU-COUNT
               PERFORM 382-PRINT-CERT-STUDENT
               ADD 1 TO WS-CLASS-STU-SUB
           END-PERFORM

           MOVE 1 TO WS-CLASS-INC-SUB
           PERFORM UNTIL WS-CLASS-INC-SUB > WS-CLASS-INC-COUNT
               PERFORM 384-PRINT-CERT-INCOMPLETE
               ADD 1 TO WS-CLASS-INC-SUB
           END-PERFORM

           MOVE DF-COUNT-A TO CDS-COUNT-A
           MOVE DF-COUNT-B TO CDS-COUNT-B
           MOVE DF-COUNT-C TO CDS-COUNT-C
           MOVE DF-COUNT-D TO CDS-COUNT-D
           MOVE DF-COUNT-F TO CDS-COUNT-F
           MOVE WS-CLASS-INC-COUNT TO CDS-COUNT-I
           MOVE WS-CLASS-AVERAGE TO CDS-CLASS-AVERAGE
           WRITE CERT-REPORT-RECORD FROM CERT-DIST-LINE
               AFTER ADVANCING 2

           WRITE CERT-REPORT-RECORD FROM CERT-SIGNOFF-LINE-1
               AFTER ADVANCING 3
           WRITE CERT-REPORT-RECORD FROM CERT-SIGNOFF-LINE-2
               AFTER ADVANCING 3
           WRITE CERT-REPORT-RECORD FROM CERT-SIGNOFF-LINE-3
               AFTER ADVANCING 2
           WRITE CERT-REPORT-RECORD FROM CERT-SIGNOFF-LINE-4
               AFTER ADVANCING 2
           .

       382-PRINT-CERT-STUDENT.

           MOVE CS-STUDENT-ID(WS-CLASS-STU-SUB) TO CDL-STUDENT-ID
           MOVE CS-NAME(WS-CLASS-STU-SUB) TO CDL-NAME
           MOVE CS-AVERAGE(WS-CLASS-STU-SUB) TO CDL-AVERAGE
           MOVE CS-GRADE(WS-CLASS-STU-SUB) TO CDL-GRADE
           MOVE CS-GRADE-MODIFIER(WS-CLASS-STU-SUB)
               TO CDL-GRADE-MODIFIER
           MOVE SPACES TO CDL-NOTE
           WRITE CERT-REPORT-RECORD FROM CERT-DETAIL-LINE
               AFTER ADVANCING 1
           .

       384-PRINT-CERT-INCOMPLETE.

           MOVE CI-STUDENT-ID(WS-CLASS-INC-SUB) TO CDL-STUDENT-ID
           MOVE CI-NAME(WS-CLASS-INC-SUB) TO CDL-NAME
           MOVE ZEROS TO CDL-AVERAGE
           MOVE 'I' TO CDL-GRADE
           MOVE SPACE TO CDL-GRADE-MODIFIER
           MOVE 'INCOMPLETE' TO CDL-NOTE
           WRITE CERT-REPORT-RECORD FROM CERT-DETAIL-LINE
               AFTER ADVANCING 1
           .

      *
      *    A SECTION WHOSE AVERAGE SITS MORE THAN THE TOLERANCE
      *    ABOVE OR BELOW THE CLASS AVERAGE IS FLAGGED.
       376-PRINT-SECTION-LINE.

           DIVIDE SE-SCORE-TOTAL(WS-SECTION-SUB)
               BY SE-STUDENT-COUNT(WS-SECTION-SUB)
               GIVING WS-SEC-AVERAGE ROUNDED
           SUBTRACT WS-CLASS-AVERAGE FROM WS-SEC-AVERAGE
               GIVING WS-SEC-DIFF
           IF WS-SEC-DIFF < 0
               SUBTRACT WS-SEC-DIFF FROM 0 GIVING WS-SEC-ABS-DIFF
           ELSE
               MOVE WS-SEC-DIFF TO WS-SEC-ABS-DIFF
           END-IF

           IF SE-SECTION-ID(WS-SECTION-SUB) = SPACES
               MOVE 'MAIN' TO SDL-SECTION-ID
           ELSE
               MOVE SE-SECTION-ID(WS-SECTION-SUB) TO SDL-SECTION-ID
           END-IF
           MOVE SE-STUDENT-COUNT(WS-SECTION-SUB) TO SDL-COUNT
           MOVE WS-SEC-AVERAGE TO SDL-AVERAGE
           MOVE WS-SEC-DIFF TO SDL-DIFF
           MOVE SE-COUNT-A(WS-SECTION-SUB) TO SDL-COUNT-A
           MOVE SE-COUNT-B(WS-SECTION-SUB) TO SDL-COUNT-B
           MOVE SE-COUNT-C(WS-SECTION-SUB) TO SDL-COUNT-C
           MOVE SE-COUNT-D(WS-SECTION-SUB) TO SDL-COUNT-D
           MOVE SE-COUNT-F(WS-SECTION-SUB) TO SDL-COUNT-F

           MOVE 0 TO WS-SEC-TEST-AVERAGE
           IF SE-TEST1-COUNT(WS-SECTION-SUB) > 0
               DIVIDE SE-TEST1-TOTAL(WS-SECTION-SUB)
                   BY SE-TEST1-COUNT(WS-SECTION-SUB)
                   GIVING WS-SEC-TEST-AVERAGE ROUNDED
           END-IF
           MOVE WS-SEC-TEST-AVERAGE TO SDL-TEST1

           MOVE 0 TO WS-SEC-TEST-AVERAGE
           IF SE-TEST2-COUNT(WS-SECTION-SUB) > 0
               DIVIDE SE-TEST2-TOTAL(WS-SECTION-SUB)
                   BY SE-TEST2-COUNT(WS-SECTION-SUB)
                   GIVING WS-SEC-TEST-AVERAGE ROUNDED
           END-IF
           MOVE WS-SEC-TEST-AVERAGE TO SDL-TEST2

           MOVE 0 TO WS-SEC-TEST-AVERAGE
           IF SE-TEST3-COUNT(WS-SECTION-SUB) > 0
               DIVIDE SE-TEST3-TOTAL(WS-SECTION-SUB)
                   BY SE-TEST3-COUNT(WS-SECTION-SUB)
                   GIVING WS-SEC-TEST-AVERAGE ROUNDED
           END-IF
           MOVE WS-SEC-TEST-AVERAGE TO SDL-TEST3

           MOVE 0 TO WS-SEC-TEST-AVERAGE
           IF SE-TEST4-COUNT(WS-SECTION-SUB) > 0
               DIVIDE SE-TEST4-TOTAL(WS-SECTION-SUB)
                   BY SE-TEST4-COUNT(WS-SECTION-SUB)
                   GIVING WS-SEC-TEST-AVERAGE ROUNDED
           END-IF
           MOVE WS-SEC-TEST-AVERAGE TO SDL-TEST4

           IF WS-SEC-ABS-DIFF > WS-SEC-TOLERANCE
               MOVE '** OUTSIDE TOLERANCE' TO SDL-FLAG
               ADD 1 TO WS-SEC-FLAG-COUNT
           ELSE
               MOVE SPACES TO SDL-FLAG
           END-IF

           WRITE SECTION-REPORT-RECORD FROM SECTION-DETAIL-LINE
               AFTER ADVANCING 1
           .

       320-PRINT-NO-SHOWS.

           IF ROSTER-PRESENT

           PERFORM 500-END-OF-JOB-ROUTINE

           IF NOT SEC-HDR-PRINTED
               WRITE SECTION-REPORT-RECORD FROM SECTION-HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE SECTION-REPORT-RECORD FROM SECTION-NONE-LINE
                   AFTER ADVANCING 3
           END-IF

           PERFORM 710-BALANCE-THE-RUN

           PERFORM 720-WRITE-MANIFEST

           IF NOT REPORT-ONLY-RUN AND NOT MIDTERM-RUN
               PERFORM 730-END-REPEAT-REGISTER
           END-IF

           CLOSE STUDENT-FILE
                 STUDENT-REPORT-FILE
                 SECTION-REPORT-FILE
                 ROSTER-FILE

           IF NOT MIDTERM-RUN
               CLOSE CERTIFICATION-ROSTER-FILE
           END-IF

           IF NOT REPORT-ONLY-RUN
               CLOSE STUDENT-EXCEPTION-FILE
                     STUDENT-ERROR-FILE
                     STUDENT-HONORS-FILE
                     TERM-HISTORY-FILE
                     STUDENT-MASTER-FILE
                     OPEN-INCOMPLETE-FILE
               IF NOT MIDTERM-RUN
                   CLOSE STUDENT-PENDING-FILE
                         REPEAT-REGISTER-FILE
               END-IF
           END-IF

           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-READ-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-DETAIL-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
            STOP RUN
            .

           MOVE WS-INCOMPLETE-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE '  OF WHICH I GRADES POSTED' TO ACL-LABEL
           MOVE WS-INC-POSTED-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'MASTER DUPLICATES REJECTED' TO ACL-LABEL
           MOVE WS-MST-DUP-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'FILTERED BY DEPT SELECT' TO ACL-LABEL
           MOVE WS-FILTERED-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE
           MOVE WS-TRAILER-SKIP-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'CLASSES WITH SECTIONS COMPARED' TO ACL-LABEL
           MOVE WS-SEC-CLASS-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'SECTIONS OUTSIDE TOLERANCE' TO ACL-LABEL
           MOVE WS-SEC-FLAG-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'POSTINGS STAGED FOR RELEASE' TO ACL-LABEL
           MOVE WS-PST-STAGED-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'CLASSES PRINTED FOR SIGN-OFF' TO ACL-LABEL
           MOVE WS-CRT-CLASS-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'REPEATED COURSES FLAGGED' TO ACL-LABEL
           MOVE WS-RPT-FLAGGED-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'EARLIER ATTEMPTS EXCLUDED' TO ACL-LABEL
           MOVE WS-RPT-EXCLUDED-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'EARLIER ATTEMPTS NOT REMARKED' TO ACL-LABEL
           MOVE WS-RPT-RWT-FAIL-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           MOVE 'REPEATS OVER ATTEMPT LIMIT' TO ACL-LABEL
           MOVE WS-RPT-OVER-COUNT TO ACL-VALUE
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-LINE

           IF RUN-OUT-OF-BALANCE
               MOVE 'RUN OUT OF BALANCE' TO AVL-MESSAGE
           ELSE
           WRITE MANIFEST-RECORD FROM WARNING-LINE
           .

      *
      *    CLOSE OUT THE REGISTER AND PRINT THE ADVISORS' LIST OF
      *    STUDENTS PAST THEIR ATTEMPT LIMIT ON A PAGE OF ITS OWN.
       730-END-REPEAT-REGISTER.

           IF NOT RPT-HDR-PRINTED
               PERFORM 735-PRINT-REPEAT-HEADING
               WRITE REPEAT-REPORT-RECORD FROM REPEAT-NONE-LINE
                   AFTER ADVANCING 2
           END-IF

           WRITE REPEAT-REPORT-RECORD FROM OVER-LIMIT-HEADING
               AFTER ADVANCING PAGE
           WRITE REPEAT-REPORT-RECORD FROM OVER-LIMIT-COLUMN-LINE
               AFTER ADVANCING 2

           IF WS-OVER-LIMIT-COUNT = 0
               WRITE REPEAT-REPORT-RECORD FROM OVER-LIMIT-NONE-LINE
                   AFTER ADVANCING 2
           END-IF

           MOVE 1 TO WS-OVER-LIMIT-SUB
           PERFORM UNTIL WS-OVER-LIMIT-SUB > WS-OVER-LIMIT-COUNT
               PERFORM 736-PRINT-ONE-OVER-LIMIT
               ADD 1 TO WS-OVER-LIMIT-SUB
           END-PERFORM

           IF WS-OVER-LIMIT-LOST > 0
               MOVE WS-OVER-LIMIT-LOST TO OLT-COUNT
               WRITE REPEAT-REPORT-RECORD FROM OVER-LIMIT-LOST-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       735-PRINT-REPEAT-HEADING.

           MOVE 'Y' TO WS-RPT-HDR-SWITCH
           WRITE REPEAT-REPORT-RECORD FROM REPEAT-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE REPEAT-REPORT-RECORD FROM REPEAT-COLUMN-LINE
               AFTER ADVANCING 2
           MOVE SPACES TO REPEAT-REPORT-RECORD
           WRITE REPEAT-REPORT-RECORD
               AFTER ADVANCING 1
           .

       736-PRINT-ONE-OVER-LIMIT.

           MOVE OL-STUDENT-ID(WS-OVER-LIMIT-SUB) TO OLL-STUDENT-ID
           MOVE OL-NAME(WS-OVER-LIMIT-SUB) TO OLL-NAME
           MOVE OL-DEPT-CODE(WS-OVER-LIMIT-SUB) TO OLL-DEPT-CODE
           MOVE OL-CLASS-CODE(WS-OVER-LIMIT-SUB) TO OLL-CLASS-CODE
           MOVE OL-ATTEMPT-NO(WS-OVER-LIMIT-SUB) TO OLL-ATTEMPT-NO
           MOVE OL-MAX-ATTEMPTS(WS-OVER-LIMIT-SUB) TO OLL-MAX-ATTEMPTS
           WRITE REPEAT-REPORT-RECORD FROM OVER-LIMIT-DETAIL-LINE
               AFTER ADVANCING 1
           .

      *
      *    OPEN THIS STEP'S ENTRY IN THE CYCLE LEDGER.  A STEP WHOSE
      *    PREDECESSORS HAVE NOT ALL ENDED CLEANLY FOR THE CYCLE IS
      *    REFUSED HERE, BEFORE IT HAS OPENED A SINGLE OUTPUT FILE.
      *    REPORT-ONLY RUNS NEITHER SATISFY NOR BLOCK ANYTHING.
       800-CHECK-CYCLE-LEDGER.

           MOVE SPACES TO PREDECESSOR-STATUS-TABLE
           MOVE SPACES TO CAPTURE-SECTION-STATUS-TABLE
           OPEN INPUT CYCLE-LEDGER-FILE
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE INTO LEDGER-ENTRY
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-CYCLE-DATE = WS-CYCLE-DATE
                          AND LG-RUN-MODE NOT = 'R'
                           PERFORM 810-NOTE-LEDGER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-LEDGER-FILE

           MOVE 1 TO WS-PRED-SUB
           PERFORM UNTIL WS-PRED-SUB > WS-PRED-COUNT
                      OR RUN-REFUSED
               IF PRED-STATUS(WS-PRED-SUB) NOT = 'C'
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE PRED-PROGRAM-ID(WS-PRED-SUB) TO RFL-STEP
                   MOVE 'HAS NOT ENDED CLEANLY' TO RFL-REASON
               END-IF
               ADD 1 TO WS-PRED-SUB
           END-PERFORM

      *    THE LATEST LAB5CAP EVENT ONLY SPEAKS FOR ITS OWN SECTION.
      *    EVERY SECTION STARTED THIS CYCLE MUST ALSO HAVE ENDED
      *    CLEANLY, OR ITS EXTRACT MAY BE PART WRITTEN.
           MOVE 1 TO WS-CAP-SECTION-SUB
           PERFORM UNTIL WS-CAP-SECTION-SUB > 3
                      OR RUN-REFUSED
               IF CAP-SECTION-STATUS(WS-CAP-SECTION-SUB) = 'S'
                  OR CAP-SECTION-STATUS(WS-CAP-SECTION-SUB) = 'F'
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE WS-CAP-PROGRAM-ID TO RFL-STEP
                   MOVE WS-CAP-SECTION-SUB TO SRR-SECTION-NO
                   MOVE SECTION-REFUSAL-REASON TO RFL-REASON
               END-IF
               ADD 1 TO WS-CAP-SECTION-SUB
           END-PERFORM

      *    THIS STEP APPENDS TO CUMULATIVE FILES, SO A SECOND CLEAN
      *    RUN IN ONE CYCLE WOULD DOUBLE THEM UP.  ONLY THE RERUN
      *    OVERRIDE ON THE RUN-PARAMETER CARD LETS IT THROUGH.  A
      *    RUN THAT DIED OR FAILED DOES NOT COUNT, SO A RESTART
      *    NEEDS NO OVERRIDE.
           IF PRIOR-RUN-COMPLETE
              AND NOT RERUN-OVERRIDDEN
              AND WS-LEDGER-MODE NOT = 'R'
              AND NOT RUN-REFUSED
               MOVE 'Y' TO WS-REFUSE-SWITCH
               MOVE WS-LEDGER-PROGRAM-ID TO RFL-STEP
               MOVE 'ALREADY RAN - OVERRIDE NEEDED' TO RFL-REASON
           END-IF

           IF RUN-REFUSED
               PERFORM 820-REFUSE-THE-RUN
           END-IF

           MOVE 'S' TO WS-LEDGER-EVENT
           MOVE 0 TO WS-LEDGER-RC
           PERFORM 840-WRITE-LEDGER-EVENT
       .

      *
      *    THE LATEST EVENT FOR A PREDECESSOR DECIDES ITS STANDING,
      *    SO A FAILED RUN FOLLOWED BY A CLEAN RERUN IS CLEAN.  A
      *    REFUSED ATTEMPT CHANGES NOTHING.  FOR LAB5CAP THE SAME
      *    HOLDS SECTION BY SECTION.
       810-NOTE-LEDGER-EVENT.

           MOVE 1 TO WS-PRED-SUB
           PERFORM UNTIL WS-PRED-SUB > WS-PRED-COUNT
               IF LG-PROGRAM-ID = PRED-PROGRAM-ID(WS-PRED-SUB)
                   IF LG-EVENT = 'S'
                       MOVE 'S' TO PRED-STATUS(WS-PRED-SUB)
                   END-IF
                   IF LG-EVENT = 'E'
                       IF LG-RETURN-CODE > 4
                           MOVE 'F' TO PRED-STATUS(WS-PRED-SUB)
                       ELSE
                           MOVE 'C' TO PRED-STATUS(WS-PRED-SUB)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PRED-SUB
           END-PERFORM

           IF LG-PROGRAM-ID = WS-CAP-PROGRAM-ID
              AND LG-COUNT-1 > 0
              AND LG-COUNT-1 < 4
               MOVE LG-COUNT-1 TO WS-CAP-SECTION-SUB
               IF LG-EVENT = 'S'
                   MOVE 'S' TO CAP-SECTION-STATUS(WS-CAP-SECTION-SUB)
               END-IF
               IF LG-EVENT = 'E'
                   IF LG-RETURN-CODE > 4
                       MOVE 'F'
                           TO CAP-SECTION-STATUS(WS-CAP-SECTION-SUB)
                   ELSE
                       MOVE 'C'
                           TO CAP-SECTION-STATUS(WS-CAP-SECTION-SUB)
                   END-IF
               END-IF
           END-IF

           IF LG-PROGRAM-ID = WS-LEDGER-PROGRAM-ID
              AND LG-EVENT = 'E'
              AND LG-RETURN-CODE NOT > 4
               MOVE 'Y' TO WS-PRIOR-RUN-SWITCH
           END-IF
       .

      *
      *    A REFUSED STEP LEAVES ITS REASON ON THE CONSOLE AND IN
      *    THE LEDGER, AND ENDS WITHOUT HAVING TOUCHED ANY FILE.
       820-REFUSE-THE-RUN.

           MOVE WS-LEDGER-PROGRAM-ID TO RFL-PROGRAM-ID
           MOVE WS-CYCLE-DATE TO RFL-CYCLE-DATE
           DISPLAY REFUSAL-LINE

           MOVE 'B' TO WS-LEDGER-EVENT
           MOVE 16 TO WS-LEDGER-RC
           PERFORM 840-WRITE-LEDGER-EVENT

           MOVE 16 TO RETURN-CODE
           STOP RUN
       .

      *
       840-WRITE-LEDGER-EVENT.

           MOVE SPACES TO LEDGER-ENTRY
           MOVE WS-CYCLE-DATE TO LG-CYCLE-DATE
           MOVE WS-LEDGER-PROGRAM-ID TO LG-PROGRAM-ID
           MOVE WS-LEDGER-EVENT TO LG-EVENT
           MOVE WS-LEDGER-MODE TO LG-RUN-MODE
           MOVE WS-RERUN-OVERRIDE TO LG-OVERRIDE
           ACCEPT LG-EVENT-DATE FROM DATE
           ACCEPT LG-EVENT-TIME FROM TIME
           MOVE WS-LEDGER-RC TO LG-RETURN-CODE
           MOVE 0 TO LG-COUNT-1
                     LG-COUNT-2
           IF WS-LEDGER-EVENT = 'E'
               MOVE WS-LEDGER-LABEL-1 TO LG-COUNT-1-LABEL
               MOVE WS-LEDGER-COUNT-1 TO LG-COUNT-1
               MOVE WS-LEDGER-LABEL-2 TO LG-COUNT-2-LABEL
               MOVE WS-LEDGER-COUNT-2 TO LG-COUNT-2
           END-IF

           OPEN EXTEND CYCLE-LEDGER-FILE
           WRITE LEDGER-RECORD FROM LEDGER-ENTRY
           CLOSE CYCLE-LEDGER-FILE
       .

      *
      *    CLOSE THIS STEP'S ENTRY WITH THE RETURN CODE IT IS
      *    ENDING ON.
       850-RECORD-LEDGER-END.

           MOVE 'E' TO WS-LEDGER-EVENT
           MOVE RETURN-CODE TO WS-LEDGER-RC
           PERFORM 840-WRITE-LEDGER-EVENT
       .
