       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INCTRACK.
       AUTHOR.         GARRETT BURNS.
      *
      *                    INCOMPLETE GRADE TRACKING
      *
      *    THIS PROGRAM FOLLOWS EVERY 'I' BKBRK HAS POSTED UNTIL IT
      *    IS RESOLVED.  EACH CYCLE IT TAKES THE LATE SCORES THE
      *    TEST CENTER HAS CAPTURED FOR STUDENTS HOLDING AN OPEN
      *    INCOMPLETE, IN THE SAME ONE-SCORE-PER-RECORD LAYOUT
      *    SCORECAP READS, AND FILES THEM AGAINST THE INCOMPLETE.
      *
      *    AN INCOMPLETE WHOSE FOUR SCORES ARE NOW ALL ON FILE IS
      *    AVERAGED AND GRADED EXACTLY AS BKBRK WOULD HAVE GRADED IT
      *    -- SAME WEIGHTING POLICY, SAME GRADING SCALE.  ONE STILL
      *    SHORT WHEN ITS COMPLETION DEADLINE HAS PASSED LAPSES TO
      *    AN F, THE MISSING TESTS COUNTING AS ZERO IN THE AVERAGE.
      *
      *    EITHER WAY THE 'I' ON THE STUDENT MASTER IS REPLACED,
      *    THE CLASS'S TERM HISTORY TAKES THE STUDENT IN, AND THE
      *    NEW GRADE GOES TO THE REGISTRAR IN AN AMENDMENT BATCH IN
      *    THE STUDENTPST RECORD FORMAT.  THE AGING REPORT LISTS
      *    WHAT RESOLVED THIS CYCLE AND AGES EVERY INCOMPLETE STILL
      *    OPEN AGAINST ITS DEADLINE.  EVERY AMENDMENT BATCH IS ALSO
      *    ADDED TO THE END OF THE AMENDMENT LOG, STUDENTILG, SO THE
      *    BATCHES OF EARLIER RUNS SURVIVE FOR TERMRECN AFTER
      *    STUDENTIAM IS REPLACED.
      *
      *    A GRADE WHOSE CLASS IS STILL HELD ON STUDENTPND FOR ITS
      *    CERTIFICATION HAS NOT REACHED THE REGISTRAR, SO THERE IS
      *    NOTHING TO AMEND.  THE MASTER AND THE HISTORY TAKE THE
      *    NEW GRADE AS USUAL, AND GRDREL SENDS IT WHEN THE CLASS IS
      *    RELEASED.
      *
      *    A RESOLVED GRADE IN A CLASS THE STUDENT HAS A GRADE FOR
      *    FROM AN EARLIER TERM IS A REPEAT, AND IS FLAGGED UNDER
      *    THE DEPARTMENT'S REPEAT POLICY EXACTLY AS BKBRK FLAGS A
      *    REPEAT IT POSTS ON TIME.
      *
      *    AN INCOMPLETE WHOSE 'I' CANNOT BE FOUND OR REPLACED ON THE
      *    MASTER IS LISTED AND LEFT OPEN -- NOTHING IS SENT OR
      *    COUNTED FOR A GRADE THE MASTER DOES NOT SHOW.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    THE LATE SCORES.  OPTIONAL -- A CYCLE WITH NONE STILL
      *    HAS TO LAPSE WHATEVER HAS PASSED ITS DEADLINE.
           SELECT OPTIONAL LATE-SCORE-FILE
               ASSIGN TO "INCSCORE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE OPEN INCOMPLETES BKBRK HAS POSTED.  READ WHOLE AND
      *    REWRITTEN WITH ONLY THE ONES STILL OPEN.
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
               ASSIGN TO "STUDENTOPN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE 'I' BEING RESOLVED IS READ BY ITS FULL KEY AND
      *    REWRITTEN IN PLACE.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO "STUDENTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE SAME WEIGHTING POLICY AND GRADING SCALE BKBRK
      *    GRADES FROM, SO A LATE GRADE IS THE GRADE THE STUDENT
      *    WOULD HAVE HAD ON TIME.
           SELECT OPTIONAL POLICY-FILE
               ASSIGN TO "POLICY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADSCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE CYCLE'S RUN-PARAMETER CARD, READ FOR THE AS-OF DATE
      *    ONLY, SO A RERUN LAPSES AGAINST THE CYCLE'S OWN DATE.
           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE GRADES BKBRK STAGED THAT GRDREL HAS NOT YET RELEASED.
      *    READ ONLY.  OPTIONAL -- WITH NOTHING HELD, EVERY RESOLVED
      *    INCOMPLETE IS AMENDED.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "STUDENTPND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE SAME COURSE REPEAT POLICY BKBRK FLAGS REPEATS FROM.
           SELECT OPTIONAL REPEAT-POLICY-FILE
               ASSIGN TO "REPEAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AMENDMENT-FILE
               ASSIGN TO "STUDENTIAM"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY AMENDMENT BATCH EVER SENT, ONE AFTER ANOTHER, EACH
      *    WITH ITS OWN HEADER AND TRAILER.  OPENED EXTEND ALONGSIDE
      *    STUDENTIAM; OPTIONAL -- THE FIRST RUN CREATES IT.
           SELECT OPTIONAL AMENDMENT-LOG-FILE
               ASSIGN TO "STUDENTILG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AGING-REPORT-FILE
               ASSIGN TO PRINTER "INCAGING".
      *
      *    THE BANK OF FIVE COPIES STUDENTMST IS SAVED TO BEFORE THIS
      *    RUN RESOLVES INCOMPLETES ON IT.  BACKUP.CAT SAYS WHICH
      *    GENERATION EACH COPY HOLDS.
           SELECT MASTER-GEN-FILE-1
               ASSIGN TO "STUDENTMST.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GEN-FILE-2
               ASSIGN TO "STUDENTMST.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GEN-FILE-3
               ASSIGN TO "STUDENTMST.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GEN-FILE-4
               ASSIGN TO "STUDENTMST.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GEN-FILE-5
               ASSIGN TO "STUDENTMST.G5"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE BANK OF FIVE COPIES STUDENTHIS IS SAVED TO BEFORE THIS
      *    RUN RESOLVES INCOMPLETES ON IT.  BACKUP.CAT SAYS WHICH
      *    GENERATION EACH COPY HOLDS.
           SELECT HISTORY-GEN-FILE-1
               ASSIGN TO "STUDENTHIS.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-GEN-FILE-2
               ASSIGN TO "STUDENTHIS.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-GEN-FILE-3
               ASSIGN TO "STUDENTHIS.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-GEN-FILE-4
               ASSIGN TO "STUDENTHIS.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-GEN-FILE-5
               ASSIGN TO "STUDENTHIS.G5"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    GENERATIONS KEPT, ONE CARD PER FILE.  OPTIONAL -- A FILE
      *    WITH NO CARD KEEPS THREE.
           SELECT OPTIONAL BACKUP-CONTROL-FILE
               ASSIGN TO "BACKUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE RECORD PER GENERATION HELD, FOR EVERY FILE SAVED
      *    THIS WAY.  GENRESTR LISTS AND RESTORES FROM IT.
           SELECT OPTIONAL BACKUP-CATALOG-FILE
               ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  LATE-SCORE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  LATE-SCORE-RECORD.
           05  LS-DEPT-CODE                   PIC X(4).
           05  LS-CLASS-CODE                  PIC X(5).
           05  LS-NAME                        PIC X(20).
           05  LS-STUDENT-ID                  PIC X(7).
           05  LS-TEST-NO                     PIC X.
           05  LS-SCORE                       PIC X(3).

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
       FD  TERM-HISTORY-FILE
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-RECORD.
           05  HR-DEPT-CODE                   PIC X(4).
           05  HR-CLASS-CODE                  PIC X(5).
           05  HR-RUN-DATE                    PIC 9(6).
           05  HR-STUDENT-COUNT               PIC 9(5).
           05  HR-CLASS-AVERAGE               PIC 9(3)V99.
           05  HR-CLASS-GPA                   PIC 9V99.
           05  HR-COUNT-A                     PIC 9(3).
           05  HR-COUNT-B                     PIC 9(3).
           05  HR-COUNT-C                     PIC 9(3).
           05  HR-COUNT-D                     PIC 9(3).
           05  HR-COUNT-F                     PIC 9(3).

      *
       FD  POLICY-FILE
           RECORD CONTAINS 22 CHARACTERS.
      *
       01  POLICY-RECORD.
           05  PR-DEPT-CODE                   PIC X(4).
           05  PR-CLASS-CODE                  PIC X(5).
           05  PR-DROP-LOWEST                 PIC X.
           05  PR-WEIGHT1                     PIC 9(3).
           05  PR-WEIGHT2                     PIC 9(3).
           05  PR-WEIGHT3                     PIC 9(3).
           05  PR-WEIGHT4                     PIC 9(3).

      *
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
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
           05                                 PIC X(5).
           05  PM-AS-OF-DATE                  PIC 9(6).
           05                                 PIC X(2).

      *
       FD  PENDING-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  PENDING-RECORD.
           05  PN-POSTING-IMAGE               PIC X(60).
           05  PN-RUN-DATE                    PIC 9(6).

      *
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
       FD  AMENDMENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  AMENDMENT-RECORD                  PIC X(60).

      *
       FD  AMENDMENT-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  AMENDMENT-LOG-RECORD              PIC X(60).

      *
       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REGISTER-RECORD                   PIC X(80).

      *
       FD  MASTER-GEN-FILE-1
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-GEN-RECORD-1               PIC X(32).

      *
       FD  MASTER-GEN-FILE-2
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-GEN-RECORD-2               PIC X(32).

      *
       FD  MASTER-GEN-FILE-3
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-GEN-RECORD-3               PIC X(32).

      *
       FD  MASTER-GEN-FILE-4
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-GEN-RECORD-4               PIC X(32).

      *
       FD  MASTER-GEN-FILE-5
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  MASTER-GEN-RECORD-5               PIC X(32).

      *
       FD  HISTORY-GEN-FILE-1
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-GEN-RECORD-1              PIC X(43).

      *
       FD  HISTORY-GEN-FILE-2
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-GEN-RECORD-2              PIC X(43).

      *
       FD  HISTORY-GEN-FILE-3
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-GEN-RECORD-3              PIC X(43).

      *
       FD  HISTORY-GEN-FILE-4
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-GEN-RECORD-4              PIC X(43).

      *
       FD  HISTORY-GEN-FILE-5
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-GEN-RECORD-5              PIC X(43).

      *
       FD  BACKUP-CONTROL-FILE
           RECORD CONTAINS 14 CHARACTERS.
      *
       01  BACKUP-CONTROL-RECORD.
           05  BC-FILE-NAME                   PIC X(12).
           05  BC-GENERATIONS                 PIC 9(2).

      *
       FD  BACKUP-CATALOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  CATALOG-RECORD.
           05  BK-FILE-NAME                   PIC X(12).
      *    NUMBERED UP FROM 1 FOR EACH FILE, NEVER REUSED.
           05  BK-GENERATION-NO               PIC 9(4).
      *    WHICH OF THE FILE'S FIVE COPIES HOLDS IT.
           05  BK-SLOT-NO                     PIC 9.
           05  BK-BACKUP-DATE                 PIC 9(6).
           05  BK-BACKUP-TIME                 PIC 9(8).
           05  BK-PROGRAM-ID                  PIC X(8).
           05  BK-RECORD-COUNT                PIC 9(7).
           05                                 PIC X(4).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-SCORE-EOF                PIC X       VALUE 'N'.
           05  WS-OPEN-EOF                 PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
      *        '02' IS A GOOD REWRITE THAT DUPLICATES THE CLASS KEY.
               88  MASTER-IO-OK                        VALUE '00' '02'.
           05  WS-MST-BROWSE-EOF           PIC X       VALUE 'N'.
           05  WS-MST-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  MASTER-ROW-FOUND                    VALUE 'Y'.
           05  WS-HISTORY-EOF              PIC X       VALUE 'N'.
           05  WS-POLICY-EOF               PIC X       VALUE 'N'.
           05  WS-SCALE-EOF                PIC X       VALUE 'N'.
           05  WS-PARM-EOF                 PIC X       VALUE 'N'.
           05  WS-OPEN-FOUND-SWITCH        PIC X       VALUE 'N'.
               88  OPEN-INCOMPLETE-FOUND               VALUE 'Y'.
           05  WS-POLICY-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  POLICY-FOUND                        VALUE 'Y'.
           05  WS-SCALE-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  SCALE-FOUND                         VALUE 'Y'.
           05  WS-SITE-SCALE-SWITCH        PIC X       VALUE 'N'.
               88  SITE-SCALE-LOADED                   VALUE 'Y'.
           05  WS-HIST-ADJ-SWITCH          PIC X       VALUE 'N'.
               88  HISTORY-ADJUSTED                    VALUE 'Y'.
           05  WS-REJ-HDR-SWITCH           PIC X       VALUE 'N'.
               88  REJ-HDR-PRINTED                     VALUE 'Y'.
           05  WS-RES-HDR-SWITCH           PIC X       VALUE 'N'.
               88  RES-HDR-PRINTED                     VALUE 'Y'.
           05  WS-OPN-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  OPEN-OVERFLOW                       VALUE 'Y'.
           05  WS-HIS-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  HISTORY-OVERFLOW                    VALUE 'Y'.
           05  WS-PENDING-EOF              PIC X       VALUE 'N'.
           05  WS-PND-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  PENDING-OVERFLOW                    VALUE 'Y'.
           05  WS-PENDING-SWITCH           PIC X       VALUE 'N'.
               88  GRADE-STILL-PENDING                 VALUE 'Y'.
           05  WS-REPEAT-EOF               PIC X       VALUE 'N'.
           05  WS-REPEAT-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  REPEAT-POLICY-FOUND                 VALUE 'Y'.
           05  WS-OVER-LIMIT-SWITCH        PIC X       VALUE 'N'.
               88  OVER-ATTEMPT-LIMIT                  VALUE 'Y'.
           05  WS-UNR-HDR-SWITCH           PIC X       VALUE 'N'.
               88  UNR-HDR-PRINTED                     VALUE 'Y'.
           05  WS-BKP-CTL-EOF              PIC X       VALUE 'N'.
           05  WS-CATALOG-EOF              PIC X       VALUE 'N'.
           05  WS-BKP-COPY-EOF             PIC X       VALUE 'N'.
           05  WS-CAT-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  CATALOG-OVERFLOW                    VALUE 'Y'.
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
      *    ONE ENTRY PER OPEN INCOMPLETE.  OT-STATUS IS 'O' WHILE
      *    IT IS OPEN AND 'C' OR 'L' ONCE IT HAS BEEN COMPLETED OR
      *    HAS LAPSED THIS CYCLE; ONLY THE 'O' ENTRIES ARE WRITTEN
      *    BACK.  'R' MARKS ONE THE MASTER WOULD NOT TAKE UNTIL IT
      *    HAS BEEN LISTED, WHEN IT GOES BACK TO 'O'.
       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 1000 TIMES.
               10  OT-STUDENT-ID               PIC X(7).
               10  OT-DEPT-CODE                PIC X(4).
               10  OT-CLASS-CODE               PIC X(5).
               10  OT-NAME                     PIC X(20).
               10  OT-RUN-DATE                 PIC 9(6).
               10  OT-TEST1                    PIC X(3).
               10  OT-TEST2                    PIC X(3).
               10  OT-TEST3                    PIC X(3).
               10  OT-TEST4                    PIC X(3).
               10  OT-APPROVER                 PIC X(20).
               10  OT-DEADLINE                 PIC 9(6).
               10  OT-STATUS                   PIC X.
               10  OT-REJECT-REASON            PIC X(24).
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1000 TIMES.
               10  HT-DEPT-CODE                PIC X(4).
               10  HT-CLASS-CODE               PIC X(5).
               10  HT-RUN-DATE                 PIC 9(6).
               10  HT-STUDENT-COUNT            PIC 9(5).
               10  HT-CLASS-AVERAGE            PIC 9(3)V99.
               10  HT-CLASS-GPA                PIC 9V99.
               10  HT-COUNT-A                  PIC 9(3).
               10  HT-COUNT-B                  PIC 9(3).
               10  HT-COUNT-C                  PIC 9(3).
               10  HT-COUNT-D                  PIC 9(3).
               10  HT-COUNT-F                  PIC 9(3).
      *
      *    THE MASTER KEY OF EVERY GRADE STILL WAITING ON STUDENTPND.
       01  PENDING-KEY-TABLE.
           05  PENDING-KEY             PIC X(22)   OCCURS 5000 TIMES.
      *
       01  PENDING-WORK-FIELDS.
           05  WS-PENDING-COUNT             PIC S9(4)    VALUE 0.
           05  WS-PENDING-SUB               PIC S9(4)    VALUE 0.
           05  WS-HELD-COUNT                PIC S9(5)    VALUE +0.
           05  WS-PENDING-KEY.
               10  WS-PK-STUDENT-ID         PIC X(7).
               10  WS-PK-DEPT-CODE          PIC X(4).
               10  WS-PK-CLASS-CODE         PIC X(5).
               10  WS-PK-RUN-DATE           PIC 9(6).
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
           05  WS-RPT-NEW-FLAG              PIC X        VALUE SPACE.
           05  WS-RPT-PRIOR-FLAG            PIC X        VALUE SPACE.
           05  WS-RPT-FLAGGED-COUNT         PIC S9(5)    VALUE +0.
           05  WS-RPT-OVER-COUNT            PIC S9(5)    VALUE +0.
           05  WS-RPT-RWT-FAIL-COUNT        PIC S9(3)    VALUE 0.
      *
       01  POLICY-TABLE.
           05  POLICY-ENTRY OCCURS 50 TIMES.
               10  PT-DEPT-CODE                PIC X(4).
               10  PT-CLASS-CODE               PIC X(5).
               10  PT-DROP-LOWEST              PIC X.
               10  PT-WEIGHT1                  PIC 9(3).
               10  PT-WEIGHT2                  PIC 9(3).
               10  PT-WEIGHT3                  PIC 9(3).
               10  PT-WEIGHT4                  PIC 9(3).
      *
       01  SCALE-TABLE.
           05  SCALE-ENTRY OCCURS 300 TIMES.
               10  SC-DEPT-CODE                PIC X(4).
               10  SC-CLASS-CODE               PIC X(5).
               10  SC-LETTER                   PIC X.
               10  SC-MODIFIER                 PIC X.
               10  SC-MIN-AVERAGE              PIC 9(3)V99.
               10  SC-GRADE-POINTS             PIC 9V9.
      *
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
      *    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR,
      *    FOR TURNING A YYMMDD DATE INTO A DAY NUMBER.
       01  MONTH-START-VALUES.
           05                              PIC X(18) VALUE
                                           '000031059090120151'.
           05                              PIC X(18) VALUE
                                           '181212243273304334'.
      *
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MONTH-START-DAYS            PIC 9(3) OCCURS 12 TIMES.
      *
       01  TABLE-WORK-FIELDS.
           05  WS-OPEN-COUNT                PIC S9(4)    VALUE 0.
           05  WS-OPEN-SUB                  PIC S9(4)    VALUE 0.
           05  WS-OPEN-IDX                  PIC S9(4)    VALUE 0.
           05  WS-HISTORY-COUNT             PIC S9(4)    VALUE 0.
           05  WS-HISTORY-SUB               PIC S9(4)    VALUE 0.
           05  WS-HIST-IDX                  PIC S9(4)    VALUE 0.
           05  WS-POLICY-COUNT              PIC S9(3)    VALUE 0.
           05  WS-POLICY-SUB                PIC S9(3)    VALUE 0.
           05  WS-POLICY-IDX                PIC S9(3)    VALUE 0.
           05  WS-POLICY-WEIGHT-SUM         PIC S9(5)    VALUE +0.
           05  WS-SCALE-COUNT               PIC S9(3)    VALUE 0.
           05  WS-SCALE-SUB                 PIC S9(3)    VALUE 0.
           05  WS-SCALE-IDX                 PIC S9(3)    VALUE 0.
           05  WS-STANDARD-SUB              PIC S9(3)    VALUE 0.
           05  WS-SCALE-DEPT                PIC X(4)     VALUE SPACES.
           05  WS-SCALE-CLASS               PIC X(5)     VALUE SPACES.
      *
       01  COUNT-WORK-FIELDS.
           05  WS-SCORE-READ-COUNT          PIC S9(5)    VALUE +0.
           05  WS-SCORE-APPLIED-COUNT       PIC S9(5)    VALUE +0.
           05  WS-SCORE-REJECTED-COUNT      PIC S9(5)    VALUE +0.
           05  WS-COMPLETED-COUNT           PIC S9(5)    VALUE +0.
           05  WS-LAPSED-COUNT              PIC S9(5)    VALUE +0.
           05  WS-UNRESOLVED-COUNT          PIC S9(5)    VALUE +0.
           05  WS-STILL-OPEN-COUNT          PIC S9(5)    VALUE +0.
           05  WS-AGE-30-COUNT              PIC S9(5)    VALUE +0.
           05  WS-AGE-60-COUNT              PIC S9(5)    VALUE +0.
           05  WS-AGE-90-COUNT              PIC S9(5)    VALUE +0.
           05  WS-AGE-OVER-COUNT            PIC S9(5)    VALUE +0.
      *
       01  GRADE-WORK-FIELDS.
           05  WS-SCORE1                    PIC 9(3)     VALUE 0.
           05  WS-SCORE2                    PIC 9(3)     VALUE 0.
           05  WS-SCORE3                    PIC 9(3)     VALUE 0.
           05  WS-SCORE4                    PIC 9(3)     VALUE 0.
           05  WS-TESTS-FILLED              PIC S9       VALUE +0.
           05  WS-MIN-SCORE                 PIC 9(3)     VALUE 0.
           05  WS-TERM1                     PIC S9(7)    VALUE +0.
           05  WS-TERM2                     PIC S9(7)    VALUE +0.
           05  WS-TERM3                     PIC S9(7)    VALUE +0.
           05  WS-TERM4                     PIC S9(7)    VALUE +0.
           05  WS-WEIGHTED-TOTAL            PIC S9(7)    VALUE +0.
           05  WS-TEST-TOTAL                PIC S9(5)    VALUE +0.
           05  WS-NEW-AVERAGE               PIC S9(5)V99 VALUE +0.
           05  WS-NEW-GRADE                 PIC X        VALUE SPACE.
           05  WS-NEW-MODIFIER              PIC X        VALUE SPACE.
           05  WS-NEW-POINTS                PIC 9V9      VALUE 0.
           05  WS-RESOLUTION                PIC X(10)    VALUE SPACES.
           05  WS-HIST-SCORE-TOTAL          PIC S9(8)V99 VALUE +0.
           05  WS-HIST-POINT-TOTAL          PIC S9(6)V99 VALUE +0.
           05  WS-REJECT-REASON             PIC X(24)    VALUE SPACES.
      *
       01  DATE-WORK-FIELDS.
           05  WS-DATE-IN                   PIC 9(6)     VALUE 0.
           05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
               10  WS-DI-YEAR               PIC 99.
               10  WS-DI-MONTH              PIC 99.
               10  WS-DI-DAY                PIC 99.
           05  WS-DAY-NUMBER                PIC S9(7)    VALUE +0.
           05  WS-LEAP-DAYS                 PIC S9(3)    VALUE +0.
           05  WS-LEAP-REM                  PIC S9(3)    VALUE +0.
           05  WS-TODAY-DAY-NO              PIC S9(7)    VALUE +0.
           05  WS-DAYS-OPEN                 PIC S9(5)    VALUE +0.
           05  WS-DAYS-LEFT                 PIC S9(5)    VALUE +0.
      *
       01  AMENDMENT-WORK-FIELDS.
           05  WS-AMD-SEQ-NO                PIC S9(7)    VALUE +0.
           05  WS-AMD-HASH                  PIC S9(8)V9  VALUE +0.
      *
      *    THE POSTING ENVELOPE AND DETAIL, LAID OUT EXACTLY AS
      *    BKBRK WRITES THEM, SO THE REGISTRAR'S AUTO-POST TAKES
      *    THE AMENDMENT BATCH WITHOUT A SPECIAL CASE.
       01  POSTING-HEADER-LINE.
           05  PH-REC-TYPE                  PIC X        VALUE 'H'.
           05  PH-BATCH-NO                  PIC 9(6).
           05  PH-RUN-DATE                  PIC 9(6).
           05                               PIC X(47)    VALUE SPACES.
      *
       01  POSTING-DETAIL-LINE.
           05  PD-REC-TYPE                  PIC X        VALUE 'D'.
           05  PD-SEQ-NO                    PIC 9(7).
           05  PD-DEPT-CODE                 PIC X(4).
           05  PD-CLASS-CODE                PIC X(5).
           05  PD-STUDENT-ID                PIC X(7).
           05  PD-NAME                      PIC X(20).
           05  PD-GRADE                     PIC X.
           05  PD-GRADE-POINTS              PIC 9V9.
           05  PD-GRADE-MODIFIER            PIC X.
           05                               PIC X(12)    VALUE SPACES.
      *
       01  POSTING-TRAILER-LINE.
           05  PT-REC-TYPE                  PIC X        VALUE 'T'.
           05  PT-RECORD-COUNT              PIC 9(7).
           05  PT-HASH-TOTAL                PIC 9(8)V9.
           05                               PIC X(43)    VALUE SPACES.
      *
      *    THE GENERATION OF A FILE SAVED BEFORE THIS RUN REWRITES
      *    IT.  EACH FILE HAS A FIXED BANK OF FIVE COPIES, AND
      *    BACKUP.CAT SAYS WHICH GENERATION EACH COPY HOLDS.
       01  BACKUP-WORK-FIELDS.
           05  WS-BKP-PROGRAM-ID            PIC X(8)     VALUE
                                                      'INCTRACK'.
           05  WS-BKP-FILE-NAME             PIC X(12)    VALUE SPACES.
           05  WS-BKP-KEEP                  PIC S9(2)    VALUE +3.
           05  WS-BKP-LIVE-COUNT            PIC S9(2)    VALUE +0.
           05  WS-BKP-GENERATION-NO         PIC 9(4)     VALUE 0.
           05  WS-BKP-SLOT-NO               PIC 9        VALUE 0.
           05  WS-BKP-RECORD-COUNT          PIC 9(7)     VALUE 0.
           05  WS-BKP-OLDEST-SUB            PIC S9(3)    VALUE 0.
           05  WS-BKP-SLOT-SUB              PIC S9(3)    VALUE 0.
           05  WS-CATALOG-COUNT             PIC S9(3)    VALUE 0.
           05  WS-CATALOG-SUB               PIC S9(3)    VALUE 0.
      *
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 100 TIMES.
               10  CT-IMAGE.
                   15  CT-FILE-NAME            PIC X(12).
                   15  CT-GENERATION-NO        PIC 9(4).
                   15  CT-SLOT-NO              PIC 9.
                   15                          PIC X(33).
               10  CT-DROPPED-SWITCH           PIC X.
      *
       01  SLOT-USE-TABLE.
           05  SLOT-IN-USE                 PIC X       OCCURS 5 TIMES.
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
                                           'OPEN INCOMPLETES AGING'.
           05                              PIC X(8)  VALUE 'INC'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  REJECT-HEADER-LINE.
           05                              PIC X(40)   VALUE
                        'LATE SCORES THAT COULD NOT BE APPLIED'.
      *
       01  REJECT-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  RJL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  RJL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  RJL-NAME                    PIC X(20).
           05                              PIC X       VALUE SPACE.
           05  RJL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)    VALUE SPACES.
           05  RJL-TEST-NO                 PIC X.
           05                              PIC X       VALUE SPACE.
           05  RJL-SCORE                   PIC X(3).
           05                              PIC X(2)    VALUE SPACES.
           05  RJL-REASON                  PIC X(24).
      *
       01  RESOLVED-HEADER-LINE.
           05                              PIC X(40)   VALUE
                        'INCOMPLETES RESOLVED THIS CYCLE'.
      *
       01  RESOLVED-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  RSL-STUDENT-ID              PIC X(7).
           05                              PIC X       VALUE SPACE.
           05  RSL-NAME                    PIC X(20).
           05                              PIC X       VALUE SPACE.
           05  RSL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  RSL-CLASS-CODE              PIC X(5).
           05                              PIC X(6)    VALUE
                                                       '  I TO'.
           05                              PIC X       VALUE SPACE.
           05  RSL-GRADE                   PIC X.
           05  RSL-MODIFIER                PIC X.
           05                              PIC X(2)    VALUE SPACES.
           05  RSL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  RSL-RESOLUTION              PIC X(10).
      *
       01  HELD-NOTE-LINE.
           05                              PIC X(9)    VALUE SPACES.
           05                              PIC X(50)   VALUE
                 'HELD FOR CERTIFICATION - GOES OUT WITH RELEASE'.
      *
       01  REPEAT-NOTE-LINE.
           05                              PIC X(9)    VALUE SPACES.
           05                              PIC X(16)   VALUE
                                                   'REPEAT, ATTEMPT'.
           05  RNL-ATTEMPT-NO              PIC Z9.
           05                              PIC X(2)    VALUE SPACES.
           05  RNL-ACTION                  PIC X(37).
      *
       01  REMARK-NOTE-LINE.
           05                              PIC X(9)    VALUE SPACES.
           05                              PIC X(44)   VALUE
                 'EARLIER ATTEMPT NOT REMARKED - CHECK MASTER'.
      *
       01  UNRESOLVED-HEADER-LINE.
           05                              PIC X(40)   VALUE
                        'INCOMPLETES THE MASTER WOULD NOT TAKE'.
      *
       01  UNRESOLVED-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  URL-STUDENT-ID              PIC X(7).
           05                              PIC X       VALUE SPACE.
           05  URL-NAME                    PIC X(20).
           05                              PIC X       VALUE SPACE.
           05  URL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  URL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  URL-RUN-DATE                PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  URL-REASON                  PIC X(24).
      *
       01  OPEN-HEADER-LINE.
           05                              PIC X(40)   VALUE
                        'INCOMPLETES STILL OPEN'.
      *
       01  OPEN-COLUMN-LINE.
           05                              PIC X(30)   VALUE
                        '  STUDENT NAME'.
           05                              PIC X(12)   VALUE
                        'DEPT CLASS'.
           05                              PIC X(16)   VALUE
                        'POSTED  DEADLINE'.
           05                              PIC X(20)   VALUE
                        '  OPEN  LEFT  AGE'.
      *
       01  OPEN-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  OPL-STUDENT-ID              PIC X(7).
           05                              PIC X       VALUE SPACE.
           05  OPL-NAME                    PIC X(20).
           05  OPL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  OPL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  OPL-RUN-DATE                PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  OPL-DEADLINE                PIC 9(6).
           05                              PIC X       VALUE SPACE.
           05  OPL-DAYS-OPEN               PIC ZZZZ9.
           05                              PIC X       VALUE SPACE.
           05  OPL-DAYS-LEFT               PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  OPL-AGE-BUCKET              PIC X(7).
      *
       01  BACKUP-LINE.
           05                              PIC X(9)    VALUE 'SAVED'.
           05  BKL-FILE-NAME               PIC X(12).
           05                              PIC X(11)   VALUE
                                           'GENERATION'.
           05  BKL-GENERATION-NO           PIC 9(4).
           05                              PIC X(8)    VALUE '   COPY'.
           05  BKL-SLOT-NO                 PIC 9.
           05                              PIC X(11)   VALUE
                                           '   RECORDS'.
           05  BKL-RECORD-COUNT            PIC ZZZZZZ9.
      *
       01  OVERFLOW-LINE.
           05  OFL-MESSAGE                 PIC X(46).
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-TRACK-INCOMPLETES.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-LOAD-OPEN-TABLE
           PERFORM 33-LOAD-PENDING-KEYS
           PERFORM 35-LOAD-HISTORY-TABLE
           PERFORM 36-LOAD-POLICY-TABLE
           PERFORM 37-LOAD-GRADE-SCALE
           PERFORM 39-LOAD-REPEAT-POLICY

      *    A FILE TOO BIG TO TABLE CANNOT BE SAFELY REWRITTEN --
      *    THE OVERFLOW WOULD BE TRUNCATED AWAY.  STOP BEFORE
      *    ANYTHING RESOLVES, WITH A NON-ZERO RETURN CODE.  A HELD
      *    GRADE MISSED FOR WANT OF ROOM WOULD BE AMENDED BEFORE
      *    THE REGISTRAR HAD EVER SEEN IT.
      *    A FULL BACKUP CATALOG MEANS NO GENERATION WAS SAVED, SO
      *    NOTHING IS CHANGED THAT COULD NOT BE PUT BACK.
           IF OPEN-OVERFLOW OR HISTORY-OVERFLOW OR PENDING-OVERFLOW
              OR CATALOG-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 100-APPLY-LATE-SCORES
           PERFORM 150-RESOLVE-INCOMPLETES
           PERFORM 300-AGE-OPEN-INCOMPLETES
           PERFORM 500-FINISH-AMENDMENT-BATCH
           PERFORM 510-REWRITE-OPEN-FILE
           PERFORM 530-REWRITE-HISTORY-FILE
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE
           PERFORM 27-READ-RUN-PARM

           MOVE WS-CURRENT-DATE TO WS-DATE-IN
           PERFORM 390-DATE-TO-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NO

           OPEN INPUT LATE-SCORE-FILE
           OPEN OUTPUT AMENDMENT-FILE
                       AGING-REPORT-FILE
           OPEN EXTEND AMENDMENT-LOG-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING

      *    BOTH FILES THIS RUN RESOLVES ON ARE SAVED FIRST, SO A BAD
      *    CYCLE CAN BE BACKED OUT WITH GENRESTR.
           PERFORM 900-BACKUP-MASTER-FILE
           PERFORM 905-BACKUP-HISTORY-FILE

           OPEN I-O STUDENT-MASTER-FILE
       .

       27-READ-RUN-PARM.

      *    A MISSING OPTIONAL CARD READS AT-END AND LEAVES TODAY'S
      *    DATE IN PLACE, EXACTLY AS IN BKBRK.
           OPEN INPUT RUN-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ RUN-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       IF PM-AS-OF-DATE NUMERIC
                          AND PM-AS-OF-DATE > 0
                           MOVE PM-AS-OF-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REGISTER-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
       .

       25-TABLE-LIMIT-ABORT.

           IF OPEN-OVERFLOW
               MOVE 'OPEN INCOMPLETE LIMIT REACHED - RUN ABORTED'
                   TO OFL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE OVERFLOW-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF HISTORY-OVERFLOW
               MOVE 'HISTORY LIMIT REACHED - RUN ABORTED'
                   TO OFL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE OVERFLOW-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF PENDING-OVERFLOW
               MOVE 'PENDING LIMIT REACHED - RUN ABORTED'
                   TO OFL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE OVERFLOW-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF CATALOG-OVERFLOW
               MOVE 'BACKUP CATALOG LIMIT REACHED - RUN ABORTED'
                   TO OFL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE OVERFLOW-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           CLOSE LATE-SCORE-FILE
                 STUDENT-MASTER-FILE
                 AMENDMENT-FILE
                 AMENDMENT-LOG-FILE
                 AGING-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN
       .

       30-LOAD-OPEN-TABLE.

           OPEN INPUT OPEN-INCOMPLETE-FILE
           PERFORM UNTIL WS-OPEN-EOF = 'Y'
               READ OPEN-INCOMPLETE-FILE
                   AT END
                       MOVE 'Y' TO WS-OPEN-EOF
                   NOT AT END
                       IF WS-OPEN-COUNT < 1000
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE OPEN-INCOMPLETE-RECORD
                               TO OPEN-ENTRY(WS-OPEN-COUNT)
                           MOVE 'O' TO OT-STATUS(WS-OPEN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OPN-OVFL-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-INCOMPLETE-FILE
       .

      *
      *    THE KEY IS BUILT THE WAY BKBRK KEYS THE MASTER ROW, SO A
      *    RESOLVED INCOMPLETE CAN BE TESTED AGAINST IT DIRECTLY.
       33-LOAD-PENDING-KEYS.

           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF WS-PENDING-COUNT < 5000
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE PN-POSTING-IMAGE
                               TO POSTING-DETAIL-LINE
                           MOVE PD-STUDENT-ID TO WS-PK-STUDENT-ID
                           MOVE PD-DEPT-CODE TO WS-PK-DEPT-CODE
                           MOVE PD-CLASS-CODE TO WS-PK-CLASS-CODE
                           MOVE PN-RUN-DATE TO WS-PK-RUN-DATE
                           MOVE WS-PENDING-KEY
                               TO PENDING-KEY(WS-PENDING-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PND-OVFL-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
       .

       35-LOAD-HISTORY-TABLE.

           OPEN INPUT TERM-HISTORY-FILE
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TERM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF WS-HISTORY-COUNT < 1000
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE HISTORY-RECORD
                               TO HISTORY-ENTRY(WS-HISTORY-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-HIS-OVFL-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE
       .

      *
      *    A POLICY WHOSE WEIGHTS DO NOT SUM TO 100 IS PASSED OVER
      *    -- BKBRK HAS ALREADY LISTED IT ON STUDENTERR AND GRADED
      *    THE CLASS WITHOUT IT.
       36-LOAD-POLICY-TABLE.

           OPEN INPUT POLICY-FILE
           PERFORM UNTIL WS-POLICY-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-POLICY-EOF
                   NOT AT END
                       MOVE 0 TO WS-POLICY-WEIGHT-SUM
                       ADD PR-WEIGHT1 PR-WEIGHT2 PR-WEIGHT3
                           PR-WEIGHT4 GIVING WS-POLICY-WEIGHT-SUM
                       IF (PR-DROP-LOWEST = 'Y'
                           OR WS-POLICY-WEIGHT-SUM = 100)
                          AND WS-POLICY-COUNT < 50
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE PR-DEPT-CODE
                               TO PT-DEPT-CODE(WS-POLICY-COUNT)
                           MOVE PR-CLASS-CODE
                               TO PT-CLASS-CODE(WS-POLICY-COUNT)
                           MOVE PR-DROP-LOWEST
                               TO PT-DROP-LOWEST(WS-POLICY-COUNT)
                           MOVE PR-WEIGHT1
                               TO PT-WEIGHT1(WS-POLICY-COUNT)
                           MOVE PR-WEIGHT2
                               TO PT-WEIGHT2(WS-POLICY-COUNT)
                           MOVE PR-WEIGHT3
                               TO PT-WEIGHT3(WS-POLICY-COUNT)
                           MOVE PR-WEIGHT4
                               TO PT-WEIGHT4(WS-POLICY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
       .

      *
      *    A SCALE ENTRY THAT IS NOT A-F WITH A '+', '-' OR BLANK
      *    MODIFIER AND NUMERIC POINTS IS PASSED OVER -- BKBRK HAS
      *    ALREADY LISTED IT ON STUDENTERR.
       37-LOAD-GRADE-SCALE.

           OPEN INPUT GRADE-SCALE-FILE
           PERFORM UNTIL WS-SCALE-EOF = 'Y'
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCALE-EOF
                   NOT AT END
                       IF GS-LETTER = 'A' OR 'B' OR 'C' OR 'D' OR 'F'
                          AND (GS-MODIFIER = '+' OR '-' OR SPACE)
                          AND GS-MIN-AVERAGE NUMERIC
                          AND GS-GRADE-POINTS NUMERIC
                          AND WS-SCALE-COUNT < 300
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
               END-READ
           END-PERFORM
           CLOSE GRADE-SCALE-FILE

           IF NOT SITE-SCALE-LOADED
               PERFORM 38-LOAD-STANDARD-SCALE
           END-IF
       .

       38-LOAD-STANDARD-SCALE.

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

      *
      *    A RECORD WITH AN UNKNOWN POLICY CODE IS PASSED OVER --
      *    BKBRK HAS ALREADY LISTED IT ON STUDENTERR AND FLAGS THE
      *    DEPARTMENT'S REPEATS UNDER THE SITE ENTRY INSTEAD.
       39-LOAD-REPEAT-POLICY.

           OPEN INPUT REPEAT-POLICY-FILE
           PERFORM UNTIL WS-REPEAT-EOF = 'Y'
               READ REPEAT-POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-REPEAT-EOF
                   NOT AT END
                       IF (RP-POLICY = 'R' OR 'A' OR 'B')
                          AND RP-MAX-ATTEMPTS NUMERIC
                          AND WS-REPEAT-COUNT < 50
                           ADD 1 TO WS-REPEAT-COUNT
                           MOVE RP-DEPT-CODE
                               TO RT-DEPT-CODE(WS-REPEAT-COUNT)
                           MOVE RP-POLICY
                               TO RT-POLICY(WS-REPEAT-COUNT)
                           MOVE RP-MAX-ATTEMPTS
                               TO RT-MAX-ATTEMPTS(WS-REPEAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPEAT-POLICY-FILE
       .

       100-APPLY-LATE-SCORES.

           PERFORM UNTIL WS-SCORE-EOF = 'Y'
               READ LATE-SCORE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCORE-EOF
                   NOT AT END
                       ADD 1 TO WS-SCORE-READ-COUNT
                       PERFORM 110-APPLY-ONE-SCORE
               END-READ
           END-PERFORM
       .

      *
      *    A LATE SCORE IS EDITED THE WAY SCORECAP EDITS A CAPTURE
      *    AND MUST MATCH AN OPEN INCOMPLETE ON ID, DEPARTMENT, AND
      *    CLASS.  IT MAY ONLY FILL A TEST THAT IS STILL BLANK --
      *    A SCORE BKBRK ALREADY GRADED FROM IS NOT REPLACED HERE.
       110-APPLY-ONE-SCORE.

           MOVE SPACES TO WS-REJECT-REASON

           IF LS-TEST-NO NOT = '1' AND LS-TEST-NO NOT = '2'
              AND LS-TEST-NO NOT = '3' AND LS-TEST-NO NOT = '4'
               MOVE 'TEST NUMBER NOT 1-4' TO WS-REJECT-REASON
           ELSE
               IF LS-SCORE NOT NUMERIC
                   MOVE 'SCORE NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF LS-SCORE > '100'
                       MOVE 'SCORE OVER 100' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 120-FIND-OPEN-INCOMPLETE
               IF NOT OPEN-INCOMPLETE-FOUND
                   MOVE 'NO OPEN INCOMPLETE' TO WS-REJECT-REASON
               ELSE
                   PERFORM 130-STORE-LATE-SCORE
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-SCORE-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-SCORE-REJECTED-COUNT
               PERFORM 140-LIST-REJECT
           END-IF
       .

       120-FIND-OPEN-INCOMPLETE.

           MOVE 'N' TO WS-OPEN-FOUND-SWITCH
           MOVE 0 TO WS-OPEN-IDX

           MOVE 1 TO WS-OPEN-SUB
           PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                         OR OPEN-INCOMPLETE-FOUND
               IF OT-STUDENT-ID(WS-OPEN-SUB) = LS-STUDENT-ID
                  AND OT-DEPT-CODE(WS-OPEN-SUB) = LS-DEPT-CODE
                  AND OT-CLASS-CODE(WS-OPEN-SUB) = LS-CLASS-CODE
                   MOVE 'Y' TO WS-OPEN-FOUND-SWITCH
                   MOVE WS-OPEN-SUB TO WS-OPEN-IDX
               END-IF
               ADD 1 TO WS-OPEN-SUB
           END-PERFORM
       .

       130-STORE-LATE-SCORE.

           IF LS-TEST-NO = '1'
               IF OT-TEST1(WS-OPEN-IDX) = SPACES
                   MOVE LS-SCORE TO OT-TEST1(WS-OPEN-IDX)
               ELSE
                   MOVE 'TEST ALREADY ON FILE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF LS-TEST-NO = '2'
               IF OT-TEST2(WS-OPEN-IDX) = SPACES
                   MOVE LS-SCORE TO OT-TEST2(WS-OPEN-IDX)
               ELSE
                   MOVE 'TEST ALREADY ON FILE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF LS-TEST-NO = '3'
               IF OT-TEST3(WS-OPEN-IDX) = SPACES
                   MOVE LS-SCORE TO OT-TEST3(WS-OPEN-IDX)
               ELSE
                   MOVE 'TEST ALREADY ON FILE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF LS-TEST-NO = '4'
               IF OT-TEST4(WS-OPEN-IDX) = SPACES
                   MOVE LS-SCORE TO OT-TEST4(WS-OPEN-IDX)
               ELSE
                   MOVE 'TEST ALREADY ON FILE' TO WS-REJECT-REASON
               END-IF
           END-IF
       .

       140-LIST-REJECT.

           IF NOT REJ-HDR-PRINTED
               MOVE 'Y' TO WS-REJ-HDR-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE REJECT-HEADER-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           MOVE LS-DEPT-CODE TO RJL-DEPT-CODE
           MOVE LS-CLASS-CODE TO RJL-CLASS-CODE
           MOVE LS-NAME TO RJL-NAME
           MOVE LS-STUDENT-ID TO RJL-STUDENT-ID
           MOVE LS-TEST-NO TO RJL-TEST-NO
           MOVE LS-SCORE TO RJL-SCORE
           MOVE WS-REJECT-REASON TO RJL-REASON
           MOVE REJECT-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
       .

      *
      *    EVERY OPEN INCOMPLETE IS EITHER COMPLETE NOW, PAST ITS
      *    DEADLINE, OR LEFT OPEN FOR THE AGING SECTION.  A LAPSED
      *    INCOMPLETE IS AVERAGED WITH ITS MISSING TESTS AS ZERO SO
      *    THE MASTER STILL SHOWS WHAT THE STUDENT EARNED.  THOSE
      *    THE MASTER WOULD NOT TAKE ARE LISTED ONCE THE RESOLVED
      *    ONES HAVE PRINTED.
       150-RESOLVE-INCOMPLETES.

           MOVE 1 TO WS-OPEN-SUB
           PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               MOVE WS-OPEN-SUB TO WS-OPEN-IDX
               PERFORM 155-LOAD-SCORES
               IF WS-TESTS-FILLED = 4
                   PERFORM 160-COMPUTE-FINAL-AVERAGE
                   PERFORM 167-ASSIGN-LETTER-GRADE
                   MOVE 'COMPLETED' TO WS-RESOLUTION
                   PERFORM 170-POST-RESOLUTION
               ELSE
                   IF WS-CURRENT-DATE > OT-DEADLINE(WS-OPEN-IDX)
                       PERFORM 160-COMPUTE-FINAL-AVERAGE
                       PERFORM 168-ASSIGN-LAPSED-GRADE
                       MOVE 'LAPSED' TO WS-RESOLUTION
                       PERFORM 170-POST-RESOLUTION
                   END-IF
               END-IF
               ADD 1 TO WS-OPEN-SUB
           END-PERFORM

           MOVE 1 TO WS-OPEN-SUB
           PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF OT-STATUS(WS-OPEN-SUB) = 'R'
                   PERFORM 196-LIST-UNRESOLVED
               END-IF
               ADD 1 TO WS-OPEN-SUB
           END-PERFORM
       .

       155-LOAD-SCORES.

           MOVE 0 TO WS-TESTS-FILLED
           MOVE 0 TO WS-SCORE1 WS-SCORE2 WS-SCORE3 WS-SCORE4

           IF OT-TEST1(WS-OPEN-IDX) NUMERIC
               MOVE OT-TEST1(WS-OPEN-IDX) TO WS-SCORE1
               ADD 1 TO WS-TESTS-FILLED
           END-IF
           IF OT-TEST2(WS-OPEN-IDX) NUMERIC
               MOVE OT-TEST2(WS-OPEN-IDX) TO WS-SCORE2
               ADD 1 TO WS-TESTS-FILLED
           END-IF
           IF OT-TEST3(WS-OPEN-IDX) NUMERIC
               MOVE OT-TEST3(WS-OPEN-IDX) TO WS-SCORE3
               ADD 1 TO WS-TESTS-FILLED
           END-IF
           IF OT-TEST4(WS-OPEN-IDX) NUMERIC
               MOVE OT-TEST4(WS-OPEN-IDX) TO WS-SCORE4
               ADD 1 TO WS-TESTS-FILLED
           END-IF
       .

      *
      *    THE CLASS'S (OR, FAILING THAT, THE DEPARTMENT'S)
      *    AVERAGING POLICY, ELSE THE EQUAL-WEIGHT 4-TEST AVERAGE
      *    -- THE SAME ARITHMETIC AS BKBRK'S FINAL RUN.
       160-COMPUTE-FINAL-AVERAGE.

           PERFORM 165-FIND-POLICY
           MOVE 0 TO WS-TEST-TOTAL

           IF POLICY-FOUND AND PT-DROP-LOWEST(WS-POLICY-IDX) = 'Y'
               MOVE WS-SCORE1 TO WS-MIN-SCORE
               IF WS-SCORE2 < WS-MIN-SCORE
                   MOVE WS-SCORE2 TO WS-MIN-SCORE
               END-IF
               IF WS-SCORE3 < WS-MIN-SCORE
                   MOVE WS-SCORE3 TO WS-MIN-SCORE
               END-IF
               IF WS-SCORE4 < WS-MIN-SCORE
                   MOVE WS-SCORE4 TO WS-MIN-SCORE
               END-IF

               ADD WS-SCORE1 WS-SCORE2 WS-SCORE3 WS-SCORE4
                   GIVING WS-TEST-TOTAL
               SUBTRACT WS-MIN-SCORE FROM WS-TEST-TOTAL

               DIVIDE WS-TEST-TOTAL BY 3
                      GIVING WS-NEW-AVERAGE ROUNDED
           ELSE
               IF POLICY-FOUND
                   MULTIPLY WS-SCORE1 BY PT-WEIGHT1(WS-POLICY-IDX)
                       GIVING WS-TERM1
                   MULTIPLY WS-SCORE2 BY PT-WEIGHT2(WS-POLICY-IDX)
                       GIVING WS-TERM2
                   MULTIPLY WS-SCORE3 BY PT-WEIGHT3(WS-POLICY-IDX)
                       GIVING WS-TERM3
                   MULTIPLY WS-SCORE4 BY PT-WEIGHT4(WS-POLICY-IDX)
                       GIVING WS-TERM4

                   ADD WS-TERM1 WS-TERM2 WS-TERM3 WS-TERM4
                       GIVING WS-WEIGHTED-TOTAL

                   DIVIDE WS-WEIGHTED-TOTAL BY 100
                          GIVING WS-NEW-AVERAGE ROUNDED
               ELSE
                   ADD WS-SCORE1 WS-SCORE2 WS-SCORE3 WS-SCORE4
                       GIVING WS-TEST-TOTAL

                   DIVIDE WS-TEST-TOTAL BY 4
                          GIVING WS-NEW-AVERAGE ROUNDED
               END-IF
           END-IF
       .

       165-FIND-POLICY.

           MOVE 'N' TO WS-POLICY-FOUND-SWITCH
           MOVE 0 TO WS-POLICY-IDX

           MOVE 1 TO WS-POLICY-SUB
           PERFORM UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
                         OR POLICY-FOUND
               IF PT-DEPT-CODE(WS-POLICY-SUB) =
                  OT-DEPT-CODE(WS-OPEN-IDX)
                  AND PT-CLASS-CODE(WS-POLICY-SUB) =
                      OT-CLASS-CODE(WS-OPEN-IDX)
                   MOVE 'Y' TO WS-POLICY-FOUND-SWITCH
                   MOVE WS-POLICY-SUB TO WS-POLICY-IDX
               END-IF
               ADD 1 TO WS-POLICY-SUB
           END-PERFORM

           IF NOT POLICY-FOUND
               MOVE 1 TO WS-POLICY-SUB
               PERFORM UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
                             OR POLICY-FOUND
                   IF PT-DEPT-CODE(WS-POLICY-SUB) =
                      OT-DEPT-CODE(WS-OPEN-IDX)
                      AND PT-CLASS-CODE(WS-POLICY-SUB) = SPACES
                       MOVE 'Y' TO WS-POLICY-FOUND-SWITCH
                       MOVE WS-POLICY-SUB TO WS-POLICY-IDX
                   END-IF
                   ADD 1 TO WS-POLICY-SUB
               END-PERFORM
           END-IF
       .

      *
      *    THE HIGHEST MINIMUM ON THE CLASS'S SCALE THAT THE
      *    AVERAGE REACHES, AS IN BKBRK; NOTHING REACHED IS AN F.
       167-ASSIGN-LETTER-GRADE.

           PERFORM 166-FIND-GRADE-SCALE

           MOVE 0 TO WS-SCALE-IDX
           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                  AND SC-CLASS-CODE(WS-SCALE-SUB) = WS-SCALE-CLASS
                  AND WS-NEW-AVERAGE NOT <
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
               MOVE SC-LETTER(WS-SCALE-IDX) TO WS-NEW-GRADE
               MOVE SC-MODIFIER(WS-SCALE-IDX) TO WS-NEW-MODIFIER
               MOVE SC-GRADE-POINTS(WS-SCALE-IDX) TO WS-NEW-POINTS
           ELSE
               MOVE 'F' TO WS-NEW-GRADE
               MOVE SPACE TO WS-NEW-MODIFIER
               MOVE 0.0 TO WS-NEW-POINTS
           END-IF
       .

       166-FIND-GRADE-SCALE.

           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO WS-SCALE-DEPT
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO WS-SCALE-CLASS

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
      *    A LAPSED INCOMPLETE IS AN F WHATEVER THE AVERAGE, AT THE
      *    POINTS THE CLASS'S SCALE GIVES ITS F.
       168-ASSIGN-LAPSED-GRADE.

           PERFORM 166-FIND-GRADE-SCALE

           MOVE 'F' TO WS-NEW-GRADE
           MOVE SPACE TO WS-NEW-MODIFIER
           MOVE 0.0 TO WS-NEW-POINTS

           MOVE 0 TO WS-SCALE-IDX
           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                         OR WS-SCALE-IDX > 0
               IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                  AND SC-CLASS-CODE(WS-SCALE-SUB) = WS-SCALE-CLASS
                  AND SC-LETTER(WS-SCALE-SUB) = 'F'
                   MOVE WS-SCALE-SUB TO WS-SCALE-IDX
                   MOVE SC-MODIFIER(WS-SCALE-SUB) TO WS-NEW-MODIFIER
                   MOVE SC-GRADE-POINTS(WS-SCALE-SUB) TO WS-NEW-POINTS
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM
       .

      *
      *    ONLY A GRADE THE MASTER TOOK MOVES THE HISTORY OR GOES TO
      *    THE REGISTRAR.  ONE IT DID NOT TAKE STAYS OPEN.
       170-POST-RESOLUTION.

           PERFORM 175-APPLY-TO-MASTER

           IF MASTER-ROW-FOUND
               IF WS-RESOLUTION = 'COMPLETED'
                   MOVE 'C' TO OT-STATUS(WS-OPEN-IDX)
                   ADD 1 TO WS-COMPLETED-COUNT
               ELSE
                   MOVE 'L' TO OT-STATUS(WS-OPEN-IDX)
                   ADD 1 TO WS-LAPSED-COUNT
               END-IF
               PERFORM 180-ADJUST-HISTORY
               PERFORM 171-CHECK-PENDING
               IF GRADE-STILL-PENDING
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 190-WRITE-AMENDMENT
               END-IF
               PERFORM 195-PRINT-RESOLVED-LINE
           ELSE
               MOVE 'R' TO OT-STATUS(WS-OPEN-IDX)
               MOVE WS-REJECT-REASON TO OT-REJECT-REASON(WS-OPEN-IDX)
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF
       .

      *
      *    THE RESOLVED ROW'S KEY -- THE TERM INCLUDED -- IS LOOKED
      *    FOR AMONG THE GRADES NOT YET RELEASED.
       171-CHECK-PENDING.

           MOVE OT-STUDENT-ID(WS-OPEN-IDX) TO WS-PK-STUDENT-ID
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO WS-PK-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO WS-PK-CLASS-CODE
           MOVE OT-RUN-DATE(WS-OPEN-IDX) TO WS-PK-RUN-DATE

           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                         OR GRADE-STILL-PENDING
               IF PENDING-KEY(WS-PENDING-SUB) = WS-PENDING-KEY
                   MOVE 'Y' TO WS-PENDING-SWITCH
               END-IF
               ADD 1 TO WS-PENDING-SUB
           END-PERFORM
       .

      *
      *    THE STUDENT'S EARLIER ATTEMPTS AT THE CLASS SIT TOGETHER
      *    UNDER THE LEADING PART OF THE KEY, OLDEST FIRST, AHEAD OF
      *    THE INCOMPLETE'S OWN TERM.  ANOTHER INCOMPLETE STILL OPEN
      *    HAS NO GRADE YET AND IS NOT AN ATTEMPT.
       172-COUNT-PRIOR-ATTEMPTS.

           MOVE 0 TO WS-PRIOR-ATTEMPTS
           PERFORM 174-START-ATTEMPT-BROWSE

           PERFORM UNTIL WS-MST-BROWSE-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MST-BROWSE-EOF
                   NOT AT END
                       IF SM-STUDENT-ID = OT-STUDENT-ID(WS-OPEN-IDX)
                          AND SM-DEPT-CODE = OT-DEPT-CODE(WS-OPEN-IDX)
                          AND SM-CLASS-CODE =
                              OT-CLASS-CODE(WS-OPEN-IDX)
                          AND SM-RUN-DATE < OT-RUN-DATE(WS-OPEN-IDX)
                           IF SM-GRADE NOT = 'I'
                               ADD 1 TO WS-PRIOR-ATTEMPTS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-MST-BROWSE-EOF
                       END-IF
               END-READ
           END-PERFORM
       .

      *
      *    DECIDE HOW THIS ATTEMPT AND THE EARLIER ONES COUNT, AS
      *    BKBRK DOES.  AN ATTEMPT PAST THE DEPARTMENT'S LIMIT GETS
      *    NO REPLACEMENT OR AVERAGING -- IT COUNTS AS GRADED AND THE
      *    STUDENT IS REFERRED TO AN ADVISOR.
       173-APPLY-REPEAT-POLICY.

           ADD 1 WS-PRIOR-ATTEMPTS GIVING WS-ATTEMPT-NO
           PERFORM 176-FIND-REPEAT-POLICY

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
                   ELSE
                       MOVE 'C' TO WS-RPT-NEW-FLAG
                   END-IF
               END-IF
           END-IF
       .

       174-START-ATTEMPT-BROWSE.

           MOVE 'N' TO WS-MST-BROWSE-EOF
           MOVE OT-STUDENT-ID(WS-OPEN-IDX) TO SM-STUDENT-ID
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO SM-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO SM-CLASS-CODE
           MOVE ZEROS TO SM-RUN-DATE
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MST-BROWSE-EOF
           END-START
       .

      *
      *    THE 'I' BKBRK POSTED FOR THIS TERM IS THE ROW REPLACED.
      *    THE EARLIER ATTEMPTS ARE COUNTED FIRST, SINCE THE BROWSE
      *    MOVES THE RECORD AREA, AND THE ROW IS THEN READ BACK BY
      *    KEY SO IT IS THE RECORD IN THE BUFFER WHEN IT IS
      *    REWRITTEN.
       175-APPLY-TO-MASTER.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE TO WS-RPT-NEW-FLAG
           MOVE SPACE TO WS-RPT-PRIOR-FLAG
           MOVE 'N' TO WS-OVER-LIMIT-SWITCH
           MOVE 0 TO WS-RPT-RWT-FAIL-COUNT
           PERFORM 172-COUNT-PRIOR-ATTEMPTS
           IF WS-PRIOR-ATTEMPTS > 0
               PERFORM 173-APPLY-REPEAT-POLICY
           END-IF

           MOVE 'Y' TO WS-MST-FOUND-SWITCH
           MOVE OT-STUDENT-ID(WS-OPEN-IDX) TO SM-STUDENT-ID
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO SM-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO SM-CLASS-CODE
           MOVE OT-RUN-DATE(WS-OPEN-IDX) TO SM-RUN-DATE
           READ STUDENT-MASTER-FILE
               KEY IS SM-MASTER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MST-FOUND-SWITCH
           END-READ

           IF MASTER-ROW-FOUND AND SM-GRADE NOT = 'I'
               MOVE 'N' TO WS-MST-FOUND-SWITCH
           END-IF

           IF NOT MASTER-ROW-FOUND
               MOVE 'NO MASTER I FOR THE TERM' TO WS-REJECT-REASON
           ELSE
               MOVE WS-NEW-AVERAGE TO SM-FINAL-AVERAGE
               MOVE WS-NEW-GRADE TO SM-GRADE
               MOVE WS-NEW-POINTS TO SM-GRADE-POINTS
               MOVE WS-NEW-MODIFIER TO SM-GRADE-MODIFIER
               MOVE WS-RPT-NEW-FLAG TO SM-REPEAT-FLAG
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-MST-FOUND-SWITCH
               END-REWRITE
               IF NOT MASTER-IO-OK
                   MOVE 'N' TO WS-MST-FOUND-SWITCH
               END-IF
               IF NOT MASTER-ROW-FOUND
                   MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF MASTER-ROW-FOUND AND WS-PRIOR-ATTEMPTS > 0
               PERFORM 177-POST-REPEAT
           END-IF
       .

      *
      *    THE SITE ENTRY (DEPARTMENT OF SPACES) COVERS ANY
      *    DEPARTMENT WITHOUT ONE OF ITS OWN.
       176-FIND-REPEAT-POLICY.

           MOVE 'N' TO WS-REPEAT-FOUND-SWITCH
           MOVE 'B' TO WS-RPT-POLICY
           MOVE 0 TO WS-RPT-MAX-ATTEMPTS

           MOVE 1 TO WS-REPEAT-SUB
           PERFORM UNTIL WS-REPEAT-SUB > WS-REPEAT-COUNT
                         OR REPEAT-POLICY-FOUND
               IF RT-DEPT-CODE(WS-REPEAT-SUB) =
                  OT-DEPT-CODE(WS-OPEN-IDX)
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
      *    MARK THE EARLIER ATTEMPTS UNDER THE POLICY.  ONE THAT WILL
      *    NOT TAKE ITS NEW FLAG STILL COUNTS AS IT DID BEFORE AND IS
      *    NOTED ON THE REPORT UNDER THE RESOLVED LINE.
       177-POST-REPEAT.

           IF WS-RPT-PRIOR-FLAG NOT = SPACE
               PERFORM 174-START-ATTEMPT-BROWSE
               PERFORM UNTIL WS-MST-BROWSE-EOF = 'Y'
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MST-BROWSE-EOF
                       NOT AT END
                           IF SM-STUDENT-ID =
                              OT-STUDENT-ID(WS-OPEN-IDX)
                              AND SM-DEPT-CODE =
                                  OT-DEPT-CODE(WS-OPEN-IDX)
                              AND SM-CLASS-CODE =
                                  OT-CLASS-CODE(WS-OPEN-IDX)
                              AND SM-RUN-DATE <
                                  OT-RUN-DATE(WS-OPEN-IDX)
                               IF SM-GRADE NOT = 'I'
                                   PERFORM 178-REMARK-ATTEMPT
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-MST-BROWSE-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           ADD 1 TO WS-RPT-FLAGGED-COUNT
           IF OVER-ATTEMPT-LIMIT
               ADD 1 TO WS-RPT-OVER-COUNT
           END-IF
       .

       178-REMARK-ATTEMPT.

           MOVE WS-RPT-PRIOR-FLAG TO SM-REPEAT-FLAG
           REWRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-RPT-RWT-FAIL-COUNT
               NOT INVALID KEY
                   IF NOT MASTER-IO-OK
                       ADD 1 TO WS-RPT-RWT-FAIL-COUNT
                   END-IF
           END-REWRITE
       .

      *
      *    THE STUDENT WAS LEFT OUT OF THE CLASS'S TERM HISTORY
      *    WHILE THE GRADE WAS AN 'I'.  NOW THE STUDENT COMES IN --
      *    ONE MORE IN THE COUNT AND THE GRADE'S COUNT, AND THE
      *    CLASS AVERAGE AND GPA RE-STRUCK OVER THE LARGER CLASS.
      *    A CLASS WHOSE EVERY STUDENT WAS AN 'I' HAS NO HISTORY
      *    RECORD YET, SO ONE IS STARTED.
       180-ADJUST-HISTORY.

           MOVE 'N' TO WS-HIST-ADJ-SWITCH
           MOVE 0 TO WS-HIST-IDX

           MOVE 1 TO WS-HISTORY-SUB
           PERFORM UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                         OR HISTORY-ADJUSTED
               IF HT-DEPT-CODE(WS-HISTORY-SUB) =
                  OT-DEPT-CODE(WS-OPEN-IDX)
                  AND HT-CLASS-CODE(WS-HISTORY-SUB) =
                      OT-CLASS-CODE(WS-OPEN-IDX)
                  AND HT-RUN-DATE(WS-HISTORY-SUB) =
                      OT-RUN-DATE(WS-OPEN-IDX)
                   MOVE 'Y' TO WS-HIST-ADJ-SWITCH
                   MOVE WS-HISTORY-SUB TO WS-HIST-IDX
               END-IF
               ADD 1 TO WS-HISTORY-SUB
           END-PERFORM

           IF NOT HISTORY-ADJUSTED AND WS-HISTORY-COUNT < 1000
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-HISTORY-COUNT TO WS-HIST-IDX
               MOVE OT-DEPT-CODE(WS-OPEN-IDX)
                   TO HT-DEPT-CODE(WS-HIST-IDX)
               MOVE OT-CLASS-CODE(WS-OPEN-IDX)
                   TO HT-CLASS-CODE(WS-HIST-IDX)
               MOVE OT-RUN-DATE(WS-OPEN-IDX)
                   TO HT-RUN-DATE(WS-HIST-IDX)
               MOVE 0 TO HT-STUDENT-COUNT(WS-HIST-IDX)
               MOVE 0 TO HT-CLASS-AVERAGE(WS-HIST-IDX)
               MOVE 0 TO HT-CLASS-GPA(WS-HIST-IDX)
               MOVE 0 TO HT-COUNT-A(WS-HIST-IDX)
               MOVE 0 TO HT-COUNT-B(WS-HIST-IDX)
               MOVE 0 TO HT-COUNT-C(WS-HIST-IDX)
               MOVE 0 TO HT-COUNT-D(WS-HIST-IDX)
               MOVE 0 TO HT-COUNT-F(WS-HIST-IDX)
               MOVE 'Y' TO WS-HIST-ADJ-SWITCH
           END-IF

           IF HISTORY-ADJUSTED
               MULTIPLY HT-CLASS-AVERAGE(WS-HIST-IDX)
                   BY HT-STUDENT-COUNT(WS-HIST-IDX)
                   GIVING WS-HIST-SCORE-TOTAL
               ADD WS-NEW-AVERAGE TO WS-HIST-SCORE-TOTAL
               MULTIPLY HT-CLASS-GPA(WS-HIST-IDX)
                   BY HT-STUDENT-COUNT(WS-HIST-IDX)
                   GIVING WS-HIST-POINT-TOTAL
               ADD WS-NEW-POINTS TO WS-HIST-POINT-TOTAL

               ADD 1 TO HT-STUDENT-COUNT(WS-HIST-IDX)
               DIVIDE WS-HIST-SCORE-TOTAL
                   BY HT-STUDENT-COUNT(WS-HIST-IDX)
                   GIVING HT-CLASS-AVERAGE(WS-HIST-IDX) ROUNDED
               DIVIDE WS-HIST-POINT-TOTAL
                   BY HT-STUDENT-COUNT(WS-HIST-IDX)
                   GIVING HT-CLASS-GPA(WS-HIST-IDX) ROUNDED

               PERFORM 185-COUNT-GRADE-UP
           END-IF
       .

       185-COUNT-GRADE-UP.

           IF WS-NEW-GRADE = 'A'
               ADD 1 TO HT-COUNT-A(WS-HIST-IDX)
           END-IF
           IF WS-NEW-GRADE = 'B'
               ADD 1 TO HT-COUNT-B(WS-HIST-IDX)
           END-IF
           IF WS-NEW-GRADE = 'C'
               ADD 1 TO HT-COUNT-C(WS-HIST-IDX)
           END-IF
           IF WS-NEW-GRADE = 'D'
               ADD 1 TO HT-COUNT-D(WS-HIST-IDX)
           END-IF
           IF WS-NEW-GRADE = 'F'
               ADD 1 TO HT-COUNT-F(WS-HIST-IDX)
           END-IF
       .

      *
      *    THE ENVELOPE GOES OUT LAZILY WITH THE FIRST RESOLVED
      *    INCOMPLETE, SO A CYCLE THAT RESOLVES NOTHING LEAVES NO
      *    AMENDMENT BATCH BEHIND AT ALL.
       190-WRITE-AMENDMENT.

           IF WS-AMD-SEQ-NO = 0
               MOVE 'H' TO PH-REC-TYPE
               MOVE WS-CURRENT-DATE TO PH-BATCH-NO
               MOVE WS-CURRENT-DATE TO PH-RUN-DATE
               MOVE POSTING-HEADER-LINE TO AMENDMENT-RECORD
               PERFORM 191-WRITE-AMENDMENT-RECORD
           END-IF

           MOVE 'D' TO PD-REC-TYPE
           ADD 1 TO WS-AMD-SEQ-NO
           MOVE WS-AMD-SEQ-NO TO PD-SEQ-NO
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO PD-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO PD-CLASS-CODE
           MOVE OT-STUDENT-ID(WS-OPEN-IDX) TO PD-STUDENT-ID
           MOVE OT-NAME(WS-OPEN-IDX) TO PD-NAME
           MOVE WS-NEW-GRADE TO PD-GRADE
           MOVE WS-NEW-POINTS TO PD-GRADE-POINTS
           MOVE WS-NEW-MODIFIER TO PD-GRADE-MODIFIER
           ADD WS-NEW-POINTS TO WS-AMD-HASH
           MOVE POSTING-DETAIL-LINE TO AMENDMENT-RECORD
           PERFORM 191-WRITE-AMENDMENT-RECORD
       .

      *
      *    EVERY RECORD SENT ON STUDENTIAM IS ALSO ADDED TO THE END
      *    OF STUDENTILG, SO TERMRECN STILL SEES THIS RUN'S BATCH
      *    AFTER THE NEXT RUN REPLACES STUDENTIAM.
       191-WRITE-AMENDMENT-RECORD.

           WRITE AMENDMENT-RECORD
           MOVE AMENDMENT-RECORD TO AMENDMENT-LOG-RECORD
           WRITE AMENDMENT-LOG-RECORD
       .

       195-PRINT-RESOLVED-LINE.

           IF NOT RES-HDR-PRINTED
               MOVE 'Y' TO WS-RES-HDR-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE RESOLVED-HEADER-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           MOVE OT-STUDENT-ID(WS-OPEN-IDX) TO RSL-STUDENT-ID
           MOVE OT-NAME(WS-OPEN-IDX) TO RSL-NAME
           MOVE OT-DEPT-CODE(WS-OPEN-IDX) TO RSL-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-IDX) TO RSL-CLASS-CODE
           MOVE WS-NEW-GRADE TO RSL-GRADE
           MOVE WS-NEW-MODIFIER TO RSL-MODIFIER
           MOVE WS-NEW-AVERAGE TO RSL-AVERAGE
           MOVE WS-RESOLUTION TO RSL-RESOLUTION
           MOVE RESOLVED-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           IF WS-PRIOR-ATTEMPTS > 0
               MOVE WS-ATTEMPT-NO TO RNL-ATTEMPT-NO
               IF OVER-ATTEMPT-LIMIT
                   MOVE 'OVER ATTEMPT LIMIT - REFER TO ADVISOR'
                       TO RNL-ACTION
               ELSE
                   IF REPLACE-EARLIER-GRADE
                       MOVE 'EARLIER ATTEMPTS EXCLUDED FROM GPA'
                           TO RNL-ACTION
                   ELSE
                       IF AVERAGE-ATTEMPTS
                           MOVE 'ALL ATTEMPTS AVERAGED IN GPA'
                               TO RNL-ACTION
                       ELSE
                           MOVE 'ALL ATTEMPTS COUNTED IN GPA'
                               TO RNL-ACTION
                       END-IF
                   END-IF
               END-IF
               MOVE REPEAT-NOTE-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF WS-RPT-RWT-FAIL-COUNT > 0
               MOVE REMARK-NOTE-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF GRADE-STILL-PENDING
               MOVE HELD-NOTE-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

      *
      *    THE SECTION HEADER GOES OUT ONCE, AHEAD OF THE FIRST
      *    INCOMPLETE LISTED.  EACH GOES BACK TO OPEN, SO IT IS AGED
      *    BELOW AND CARRIED TO THE NEXT CYCLE.
       196-LIST-UNRESOLVED.

           IF NOT UNR-HDR-PRINTED
               MOVE 'Y' TO WS-UNR-HDR-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE UNRESOLVED-HEADER-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           MOVE OT-STUDENT-ID(WS-OPEN-SUB) TO URL-STUDENT-ID
           MOVE OT-NAME(WS-OPEN-SUB) TO URL-NAME
           MOVE OT-DEPT-CODE(WS-OPEN-SUB) TO URL-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-SUB) TO URL-CLASS-CODE
           MOVE OT-RUN-DATE(WS-OPEN-SUB) TO URL-RUN-DATE
           MOVE OT-REJECT-REASON(WS-OPEN-SUB) TO URL-REASON
           MOVE UNRESOLVED-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'O' TO OT-STATUS(WS-OPEN-SUB)
       .

      *
      *    EVERY INCOMPLETE STILL OPEN, AGED FROM THE TERM IT WAS
      *    POSTED AND COUNTED DOWN TO ITS DEADLINE.
       300-AGE-OPEN-INCOMPLETES.

           MOVE 1 TO WS-OPEN-SUB
           PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF OT-STATUS(WS-OPEN-SUB) = 'O'
                   PERFORM 310-PRINT-OPEN-LINE
               END-IF
               ADD 1 TO WS-OPEN-SUB
           END-PERFORM
       .

       310-PRINT-OPEN-LINE.

           IF WS-STILL-OPEN-COUNT = 0
               MOVE 2 TO PROPER-SPACING
               MOVE OPEN-HEADER-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE OPEN-COLUMN-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
           ADD 1 TO WS-STILL-OPEN-COUNT

           MOVE OT-RUN-DATE(WS-OPEN-SUB) TO WS-DATE-IN
           PERFORM 390-DATE-TO-DAY-NUMBER
           SUBTRACT WS-DAY-NUMBER FROM WS-TODAY-DAY-NO
               GIVING WS-DAYS-OPEN
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF

           MOVE OT-DEADLINE(WS-OPEN-SUB) TO WS-DATE-IN
           PERFORM 390-DATE-TO-DAY-NUMBER
           SUBTRACT WS-TODAY-DAY-NO FROM WS-DAY-NUMBER
               GIVING WS-DAYS-LEFT
           IF WS-DAYS-LEFT < 0
               MOVE 0 TO WS-DAYS-LEFT
           END-IF

           IF WS-DAYS-OPEN NOT > 30
               MOVE '0-30' TO OPL-AGE-BUCKET
               ADD 1 TO WS-AGE-30-COUNT
           ELSE
               IF WS-DAYS-OPEN NOT > 60
                   MOVE '31-60' TO OPL-AGE-BUCKET
                   ADD 1 TO WS-AGE-60-COUNT
               ELSE
                   IF WS-DAYS-OPEN NOT > 90
                       MOVE '61-90' TO OPL-AGE-BUCKET
                       ADD 1 TO WS-AGE-90-COUNT
                   ELSE
                       MOVE 'OVER 90' TO OPL-AGE-BUCKET
                       ADD 1 TO WS-AGE-OVER-COUNT
                   END-IF
               END-IF
           END-IF

           MOVE OT-STUDENT-ID(WS-OPEN-SUB) TO OPL-STUDENT-ID
           MOVE OT-NAME(WS-OPEN-SUB) TO OPL-NAME
           MOVE OT-DEPT-CODE(WS-OPEN-SUB) TO OPL-DEPT-CODE
           MOVE OT-CLASS-CODE(WS-OPEN-SUB) TO OPL-CLASS-CODE
           MOVE OT-RUN-DATE(WS-OPEN-SUB) TO OPL-RUN-DATE
           MOVE OT-DEADLINE(WS-OPEN-SUB) TO OPL-DEADLINE
           MOVE WS-DAYS-OPEN TO OPL-DAYS-OPEN
           MOVE WS-DAYS-LEFT TO OPL-DAYS-LEFT
           MOVE OPEN-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
       .

      *
      *    A YYMMDD DATE AS A DAY COUNT FROM 1/1/00, SO TWO DATES
      *    CAN BE SUBTRACTED.  EVERY FOURTH YEAR FROM 00 IS A LEAP
      *    YEAR, WHICH HOLDS FOR THE WHOLE OF 2000-2099.  A DATE
      *    WITH NO VALID MONTH COUNTS FROM THE START OF ITS YEAR.
       390-DATE-TO-DAY-NUMBER.

           MULTIPLY WS-DI-YEAR BY 365 GIVING WS-DAY-NUMBER
           ADD 3 WS-DI-YEAR GIVING WS-LEAP-DAYS
           DIVIDE WS-LEAP-DAYS BY 4 GIVING WS-LEAP-DAYS
           ADD WS-LEAP-DAYS TO WS-DAY-NUMBER

           IF WS-DI-MONTH > 0 AND WS-DI-MONTH < 13
               ADD MONTH-START-DAYS(WS-DI-MONTH) TO WS-DAY-NUMBER
               DIVIDE WS-DI-YEAR BY 4 GIVING WS-LEAP-DAYS
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 AND WS-DI-MONTH > 2
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF

           ADD WS-DI-DAY TO WS-DAY-NUMBER
       .

       500-FINISH-AMENDMENT-BATCH.

           IF WS-AMD-SEQ-NO > 0
               MOVE 'T' TO PT-REC-TYPE
               MOVE WS-AMD-SEQ-NO TO PT-RECORD-COUNT
               MOVE WS-AMD-HASH TO PT-HASH-TOTAL
               MOVE POSTING-TRAILER-LINE TO AMENDMENT-RECORD
               PERFORM 191-WRITE-AMENDMENT-RECORD
           END-IF
       .

      *
      *    THE OPEN FILE IS REWRITTEN WHEN A LATE SCORE WAS FILED
      *    OR AN INCOMPLETE RESOLVED, CARRYING ONLY WHAT IS STILL
      *    OPEN WITH EVERY SCORE RECEIVED SO FAR.  A RESOLVED GRADE
      *    STILL HELD FOR CERTIFICATION SENDS NO AMENDMENT, SO THE
      *    RESOLVED COUNTS ARE WHAT SAY ONE RESOLVED.
       510-REWRITE-OPEN-FILE.

           IF WS-SCORE-APPLIED-COUNT > 0
              OR WS-COMPLETED-COUNT > 0 OR WS-LAPSED-COUNT > 0
               OPEN OUTPUT OPEN-INCOMPLETE-FILE
               MOVE 1 TO WS-OPEN-SUB
               PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   IF OT-STATUS(WS-OPEN-SUB) = 'O'
                       MOVE OT-STUDENT-ID(WS-OPEN-SUB)
                           TO OI-STUDENT-ID
                       MOVE OT-DEPT-CODE(WS-OPEN-SUB) TO OI-DEPT-CODE
                       MOVE OT-CLASS-CODE(WS-OPEN-SUB)
                           TO OI-CLASS-CODE
                       MOVE OT-NAME(WS-OPEN-SUB) TO OI-NAME
                       MOVE OT-RUN-DATE(WS-OPEN-SUB) TO OI-RUN-DATE
                       MOVE OT-TEST1(WS-OPEN-SUB) TO OI-TEST1
                       MOVE OT-TEST2(WS-OPEN-SUB) TO OI-TEST2
                       MOVE OT-TEST3(WS-OPEN-SUB) TO OI-TEST3
                       MOVE OT-TEST4(WS-OPEN-SUB) TO OI-TEST4
                       MOVE OT-APPROVER(WS-OPEN-SUB) TO OI-APPROVER
                       MOVE OT-DEADLINE(WS-OPEN-SUB) TO OI-DEADLINE
                       WRITE OPEN-INCOMPLETE-RECORD
                   END-IF
                   ADD 1 TO WS-OPEN-SUB
               END-PERFORM
               CLOSE OPEN-INCOMPLETE-FILE
           END-IF
       .

      *
      *    THE HISTORY IS ONLY REWRITTEN WHEN AN INCOMPLETE ACTUALLY
      *    RESOLVED.
       530-REWRITE-HISTORY-FILE.

           IF WS-COMPLETED-COUNT > 0 OR WS-LAPSED-COUNT > 0
               OPEN OUTPUT TERM-HISTORY-FILE
               MOVE 1 TO WS-HISTORY-SUB
               PERFORM UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                   MOVE HISTORY-ENTRY(WS-HISTORY-SUB)
                       TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-SUB
               END-PERFORM
               CLOSE TERM-HISTORY-FILE
           END-IF
       .

       200-WRITE-A-LINE.

           WRITE REGISTER-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

       700-FINAL-ROUTINE.

           MOVE 'LATE SCORES READ' TO SL-LABEL
           MOVE WS-SCORE-READ-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'LATE SCORES APPLIED' TO SL-LABEL
           MOVE WS-SCORE-APPLIED-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'LATE SCORES REJECTED' TO SL-LABEL
           MOVE WS-SCORE-REJECTED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INCOMPLETES COMPLETED' TO SL-LABEL
           MOVE WS-COMPLETED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INCOMPLETES LAPSED TO F' TO SL-LABEL
           MOVE WS-LAPSED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INCOMPLETES NOT TAKEN' TO SL-LABEL
           MOVE WS-UNRESOLVED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INCOMPLETES STILL OPEN' TO SL-LABEL
           MOVE WS-STILL-OPEN-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  OPEN 0-30 DAYS' TO SL-LABEL
           MOVE WS-AGE-30-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  OPEN 31-60 DAYS' TO SL-LABEL
           MOVE WS-AGE-60-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  OPEN 61-90 DAYS' TO SL-LABEL
           MOVE WS-AGE-90-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE '  OPEN OVER 90 DAYS' TO SL-LABEL
           MOVE WS-AGE-OVER-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'AMENDMENTS SENT' TO SL-LABEL
           MOVE WS-AMD-SEQ-NO TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'HELD FOR CERTIFICATION' TO SL-LABEL
           MOVE WS-HELD-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'REPEATED COURSES FLAGGED' TO SL-LABEL
           MOVE WS-RPT-FLAGGED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'REPEATS OVER ATTEMPT LIMIT' TO SL-LABEL
           MOVE WS-RPT-OVER-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE LATE-SCORE-FILE
                 STUDENT-MASTER-FILE
                 AMENDMENT-FILE
                 AMENDMENT-LOG-FILE
                 AGING-REPORT-FILE
            STOP RUN
            .

      *
      *    SAVE STUDENTMST AS ITS NEXT GENERATION BEFORE ANY INCOMPLETE
      *    IS RESOLVED ON IT.
       900-BACKUP-MASTER-FILE.

           MOVE 'STUDENTMST' TO WS-BKP-FILE-NAME
           PERFORM 910-PREPARE-GENERATION
           IF NOT CATALOG-OVERFLOW
               PERFORM 930-COPY-MASTER-FILE
               PERFORM 950-CATALOG-NEW-GENERATION
           END-IF
       .

      *
      *    SAVE STUDENTHIS AS ITS NEXT GENERATION BEFORE ANY INCOMPLETE
      *    IS RESOLVED ON IT.
       905-BACKUP-HISTORY-FILE.

           MOVE 'STUDENTHIS' TO WS-BKP-FILE-NAME
           PERFORM 910-PREPARE-GENERATION
           IF NOT CATALOG-OVERFLOW
               PERFORM 935-COPY-HISTORY-FILE
               PERFORM 950-CATALOG-NEW-GENERATION
           END-IF
       .

      *
      *    NUMBER THE NEXT GENERATION OF THE FILE IN WS-BKP-FILE-NAME
      *    AND PICK ITS COPY.  GENERATIONS PAST THE NUMBER KEPT COME
      *    OFF THE CATALOG BEFORE THEIR COPY IS OVERWRITTEN, AND THE
      *    NEW ONE GOES ON ONLY ONCE ITS COPY IS COMPLETE, SO A RUN
      *    THAT DIES MID-COPY NEVER LEAVES A PART COPY CATALOGUED.
       910-PREPARE-GENERATION.

           PERFORM 912-READ-BACKUP-CONTROL
           PERFORM 914-LOAD-BACKUP-CATALOG
           IF NOT CATALOG-OVERFLOW
               PERFORM 916-CHOOSE-GENERATION-SLOT
               PERFORM 918-REWRITE-BACKUP-CATALOG
           END-IF
       .

      *
      *    A FILE WITH NO CARD, OR A CARD THAT IS NOT A NUMBER FROM
      *    1 UP, KEEPS THREE.  NO FILE CAN KEEP MORE THAN THE FIVE
      *    COPIES IT HAS.
       912-READ-BACKUP-CONTROL.

           MOVE 3 TO WS-BKP-KEEP
           MOVE 'N' TO WS-BKP-CTL-EOF
           OPEN INPUT BACKUP-CONTROL-FILE
           PERFORM UNTIL WS-BKP-CTL-EOF = 'Y'
               READ BACKUP-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-BKP-CTL-EOF
                   NOT AT END
                       IF BC-FILE-NAME = WS-BKP-FILE-NAME
                          AND BC-GENERATIONS NUMERIC
                          AND BC-GENERATIONS > 0
                           MOVE BC-GENERATIONS TO WS-BKP-KEEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CONTROL-FILE

           IF WS-BKP-KEEP > 5
               MOVE 5 TO WS-BKP-KEEP
           END-IF
       .

       914-LOAD-BACKUP-CATALOG.

           MOVE 0 TO WS-CATALOG-COUNT
           MOVE 'N' TO WS-CATALOG-EOF
           OPEN INPUT BACKUP-CATALOG-FILE
           PERFORM UNTIL WS-CATALOG-EOF = 'Y'
               READ BACKUP-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF
                   NOT AT END
                       IF WS-CATALOG-COUNT < 100
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE CATALOG-RECORD
                               TO CT-IMAGE(WS-CATALOG-COUNT)
                           MOVE 'N'
                               TO CT-DROPPED-SWITCH(WS-CATALOG-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CAT-OVFL-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE
       .

      *
      *    THE NEW GENERATION IS NUMBERED ONE PAST THE HIGHEST ON THE
      *    CATALOG FOR THE FILE.  THE OLDEST ARE DROPPED UNTIL THERE
      *    IS ROOM FOR IT UNDER THE NUMBER KEPT, AND IT TAKES THE
      *    LOWEST COPY NOT HOLDING A GENERATION STILL KEPT.
       916-CHOOSE-GENERATION-SLOT.

           MOVE 0 TO WS-BKP-GENERATION-NO
           MOVE 0 TO WS-BKP-LIVE-COUNT
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-FILE-NAME(WS-CATALOG-SUB) = WS-BKP-FILE-NAME
                   ADD 1 TO WS-BKP-LIVE-COUNT
                   IF CT-GENERATION-NO(WS-CATALOG-SUB)
                          > WS-BKP-GENERATION-NO
                       MOVE CT-GENERATION-NO(WS-CATALOG-SUB)
                           TO WS-BKP-GENERATION-NO
                   END-IF
               END-IF
               ADD 1 TO WS-CATALOG-SUB
           END-PERFORM
           ADD 1 TO WS-BKP-GENERATION-NO

           PERFORM UNTIL WS-BKP-LIVE-COUNT < WS-BKP-KEEP
               PERFORM 917-DROP-OLDEST-GENERATION
               SUBTRACT 1 FROM WS-BKP-LIVE-COUNT
           END-PERFORM

           MOVE SPACES TO SLOT-USE-TABLE
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-FILE-NAME(WS-CATALOG-SUB) = WS-BKP-FILE-NAME
                  AND CT-DROPPED-SWITCH(WS-CATALOG-SUB) = 'N'
                  AND CT-SLOT-NO(WS-CATALOG-SUB) > 0
                  AND CT-SLOT-NO(WS-CATALOG-SUB) < 6
                   MOVE CT-SLOT-NO(WS-CATALOG-SUB) TO WS-BKP-SLOT-SUB
                   MOVE 'Y' TO SLOT-IN-USE(WS-BKP-SLOT-SUB)
               END-IF
               ADD 1 TO WS-CATALOG-SUB
           END-PERFORM

           MOVE 0 TO WS-BKP-SLOT-NO
           MOVE 1 TO WS-BKP-SLOT-SUB
           PERFORM UNTIL WS-BKP-SLOT-SUB > 5
                      OR WS-BKP-SLOT-NO > 0
               IF SLOT-IN-USE(WS-BKP-SLOT-SUB) NOT = 'Y'
                   MOVE WS-BKP-SLOT-SUB TO WS-BKP-SLOT-NO
               END-IF
               ADD 1 TO WS-BKP-SLOT-SUB
           END-PERFORM
       .

       917-DROP-OLDEST-GENERATION.

           MOVE 0 TO WS-BKP-OLDEST-SUB
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-FILE-NAME(WS-CATALOG-SUB) = WS-BKP-FILE-NAME
                  AND CT-DROPPED-SWITCH(WS-CATALOG-SUB) = 'N'
                   IF WS-BKP-OLDEST-SUB = 0
                       MOVE WS-CATALOG-SUB TO WS-BKP-OLDEST-SUB
                   ELSE
                       IF CT-GENERATION-NO(WS-CATALOG-SUB)
                          < CT-GENERATION-NO(WS-BKP-OLDEST-SUB)
                           MOVE WS-CATALOG-SUB TO WS-BKP-OLDEST-SUB
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-CATALOG-SUB
           END-PERFORM

           IF WS-BKP-OLDEST-SUB > 0
               MOVE 'Y' TO CT-DROPPED-SWITCH(WS-BKP-OLDEST-SUB)
           END-IF
       .

       918-REWRITE-BACKUP-CATALOG.

           OPEN OUTPUT BACKUP-CATALOG-FILE
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-DROPPED-SWITCH(WS-CATALOG-SUB) = 'N'
                   MOVE CT-IMAGE(WS-CATALOG-SUB) TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
               END-IF
               ADD 1 TO WS-CATALOG-SUB
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE
       .

      *
      *    STUDENTMST, RECORD FOR RECORD, TO THE COPY CHOSEN FOR THE
      *    NEW GENERATION.
       930-COPY-MASTER-FILE.

           MOVE 0 TO WS-BKP-RECORD-COUNT
           MOVE 'N' TO WS-BKP-COPY-EOF
           PERFORM 931-OPEN-MASTER-COPY
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM UNTIL WS-BKP-COPY-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BKP-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-BKP-RECORD-COUNT
                       PERFORM 932-WRITE-MASTER-COPY
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER-FILE
           PERFORM 933-CLOSE-MASTER-COPY
       .

       931-OPEN-MASTER-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   OPEN OUTPUT MASTER-GEN-FILE-1
               WHEN 2
                   OPEN OUTPUT MASTER-GEN-FILE-2
               WHEN 3
                   OPEN OUTPUT MASTER-GEN-FILE-3
               WHEN 4
                   OPEN OUTPUT MASTER-GEN-FILE-4
               WHEN 5
                   OPEN OUTPUT MASTER-GEN-FILE-5
           END-EVALUATE
       .

       932-WRITE-MASTER-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   WRITE MASTER-GEN-RECORD-1 FROM MASTER-RECORD
               WHEN 2
                   WRITE MASTER-GEN-RECORD-2 FROM MASTER-RECORD
               WHEN 3
                   WRITE MASTER-GEN-RECORD-3 FROM MASTER-RECORD
               WHEN 4
                   WRITE MASTER-GEN-RECORD-4 FROM MASTER-RECORD
               WHEN 5
                   WRITE MASTER-GEN-RECORD-5 FROM MASTER-RECORD
           END-EVALUATE
       .

       933-CLOSE-MASTER-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   CLOSE MASTER-GEN-FILE-1
               WHEN 2
                   CLOSE MASTER-GEN-FILE-2
               WHEN 3
                   CLOSE MASTER-GEN-FILE-3
               WHEN 4
                   CLOSE MASTER-GEN-FILE-4
               WHEN 5
                   CLOSE MASTER-GEN-FILE-5
           END-EVALUATE
       .

      *
      *    STUDENTHIS, RECORD FOR RECORD, TO THE COPY CHOSEN FOR THE
      *    NEW GENERATION.
       935-COPY-HISTORY-FILE.

           MOVE 0 TO WS-BKP-RECORD-COUNT
           MOVE 'N' TO WS-BKP-COPY-EOF
           PERFORM 936-OPEN-HISTORY-COPY
           OPEN INPUT TERM-HISTORY-FILE
           PERFORM UNTIL WS-BKP-COPY-EOF = 'Y'
               READ TERM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-BKP-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-BKP-RECORD-COUNT
                       PERFORM 937-WRITE-HISTORY-COPY
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE
           PERFORM 938-CLOSE-HISTORY-COPY
       .

       936-OPEN-HISTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   OPEN OUTPUT HISTORY-GEN-FILE-1
               WHEN 2
                   OPEN OUTPUT HISTORY-GEN-FILE-2
               WHEN 3
                   OPEN OUTPUT HISTORY-GEN-FILE-3
               WHEN 4
                   OPEN OUTPUT HISTORY-GEN-FILE-4
               WHEN 5
                   OPEN OUTPUT HISTORY-GEN-FILE-5
           END-EVALUATE
       .

       937-WRITE-HISTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   WRITE HISTORY-GEN-RECORD-1 FROM HISTORY-RECORD
               WHEN 2
                   WRITE HISTORY-GEN-RECORD-2 FROM HISTORY-RECORD
               WHEN 3
                   WRITE HISTORY-GEN-RECORD-3 FROM HISTORY-RECORD
               WHEN 4
                   WRITE HISTORY-GEN-RECORD-4 FROM HISTORY-RECORD
               WHEN 5
                   WRITE HISTORY-GEN-RECORD-5 FROM HISTORY-RECORD
           END-EVALUATE
       .

       938-CLOSE-HISTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   CLOSE HISTORY-GEN-FILE-1
               WHEN 2
                   CLOSE HISTORY-GEN-FILE-2
               WHEN 3
                   CLOSE HISTORY-GEN-FILE-3
               WHEN 4
                   CLOSE HISTORY-GEN-FILE-4
               WHEN 5
                   CLOSE HISTORY-GEN-FILE-5
           END-EVALUATE
       .

      *
      *    THE COPY IS COMPLETE -- PUT IT ON THE CATALOG AND NOTE IT
      *    ON THE REPORT.
       950-CATALOG-NEW-GENERATION.

           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-BKP-FILE-NAME TO BK-FILE-NAME
           MOVE WS-BKP-GENERATION-NO TO BK-GENERATION-NO
           MOVE WS-BKP-SLOT-NO TO BK-SLOT-NO
           ACCEPT BK-BACKUP-DATE FROM DATE
           ACCEPT BK-BACKUP-TIME FROM TIME
           MOVE WS-BKP-PROGRAM-ID TO BK-PROGRAM-ID
           MOVE WS-BKP-RECORD-COUNT TO BK-RECORD-COUNT
           OPEN EXTEND BACKUP-CATALOG-FILE
           WRITE CATALOG-RECORD
           CLOSE BACKUP-CATALOG-FILE

           MOVE WS-BKP-FILE-NAME TO BKL-FILE-NAME
           MOVE WS-BKP-GENERATION-NO TO BKL-GENERATION-NO
           MOVE WS-BKP-SLOT-NO TO BKL-SLOT-NO
           MOVE WS-BKP-RECORD-COUNT TO BKL-RECORD-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE BACKUP-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
