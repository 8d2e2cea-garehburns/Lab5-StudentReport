      *    RECORD FORMAT FOR THE REGISTRAR, CORRECTS THE STUDENT
      *    MASTER AND THE CLASS TERM HISTORY, AND PRINTS A CHANGE
      *    REGISTER SHOWING BEFORE AND AFTER WITH THE APPROVER.
      *    EVERY AMENDMENT BATCH IS ALSO ADDED TO THE END OF THE
      *    AMENDMENT LOG, STUDENTALG, SO THE BATCHES OF EARLIER RUNS
      *    SURVIVE FOR TERMRECN AFTER STUDENTAMD IS REPLACED.
      *
      *    TRANSACTIONS THAT MATCH NO POSTED RESULT, OR WHOSE OLD
      *    GRADE DISAGREES WITH WHAT WAS POSTED, ARE LISTED AND
      *    NOT APPLIED.  THE NEW GRADE MUST BE ON THE CLASS'S
      *    PUBLISHED GRADING SCALE, WHICH ALSO GIVES ITS POINTS.
      *    AN OPEN INCOMPLETE IS NOT CHANGED HERE -- INCTRACK
      *    RESOLVES IT WHEN THE SCORES ARRIVE OR THE DEADLINE PASSES.
      *
      *    A GRADE STILL HELD ON STUDENTPND FOR ITS CLASS'S
      *    CERTIFICATION HAS NOT REACHED THE REGISTRAR, SO THERE IS
      *    NOTHING TO AMEND.  THE CHANGE IS APPLIED TO THE MASTER AND
      *    THE HISTORY AS USUAL, AND GRDREL SENDS THE CORRECTED GRADE
      *    WHEN THE CLASS IS RELEASED.
      *
       ENVIRONMENT DIVISION.
      *
               ASSIGN TO "GRADECHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    READ BY KEY AND CORRECTED IN PLACE.  OPTIONAL SO A SITE
      *    WITH NO MASTER YET GETS AN ALL-REJECTED REGISTER INSTEAD
      *    OF AN ABEND.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
      *    READ WHOLE, CORRECTED IN PLACE, AND REWRITTEN WHEN ANY
      *    CHANGE APPLIES.
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO "STUDENTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE SAME GRADING-SCALE CONTROL FILE BKBRK GRADES FROM.
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADSCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE GRADES BKBRK STAGED THAT GRDREL HAS NOT YET RELEASED.
      *    READ ONLY.  OPTIONAL -- WITH NOTHING HELD, EVERY APPLIED
      *    CHANGE IS AMENDED.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "STUDENTPND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AMENDMENT-FILE
               ASSIGN TO "STUDENTAMD"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY AMENDMENT BATCH EVER SENT, ONE AFTER ANOTHER, EACH
      *    WITH ITS OWN HEADER AND TRAILER.  OPENED EXTEND ALONGSIDE
      *    STUDENTAMD; OPTIONAL -- THE FIRST RUN CREATES IT.
           SELECT OPTIONAL AMENDMENT-LOG-FILE
               ASSIGN TO "STUDENTALG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHANGE-REPORT-FILE
               ASSIGN TO PRINTER "CHGLIST".
      *
      *    THE BANK OF FIVE COPIES STUDENTMST IS SAVED TO BEFORE THIS
      *    RUN CORRECTS IT.  BACKUP.CAT SAYS WHICH GENERATION EACH COPY
      *    HOLDS.
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
      *    RUN CORRECTS IT.  BACKUP.CAT SAYS WHICH GENERATION EACH COPY
      *    HOLDS.
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
       FD  CHANGE-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  CHANGE-RECORD.
           05  GC-STUDENT-ID                  PIC X(7).
           05  GC-OLD-GRADE                   PIC X.
           05  GC-NEW-GRADE                   PIC X.
           05  GC-APPROVER                    PIC X(20).
      *    '+', '-' OR SPACE, FOR A DEPARTMENT ON A PLUS/MINUS SCALE.
           05  GC-OLD-MODIFIER                PIC X.
           05  GC-NEW-MODIFIER                PIC X.

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
           05  HR-COUNT-D                     PIC 9(3).
           05  HR-COUNT-F                     PIC 9(3).

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
       FD  PENDING-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  PENDING-RECORD.
           05  PN-POSTING-IMAGE               PIC X(60).
           05  PN-RUN-DATE                    PIC 9(6).

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
       FD  CHANGE-REPORT-FILE
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
           05  WS-CHANGE-EOF               PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
      *        '02' IS A GOOD REWRITE THAT DUPLICATES THE CLASS KEY.
               88  MASTER-IO-OK                        VALUE '00' '02'.
           05  WS-BROWSE-EOF               PIC X       VALUE 'N'.
           05  WS-MST-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  MASTER-ROW-FOUND                    VALUE 'Y'.
           05  WS-HISTORY-EOF              PIC X       VALUE 'N'.
           05  WS-SCALE-EOF                PIC X       VALUE 'N'.
           05  WS-SCALE-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  SCALE-FOUND                         VALUE 'Y'.
           05  WS-SITE-SCALE-SWITCH        PIC X       VALUE 'N'.
               88  SITE-SCALE-LOADED                   VALUE 'Y'.
           05  WS-MATCH-SWITCH             PIC X       VALUE 'N'.
               88  CHANGE-MATCHED                      VALUE 'Y'.
           05  WS-GRADE-OK-SWITCH          PIC X       VALUE 'N'.
               88  HISTORY-ADJUSTED                    VALUE 'Y'.
           05  WS-REJ-HDR-SWITCH           PIC X       VALUE 'N'.
               88  REJ-HDR-PRINTED                     VALUE 'Y'.
           05  WS-HIS-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  HISTORY-OVERFLOW                    VALUE 'Y'.
           05  WS-PENDING-EOF              PIC X       VALUE 'N'.
           05  WS-PND-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  PENDING-OVERFLOW                    VALUE 'Y'.
           05  WS-PENDING-SWITCH           PIC X       VALUE 'N'.
               88  GRADE-STILL-PENDING                 VALUE 'Y'.
           05  WS-BKP-CTL-EOF              PIC X       VALUE 'N'.
           05  WS-CATALOG-EOF              PIC X       VALUE 'N'.
           05  WS-BKP-COPY-EOF             PIC X       VALUE 'N'.
           05  WS-CAT-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  CATALOG-OVERFLOW                    VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC S9      VALUE +1.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1000 TIMES.
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
      *
      *    THE GRADING SCALES, LOADED AND DEFAULTED EXACTLY AS BKBRK
      *    DOES IT, SO A CHANGED GRADE CARRIES THE POINTS THE CLASS
      *    WAS ORIGINALLY GRADED ON.
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
       01  SCALE-WORK-FIELDS.
           05  WS-SCALE-COUNT               PIC S9(3)    VALUE 0.
           05  WS-SCALE-SUB                 PIC S9(3)    VALUE 0.
           05  WS-STANDARD-SUB              PIC S9(3)    VALUE 0.
           05  WS-SCALE-DEPT                PIC X(4)     VALUE SPACES.
           05  WS-SCALE-CLASS               PIC X(5)     VALUE SPACES.
      *
       01  TABLE-WORK-FIELDS.
           05  WS-LATEST-KEY                PIC X(22)    VALUE SPACES.
           05  WS-HISTORY-COUNT             PIC S9(4)    VALUE 0.
           05  WS-HISTORY-SUB               PIC S9(4)    VALUE 0.
           05  WS-HIST-IDX                  PIC S9(4)    VALUE 0.
           05  WS-OLD-POINTS                PIC 9V9      VALUE 0.
           05  WS-NEW-POINTS                PIC 9V9      VALUE 0.
           05  WS-GRADE-IN                  PIC X        VALUE SPACE.
           05  WS-MODIFIER-IN               PIC X        VALUE SPACE.
           05  WS-POINTS-OUT                PIC 9V9      VALUE 0.
           05  WS-PTS-DIFF                  PIC S9V9     VALUE +0.
           05  WS-GPA-DELTA                 PIC S9V99    VALUE +0.
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
                                                      'GRADECHG'.
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
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  APPLIED-LINE.
           05                              PIC X(8)    VALUE 'CHANGED'.
           05  APL-STUDENT-ID              PIC X(7).
           05                              PIC X       VALUE SPACE.
           05  APL-NAME                    PIC X(20).
           05  APL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  APL-CLASS-CODE              PIC X(5).
           05                              PIC X       VALUE SPACE.
           05  APL-OLD-GRADE               PIC X.
           05  APL-OLD-MODIFIER            PIC X.
           05                              PIC X(4)    VALUE ' TO '.
           05  APL-NEW-GRADE               PIC X.
           05  APL-NEW-MODIFIER            PIC X.
           05                              PIC X(4)    VALUE ' BY '.
           05  APL-APPROVER                PIC X(20).
      *
           05                              PIC X(9)    VALUE SPACES.
           05                              PIC X(41)   VALUE
                      'NO HISTORY RECORD FOR TERM - NOT ADJUSTED'.
      *
       01  HELD-NOTE-LINE.
           05                              PIC X(9)    VALUE SPACES.
           05                              PIC X(50)   VALUE
                 'HELD FOR CERTIFICATION - GOES OUT WITH RELEASE'.
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
       10-PROCESS-GRADE-CHANGES.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 35-LOAD-HISTORY-TABLE
           PERFORM 36-LOAD-PENDING-KEYS
           PERFORM 37-LOAD-GRADE-SCALE

      *    A FILE TOO BIG TO TABLE CANNOT BE SAFELY REWRITTEN --
      *    THE OVERFLOW WOULD BE TRUNCATED AWAY.  STOP BEFORE
      *    ANYTHING APPLIES, WITH A NON-ZERO RETURN CODE SO THE
      *    SCHEDULER HOLDS THE DOWNSTREAM JOBS.
      *    A FULL BACKUP CATALOG MEANS NO GENERATION WAS SAVED, SO
      *    NOTHING IS CHANGED THAT COULD NOT BE PUT BACK.
           IF HISTORY-OVERFLOW OR PENDING-OVERFLOW
              OR CATALOG-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 100-PROCESS-CHANGES
           PERFORM 500-FINISH-AMENDMENT-BATCH
           PERFORM 530-REWRITE-HISTORY-FILE
           PERFORM 700-FINAL-ROUTINE
       .
           OPEN INPUT CHANGE-FILE
           OPEN OUTPUT AMENDMENT-FILE
                       CHANGE-REPORT-FILE
           OPEN EXTEND AMENDMENT-LOG-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING

      *    BOTH FILES THIS RUN CORRECTS ARE SAVED FIRST, SO A BAD
      *    BATCH CAN BE BACKED OUT WITH GENRESTR.
           PERFORM 900-BACKUP-MASTER-FILE
           PERFORM 905-BACKUP-HISTORY-FILE

           OPEN I-O STUDENT-MASTER-FILE
       .

       40-REPORT-HEADING.

       25-TABLE-LIMIT-ABORT.

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
           END-IF

           CLOSE CHANGE-FILE
                 STUDENT-MASTER-FILE
                 AMENDMENT-FILE
                 AMENDMENT-LOG-FILE
                 CHANGE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN
       .

       35-LOAD-HISTORY-TABLE.

           OPEN INPUT TERM-HISTORY-FILE
           CLOSE TERM-HISTORY-FILE
       .

      *
      *    THE KEY IS BUILT THE WAY BKBRK KEYS THE MASTER ROW, SO A
      *    MATCHED CHANGE CAN BE TESTED AGAINST IT DIRECTLY.
       36-LOAD-PENDING-KEYS.

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

       100-PROCESS-CHANGES.

           PERFORM UNTIL WS-CHANGE-EOF = 'Y'
       110-APPLY-ONE-CHANGE.

           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE SPACES TO WS-REJECT-REASON

           MOVE GC-NEW-GRADE TO WS-GRADE-IN
           MOVE GC-NEW-MODIFIER TO WS-MODIFIER-IN
           PERFORM 115-GRADE-TO-POINTS
           MOVE WS-POINTS-OUT TO WS-NEW-POINTS

           IF NOT NEW-GRADE-VALID
               MOVE 'NEW GRADE NOT ON SCALE' TO WS-REJECT-REASON
           ELSE
               PERFORM 120-FIND-LATEST-RESULT

               IF NOT MASTER-ROW-FOUND
                   MOVE 'NO POSTED RESULT ON MASTER'
                       TO WS-REJECT-REASON
               ELSE
                   IF SM-GRADE = 'I'
                       MOVE 'INCOMPLETE STILL OPEN'
                           TO WS-REJECT-REASON
                   ELSE
                       IF SM-GRADE NOT = GC-OLD-GRADE
                          OR SM-GRADE-MODIFIER NOT = GC-OLD-MODIFIER
                           MOVE 'OLD GRADE DISAGREES'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE 'Y' TO WS-MATCH-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    A MASTER ROW THAT WILL NOT TAKE THE CHANGE IS REJECTED,
      *    SO THE HISTORY AND THE REGISTRAR ARE NOT MOVED FOR A
      *    GRADE THE MASTER DOES NOT SHOW.
           IF CHANGE-MATCHED
               PERFORM 125-CHECK-PENDING
               PERFORM 130-APPLY-TO-MASTER
           END-IF

           IF CHANGE-MATCHED
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 140-ADJUST-HISTORY
               IF GRADE-STILL-PENDING
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 150-WRITE-AMENDMENT
               END-IF
               PERFORM 160-PRINT-APPLIED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
       .

      *
      *    THE POINTS FOR A LETTER COME FROM THE SCALE THE CLASS IS
      *    GRADED ON -- ITS OWN, ELSE ITS DEPARTMENT'S, ELSE THE
      *    SITE'S, THE SAME ORDER BKBRK SEARCHES.  A LETTER AND
      *    MODIFIER THAT ARE NOT ON THAT SCALE DROP THE VALID SWITCH.
       115-GRADE-TO-POINTS.

           MOVE 'N' TO WS-GRADE-OK-SWITCH
           MOVE 0.0 TO WS-POINTS-OUT

           PERFORM 116-FIND-GRADE-SCALE

           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                         OR NEW-GRADE-VALID
               IF SC-DEPT-CODE(WS-SCALE-SUB) = WS-SCALE-DEPT
                  AND SC-CLASS-CODE(WS-SCALE-SUB) = WS-SCALE-CLASS
                  AND SC-LETTER(WS-SCALE-SUB) = WS-GRADE-IN
                  AND SC-MODIFIER(WS-SCALE-SUB) = WS-MODIFIER-IN
                   MOVE 'Y' TO WS-GRADE-OK-SWITCH
                   MOVE SC-GRADE-POINTS(WS-SCALE-SUB) TO WS-POINTS-OUT
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM
       .

       116-FIND-GRADE-SCALE.

           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE GC-DEPT-CODE TO WS-SCALE-DEPT
           MOVE GC-CLASS-CODE TO WS-SCALE-CLASS

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
      *    A RETAKEN CLASS HAS ONE RESULT PER TERM UNDER THE SAME
      *    STUDENT AND CLASS, AND THE KEY ENDS IN THE RUN DATE, SO
      *    THE LAST ONE BROWSED BEFORE THE CLASS CHANGES IS THE
      *    LATEST.  IT IS READ BACK BY KEY SO IT IS THE RECORD IN
      *    THE BUFFER WHEN THE CHANGE IS REWRITTEN.
       120-FIND-LATEST-RESULT.

           MOVE 'N' TO WS-MST-FOUND-SWITCH
           MOVE 'N' TO WS-BROWSE-EOF

           MOVE GC-STUDENT-ID TO SM-STUDENT-ID
           MOVE GC-DEPT-CODE TO SM-DEPT-CODE
           MOVE GC-CLASS-CODE TO SM-CLASS-CODE
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
                       IF SM-STUDENT-ID = GC-STUDENT-ID
                          AND SM-DEPT-CODE = GC-DEPT-CODE
                          AND SM-CLASS-CODE = GC-CLASS-CODE
                           MOVE 'Y' TO WS-MST-FOUND-SWITCH
                           MOVE SM-MASTER-KEY TO WS-LATEST-KEY
                       ELSE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF MASTER-ROW-FOUND
               MOVE WS-LATEST-KEY TO SM-MASTER-KEY
               READ STUDENT-MASTER-FILE
                   KEY IS SM-MASTER-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MST-FOUND-SWITCH
               END-READ
           END-IF
       .

      *
      *    THE MATCHED MASTER ROW'S KEY -- THE TERM INCLUDED -- IS
      *    LOOKED FOR AMONG THE GRADES NOT YET RELEASED.
       125-CHECK-PENDING.

           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                         OR GRADE-STILL-PENDING
               IF PENDING-KEY(WS-PENDING-SUB) = SM-MASTER-KEY
                   MOVE 'Y' TO WS-PENDING-SWITCH
               END-IF
               ADD 1 TO WS-PENDING-SUB
           END-PERFORM
       .

       130-APPLY-TO-MASTER.

           MOVE SM-GRADE-POINTS TO WS-OLD-POINTS
           MOVE GC-NEW-GRADE TO SM-GRADE
           MOVE GC-NEW-MODIFIER TO SM-GRADE-MODIFIER
           MOVE WS-NEW-POINTS TO SM-GRADE-POINTS
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-MATCH-SWITCH
           END-REWRITE

           IF NOT MASTER-IO-OK
               MOVE 'N' TO WS-MATCH-SWITCH
           END-IF

           IF NOT CHANGE-MATCHED
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
           END-IF
       .

      *
                         OR HISTORY-ADJUSTED
               IF HT-DEPT-CODE(WS-HISTORY-SUB) = GC-DEPT-CODE
                  AND HT-CLASS-CODE(WS-HISTORY-SUB) = GC-CLASS-CODE
                  AND HT-RUN-DATE(WS-HISTORY-SUB) = SM-RUN-DATE
                   MOVE 'Y' TO WS-HIST-ADJ-SWITCH
                   MOVE WS-HISTORY-SUB TO WS-HIST-IDX
               END-IF
               MOVE WS-CURRENT-DATE TO PH-BATCH-NO
               MOVE WS-CURRENT-DATE TO PH-RUN-DATE
               MOVE POSTING-HEADER-LINE TO AMENDMENT-RECORD
               PERFORM 155-WRITE-AMENDMENT-RECORD
           END-IF

           MOVE 'D' TO PD-REC-TYPE
           MOVE GC-NAME TO PD-NAME
           MOVE GC-NEW-GRADE TO PD-GRADE
           MOVE WS-NEW-POINTS TO PD-GRADE-POINTS
           MOVE GC-NEW-MODIFIER TO PD-GRADE-MODIFIER
           ADD WS-NEW-POINTS TO WS-AMD-HASH
           MOVE POSTING-DETAIL-LINE TO AMENDMENT-RECORD
           PERFORM 155-WRITE-AMENDMENT-RECORD
       .

      *
      *    EVERY RECORD SENT ON STUDENTAMD IS ALSO ADDED TO THE END
      *    OF STUDENTALG, SO TERMRECN STILL SEES THIS RUN'S BATCH
      *    AFTER THE NEXT RUN REPLACES STUDENTAMD.
       155-WRITE-AMENDMENT-RECORD.

           WRITE AMENDMENT-RECORD
           MOVE AMENDMENT-RECORD TO AMENDMENT-LOG-RECORD
           WRITE AMENDMENT-LOG-RECORD
       .

       160-PRINT-APPLIED-LINE.
           MOVE GC-DEPT-CODE TO APL-DEPT-CODE
           MOVE GC-CLASS-CODE TO APL-CLASS-CODE
           MOVE GC-OLD-GRADE TO APL-OLD-GRADE
           MOVE GC-OLD-MODIFIER TO APL-OLD-MODIFIER
           MOVE GC-NEW-GRADE TO APL-NEW-GRADE
           MOVE GC-NEW-MODIFIER TO APL-NEW-MODIFIER
           MOVE GC-APPROVER TO APL-APPROVER
           MOVE APPLIED-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE
               MOVE HIST-NOTE-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           IF GRADE-STILL-PENDING
               MOVE HELD-NOTE-LINE TO REGISTER-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

      *
               MOVE WS-AMD-SEQ-NO TO PT-RECORD-COUNT
               MOVE WS-AMD-HASH TO PT-HASH-TOTAL
               MOVE POSTING-TRAILER-LINE TO AMENDMENT-RECORD
               PERFORM 155-WRITE-AMENDMENT-RECORD
           END-IF
       .

      *
      *    THE HISTORY IS ONLY REWRITTEN WHEN A CHANGE ACTUALLY
      *    APPLIED -- A RUN OF PURE REJECTS LEAVES IT EXACTLY AS IT
      *    FOUND IT.
       530-REWRITE-HISTORY-FILE.

           IF WS-APPLIED-COUNT > 0
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'HELD FOR CERTIFICATION' TO SL-LABEL
           MOVE WS-HELD-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE CHANGE-FILE
                 STUDENT-MASTER-FILE
                 AMENDMENT-FILE
                 AMENDMENT-LOG-FILE
                 CHANGE-REPORT-FILE
            STOP RUN
            .

      *
      *    SAVE STUDENTMST AS ITS NEXT GENERATION BEFORE ANY CHANGE
      *    IS APPLIED TO IT.
       900-BACKUP-MASTER-FILE.

           MOVE 'STUDENTMST' TO WS-BKP-FILE-NAME
           PERFORM 910-PREPARE-GENERATION
           IF NOT CATALOG-OVERFLOW
               PERFORM 930-COPY-MASTER-FILE
               PERFORM 950-CATALOG-NEW-GENERATION
           END-IF
       .

      *
      *    SAVE STUDENTHIS AS ITS NEXT GENERATION BEFORE ANY CHANGE
      *    IS APPLIED TO IT.
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
