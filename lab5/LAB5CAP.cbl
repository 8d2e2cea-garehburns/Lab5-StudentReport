      *    MIDTERM CYCLE A TEST NOT YET CAPTURED GOES OUT AS
      *    SPACES, THE CONVENTION BKBRK'S MIDTERM EDIT EXPECTS; IN
      *    A FINAL CYCLE A STUDENT SHORT OF FOUR TESTS IS HELD OFF
      *    THE EXTRACT AND LISTED INSTEAD -- UNLESS THE DEPARTMENT
      *    HAS AUTHORIZED AN INCOMPLETE, IN WHICH CASE THE STUDENT
      *    GOES OUT WITH THE MISSING TESTS BLANK FOR BKBRK TO POST
      *    THE 'I'.
      *
      *    THE EXTRACT GOES OUT WITH THE SAME 'TRLR' COUNT-AND-HASH
      *    TRAILER THE HAND-BUILT SECTION FILES CARRY, SO THE MERGE
               ASSIGN TO "CAPTURE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE CYCLE'S RUN-PARAMETER CARD, READ FOR THE RUN MODE,
      *    SO INTAKE AND BKBRK CANNOT DISAGREE ON MIDTERM VERSUS
      *    FINAL, AND FOR THE AS-OF DATE THAT KEYS THE CYCLE.
      *    OPTIONAL, DEFAULTING TO A FINAL RUN FOR TODAY'S CYCLE.
           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAPTURE-PARM-FILE
               ASSIGN TO "CAPPARM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE DEPARTMENTS' AUTHORIZED INCOMPLETES, THE SAME FILE
      *    BKBRK POSTS THE 'I' FROM.  OPTIONAL -- WITH NONE, EVERY
      *    SHORT STUDENT IS HELD AS BEFORE.
           SELECT OPTIONAL INCOMPLETE-AUTH-FILE
               ASSIGN TO "INCAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-FILE-1
               ASSIGN TO "STUDENT1.TXT"
      *
           SELECT INTAKE-REPORT-FILE
               ASSIGN TO PRINTER "CAPREG".
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
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PM-RUN-MODE                    PIC X.
           05                                 PIC X(4).
           05  PM-AS-OF-DATE                  PIC 9(6).
           05                                 PIC X(2).

      *
       FD  CAPTURE-PARM-FILE
       01  CAPTURE-PARM-RECORD.
           05  CA-SECTION-NO                  PIC X.

      *
       FD  INCOMPLETE-AUTH-FILE
           RECORD CONTAINS 42 CHARACTERS.
      *
       01  INCOMPLETE-AUTH-RECORD.
           05  IA-STUDENT-ID                  PIC X(7).
           05  IA-DEPT-CODE                   PIC X(4).
           05  IA-CLASS-CODE                  PIC X(5).
           05                                 PIC X(26).

      *
       FD  STUDENT-FILE-1
           RECORD CONTAINS 48 CHARACTERS.
      *
       01  REGISTER-RECORD                   PIC X(80).

      *
       FD  CYCLE-LEDGER-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LEDGER-RECORD                     PIC X(65).

      *
       WORKING-STORAGE SECTION.
      *
           05  WS-CAPTURE-EOF              PIC X       VALUE 'N'.
           05  WS-PARM-EOF                 PIC X       VALUE 'N'.
           05  WS-CAP-PARM-EOF             PIC X       VALUE 'N'.
           05  WS-INCAUTH-EOF              PIC X       VALUE 'N'.
           05  WS-INC-AUTH-SWITCH          PIC X       VALUE 'N'.
               88  INCOMPLETE-AUTHORIZED               VALUE 'Y'.
           05  WS-RUN-MODE                 PIC X       VALUE ' '.
               88  MIDTERM-RUN                         VALUE 'M'.
           05  WS-SECTION-NO               PIC 9       VALUE 1.
               88  STUDENT-FOUND                       VALUE 'Y'.
           05  WS-REJ-HDR-SWITCH           PIC X       VALUE 'N'.
               88  REJ-HDR-PRINTED                     VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-REFUSE-SWITCH            PIC X       VALUE 'N'.
               88  RUN-REFUSED                         VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC S9      VALUE +1.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    THIS STEP'S ENTRIES IN THE CYCLE LEDGER.  THE TWO COUNTS
      *    ARE THE ONES AN OPERATOR LOOKS AT FIRST FOR THIS STEP.
      *    THE SECTION GOES ON THE START AS WELL AS THE END, SO
      *    LAB5CGB CAN TELL WHICH SECTION A RUN LEFT UNFINISHED.
       01  CYCLE-LEDGER-FIELDS.
           05  WS-CYCLE-DATE               PIC 9(6)    VALUE 0.
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5CAP'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'SECTION'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'EXTRACTD'.
           05  WS-LEDGER-COUNT-2           PIC 9(7)    VALUE 0.
           05  WS-PRED-SUB                 PIC S9      VALUE 0.
           05  WS-PRED-COUNT               PIC S9      VALUE 1.
      *
      *    THE STEPS THAT MUST HAVE ENDED CLEANLY FOR THIS CYCLE
      *    BEFORE THIS ONE MAY RUN.
       01  PREDECESSOR-LIST.
           05                              PIC X(8)    VALUE 'LAB5RDY'.
       01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-LIST.
           05  PRED-PROGRAM-ID               PIC X(8)    OCCURS 1 TIMES.
      *
      *    ' ' NEVER STARTED, 'S' STARTED BUT NOT ENDED, 'C' ENDED
      *    CLEANLY (RETURN CODE 4 OR LESS), 'F' ENDED IN FAILURE.
       01  PREDECESSOR-STATUS-TABLE.
           05  PRED-STATUS                   PIC X       OCCURS 1 TIMES.
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
      *    ONE ENTRY PER STUDENT SEEN, BUILT UP A TEST AT A TIME.
      *    A SLOT STILL HOLDING SPACES IS A TEST NOT YET CAPTURED.
       01  ASSEMBLY-TABLE.
           05  WS-HELD-COUNT                PIC S9(5)    VALUE +0.
           05  WS-REJECT-REASON             PIC X(24)    VALUE SPACES.
      *
      *    STUDENTS WITH AN AUTHORIZED INCOMPLETE, FINAL CYCLE ONLY.
       01  INCOMPLETE-AUTH-TABLE.
           05  INCOMPLETE-AUTH-ENTRY OCCURS 500 TIMES.
               10  AU-STUDENT-ID               PIC X(7).
               10  AU-DEPT-CODE                PIC X(4).
               10  AU-CLASS-CODE               PIC X(5).
      *
       01  INCOMPLETE-WORK-FIELDS.
           05  WS-INCAUTH-COUNT             PIC S9(3)    VALUE 0.
           05  WS-INCAUTH-SUB               PIC S9(3)    VALUE 0.
           05  WS-INCOMPLETE-COUNT          PIC S9(5)    VALUE +0.
      *
      *    THE OUTBOUND EXTRACT RECORD AND ITS CONTROL TRAILER, IN
      *    THE SAME SHAPE CORRFIX WRITES FOR STUDENTFIX.TXT.
       01  EXTRACT-WORK-RECORD.
           05  HLL-STUDENT-ID              PIC X(7).
           05                              PIC X(26)   VALUE
                              ' TESTS MISSING - HELD OFF'.
      *
       01  INCOMPLETE-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  INL-DEPT-CODE               PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  INL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  INL-NAME                    PIC X(20).
           05                              PIC X       VALUE SPACE.
           05  INL-STUDENT-ID              PIC X(7).
           05                              PIC X(26)   VALUE
                              ' INCOMPLETE AUTHORIZED'.
      *
       01  ABORT-LINE.
           05                              PIC X(46)   VALUE

           PERFORM 27-READ-RUN-PARM
           PERFORM 28-READ-CAPTURE-PARM
           PERFORM 800-CHECK-CYCLE-LEDGER
           IF NOT MIDTERM-RUN
               PERFORM 29-LOAD-INCOMPLETE-AUTH
           END-IF

           OPEN INPUT CAPTURE-FILE
           OPEN OUTPUT INTAKE-REPORT-FILE
       27-READ-RUN-PARM.

      *    A MISSING OPTIONAL CARD READS AT-END AND LEAVES THE
      *    FINAL-MODE DEFAULT IN PLACE, EXACTLY AS IN BKBRK, WITH
      *    TODAY AS THE CYCLE.
           MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
           OPEN INPUT RUN-PARM-FILE
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ RUN-PARM-FILE
                       MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       MOVE PM-RUN-MODE TO WS-RUN-MODE
                       IF PM-AS-OF-DATE NUMERIC
                          AND PM-AS-OF-DATE > 0
                           MOVE PM-AS-OF-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE

           IF MIDTERM-RUN
               MOVE 'M' TO WS-LEDGER-MODE
           END-IF
       .

       28-READ-CAPTURE-PARM.
           CLOSE CAPTURE-PARM-FILE
       .

       29-LOAD-INCOMPLETE-AUTH.

           OPEN INPUT INCOMPLETE-AUTH-FILE
           PERFORM UNTIL WS-INCAUTH-EOF = 'Y'
               READ INCOMPLETE-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-INCAUTH-EOF
                   NOT AT END
                       IF IA-STUDENT-ID NOT = SPACES
                          AND WS-INCAUTH-COUNT < 500
                           ADD 1 TO WS-INCAUTH-COUNT
                           MOVE IA-STUDENT-ID
                               TO AU-STUDENT-ID(WS-INCAUTH-COUNT)
                           MOVE IA-DEPT-CODE
                               TO AU-DEPT-CODE(WS-INCAUTH-COUNT)
                           MOVE IA-CLASS-CODE
                               TO AU-CLASS-CODE(WS-INCAUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCOMPLETE-AUTH-FILE
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
                 INTAKE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-SECTION-NO TO WS-LEDGER-COUNT-1
           MOVE WS-EXTRACTED-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
       .

      *    A FINAL CYCLE NEEDS ALL FOUR TESTS -- ANYTHING SHORT IS
      *    LISTED AND HELD OFF THE EXTRACT RATHER THAN SENT ON TO
      *    REJECT IN BKBRK WITH THE TEST CENTER NONE THE WISER.
      *    AN AUTHORIZED INCOMPLETE IS LISTED BUT GOES OUT.
           MOVE 'N' TO WS-INC-AUTH-SWITCH
           IF NOT MIDTERM-RUN AND WS-TESTS-FILLED < 4
               PERFORM 525-FIND-INCOMPLETE-AUTH
               IF INCOMPLETE-AUTHORIZED
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   MOVE AS-DEPT-CODE(WS-STUDENT-SUB) TO INL-DEPT-CODE
                   MOVE AS-CLASS-CODE(WS-STUDENT-SUB)
                       TO INL-CLASS-CODE
                   MOVE AS-NAME(WS-STUDENT-SUB) TO INL-NAME
                   MOVE AS-STUDENT-ID(WS-STUDENT-SUB)
                       TO INL-STUDENT-ID
                   MOVE INCOMPLETE-LINE TO REGISTER-RECORD
                   PERFORM 200-WRITE-A-LINE
               END-IF
           END-IF

           IF NOT MIDTERM-RUN AND WS-TESTS-FILLED < 4
              AND NOT INCOMPLETE-AUTHORIZED
               ADD 1 TO WS-HELD-COUNT
               MOVE AS-DEPT-CODE(WS-STUDENT-SUB) TO HLL-DEPT-CODE
               MOVE AS-CLASS-CODE(WS-STUDENT-SUB) TO HLL-CLASS-CODE
           END-IF
       .

       525-FIND-INCOMPLETE-AUTH.

           MOVE 1 TO WS-INCAUTH-SUB
           PERFORM UNTIL WS-INCAUTH-SUB > WS-INCAUTH-COUNT
                         OR INCOMPLETE-AUTHORIZED
               IF AU-STUDENT-ID(WS-INCAUTH-SUB)
                       = AS-STUDENT-ID(WS-STUDENT-SUB)
                  AND AU-DEPT-CODE(WS-INCAUTH-SUB)
                       = AS-DEPT-CODE(WS-STUDENT-SUB)
                  AND AU-CLASS-CODE(WS-INCAUTH-SUB)
                       = AS-CLASS-CODE(WS-STUDENT-SUB)
                   MOVE 'Y' TO WS-INC-AUTH-SWITCH
               END-IF
               ADD 1 TO WS-INCAUTH-SUB
           END-PERFORM
       .

      *
      *    BLANK SCORES HASH AS ZERO, THE SAME CONVENTION THE
      *    SECTION EXTRACTS AND CORRFIX USE.
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INCOMPLETES SENT ON' TO SL-LABEL
           MOVE WS-INCOMPLETE-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO REGISTER-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE CAPTURE-FILE
                 INTAKE-REPORT-FILE
           MOVE WS-SECTION-NO TO WS-LEDGER-COUNT-1
           MOVE WS-EXTRACTED-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
            STOP RUN
            .

      *
      *    OPEN THIS STEP'S ENTRY IN THE CYCLE LEDGER.  A STEP WHOSE
      *    PREDECESSORS HAVE NOT ALL ENDED CLEANLY FOR THE CYCLE IS
      *    REFUSED HERE, BEFORE IT HAS OPENED A SINGLE OUTPUT FILE.
      *    REPORT-ONLY RUNS NEITHER SATISFY NOR BLOCK ANYTHING.
       800-CHECK-CYCLE-LEDGER.

           MOVE SPACES TO PREDECESSOR-STATUS-TABLE
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

           IF RUN-REFUSED
               PERFORM 820-REFUSE-THE-RUN
           END-IF

           MOVE 'S' TO WS-LEDGER-EVENT
           MOVE 0 TO WS-LEDGER-RC
           MOVE WS-SECTION-NO TO WS-LEDGER-COUNT-1
           PERFORM 840-WRITE-LEDGER-EVENT
       .

      *
      *    THE LATEST EVENT FOR A PREDECESSOR DECIDES ITS STANDING,
      *    SO A FAILED RUN FOLLOWED BY A CLEAN RERUN IS CLEAN.  A
      *    REFUSED ATTEMPT CHANGES NOTHING.
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
           ACCEPT LG-EVENT-DATE FROM DATE
           ACCEPT LG-EVENT-TIME FROM TIME
           MOVE WS-LEDGER-RC TO LG-RETURN-CODE
           MOVE 0 TO LG-COUNT-1
                     LG-COUNT-2
           IF WS-LEDGER-EVENT = 'S' OR WS-LEDGER-EVENT = 'E'
               MOVE WS-LEDGER-LABEL-1 TO LG-COUNT-1-LABEL
               MOVE WS-LEDGER-COUNT-1 TO LG-COUNT-1
           END-IF
           IF WS-LEDGER-EVENT = 'E'
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
