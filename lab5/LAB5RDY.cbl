      *                    TERM READINESS CHECK
      *
      *    THIS PROGRAM RUNS AHEAD OF BKBRK AND CROSS-CHECKS THE
      *    CONTROL FILES A CYCLE DEPENDS ON.  EVERY CLASS ON THE
      *    ENROLLMENT ROSTER MUST HAVE AN AVERAGING POLICY -- ITS
      *    OWN OR AN EXPLICIT DEPARTMENT DEFAULT -- A GRADING SCALE
      *    -- ITS OWN, ITS DEPARTMENT'S OR THE SITE'S -- AND AN
      *    ADVISOR DIRECTORY ENTRY; POLICY, SCALE AND ADVISOR
      *    ENTRIES POINTING AT CLASSES NOT ON THE ROSTER ARE
      *    FLAGGED AS STALE.  A GAP ENDS THE JOB WITH A NON-ZERO
      *    RETURN CODE SO THE SCHEDULER HOLDS THE CYCLE UNTIL IT IS
      *    FIXED, INSTEAD OF A CLASS QUIETLY FALLING BACK TO THE
      *    EQUAL-WEIGHT AVERAGE OR THE STANDARD GRADING SCALE, OR
      *    ITS EXCEPTIONS LANDING ON ADVHOLD AFTER THE FACT.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FILE-CONTROL.
      *
      *    ALL FOUR ARE OPTIONAL SO THE CHECK ITSELF NEVER ABENDS
      *    -- A MISSING ROSTER IS SIMPLY AN UNREADY CYCLE.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "ROSTER.TXT"
           SELECT OPTIONAL POLICY-FILE
               ASSIGN TO "POLICY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GRADE-SCALE-FILE
               ASSIGN TO "GRADSCAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ADVISOR-FILE
               ASSIGN TO "ADVISOR.TXT"
      *
           SELECT READINESS-REPORT-FILE
               ASSIGN TO PRINTER "TERMRDY".
      *
      *    THE CYCLE'S RUN-PARAMETER CARD, READ ONLY FOR THE AS-OF
      *    DATE THAT KEYS THIS STEP'S LEDGER ENTRIES.
      *    OPTIONAL, DEFAULTING TO TODAY'S CYCLE.
           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  ADVISOR-FILE
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  READINESS-RECORD                  PIC X(80).

      *
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
           05                                 PIC X(5).
      *    YYMMDD -- THE CYCLE THIS RUN BELONGS TO.
           05  PM-AS-OF-DATE                  PIC 9(6).
           05                                 PIC X(2).
      *
       FD  CYCLE-LEDGER-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LEDGER-RECORD                     PIC X(65).

      *
       WORKING-STORAGE SECTION.
      *
           05  WS-ROSTER-EOF               PIC X       VALUE 'N'.
           05  WS-POLICY-EOF               PIC X       VALUE 'N'.
           05  WS-ADVISOR-EOF              PIC X       VALUE 'N'.
           05  WS-SCALE-EOF                PIC X       VALUE 'N'.
           05  WS-CLASS-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  CLASS-FOUND                         VALUE 'Y'.
           05  WS-POLICY-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  POLICY-FOUND                        VALUE 'Y'.
           05  WS-ADV-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  ADVISOR-FOUND                       VALUE 'Y'.
           05  WS-SCALE-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  SCALE-FOUND                         VALUE 'Y'.
           05  WS-GAP-HDR-SWITCH           PIC X       VALUE 'N'.
               88  GAP-HDR-PRINTED                     VALUE 'Y'.
           05  WS-STALE-HDR-SWITCH        PIC X        VALUE 'N'.
               88  STALE-HDR-PRINTED                   VALUE 'Y'.
           05  WS-CLASS-OVFL-SWITCH        PIC X       VALUE 'N'.
               88  CLASS-TABLE-OVERFLOW                VALUE 'Y'.
           05  WS-RUN-PARM-EOF             PIC X       VALUE 'N'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC S9      VALUE +1.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    THIS STEP'S ENTRIES IN THE CYCLE LEDGER.  THE TWO COUNTS
      *    ARE THE ONES AN OPERATOR LOOKS AT FIRST FOR THIS STEP.
       01  CYCLE-LEDGER-FIELDS.
           05  WS-CYCLE-DATE               PIC 9(6)    VALUE 0.
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5RDY'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'CLASSES'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'GAPS'.
           05  WS-LEDGER-COUNT-2           PIC 9(7)    VALUE 0.
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
      *    THE DISTINCT DEPT/CLASS PAIRS ON THE ROSTER -- THE LIST
      *    EVERYTHING ELSE IS CHECKED AGAINST.
       01  CLASS-TABLE.
               10  PT-DEPT-CODE                PIC X(4).
               10  PT-CLASS-CODE               PIC X(5).
               10  PT-USED-SWITCH              PIC X.
      *
      *    ONE ENTRY PER DISTINCT SCALE ON GRADSCAL.CTL -- THE
      *    LETTER LINES UNDER EACH DEPT/CLASS KEY ARE NOT NEEDED
      *    HERE, ONLY WHETHER THE KEY EXISTS.
       01  SCALE-TABLE.
           05  SCALE-ENTRY OCCURS 100 TIMES.
               10  ST-DEPT-CODE                PIC X(4).
               10  ST-CLASS-CODE               PIC X(5).
               10  ST-USED-SWITCH              PIC X.
      *
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY OCCURS 200 TIMES.
           05  WS-POLICY-SUB                PIC S9(3)    VALUE 0.
           05  WS-ADVISOR-COUNT             PIC S9(3)    VALUE 0.
           05  WS-ADVISOR-SUB               PIC S9(3)    VALUE 0.
           05  WS-SCALE-COUNT               PIC S9(3)    VALUE 0.
           05  WS-SCALE-SUB                 PIC S9(3)    VALUE 0.
           05  WS-GAP-COUNT                 PIC S9(5)    VALUE +0.
           05  WS-STALE-COUNT               PIC S9(5)    VALUE +0.
      *
           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-LOAD-ROSTER-CLASSES
           PERFORM 40-LOAD-POLICY-TABLE
           PERFORM 45-LOAD-SCALE-TABLE
           PERFORM 50-LOAD-ADVISOR-TABLE
           PERFORM 100-CHECK-EACH-CLASS
           PERFORM 300-LIST-STALE-ENTRIES

           ACCEPT WS-CURRENT-DATE FROM DATE

           PERFORM 805-READ-CYCLE-DATE
           PERFORM 800-CHECK-CYCLE-LEDGER

           OPEN INPUT ROSTER-FILE
                      POLICY-FILE
                      GRADE-SCALE-FILE
                      ADVISOR-FILE
           OPEN OUTPUT READINESS-REPORT-FILE

           END-PERFORM
       .

       45-LOAD-SCALE-TABLE.

           PERFORM UNTIL WS-SCALE-EOF = 'Y'
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCALE-EOF
                   NOT AT END
                       PERFORM 47-NOTE-SCALE-KEY
               END-READ
           END-PERFORM
       .

       47-NOTE-SCALE-KEY.

           MOVE 'N' TO WS-SCALE-FOUND-SWITCH
           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                         OR SCALE-FOUND
               IF ST-DEPT-CODE(WS-SCALE-SUB) = GS-DEPT-CODE
                  AND ST-CLASS-CODE(WS-SCALE-SUB) = GS-CLASS-CODE
                   MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM

           IF NOT SCALE-FOUND AND WS-SCALE-COUNT < 100
               ADD 1 TO WS-SCALE-COUNT
               MOVE GS-DEPT-CODE TO ST-DEPT-CODE(WS-SCALE-COUNT)
               MOVE GS-CLASS-CODE TO ST-CLASS-CODE(WS-SCALE-COUNT)
               MOVE 'N' TO ST-USED-SWITCH(WS-SCALE-COUNT)
           END-IF
       .

       50-LOAD-ADVISOR-TABLE.

           PERFORM UNTIL WS-ADVISOR-EOF = 'Y'
               PERFORM 130-PRINT-GAP-LINE
           END-IF

           PERFORM 122-FIND-CLASS-SCALE
           IF NOT SCALE-FOUND
               ADD 1 TO WS-GAP-COUNT
               MOVE 'NO GRADING SCALE' TO GPL-MESSAGE
               PERFORM 130-PRINT-GAP-LINE
           END-IF

           PERFORM 125-FIND-CLASS-ADVISOR
           IF NOT ADVISOR-FOUND
               ADD 1 TO WS-GAP-COUNT
           END-IF
       .

      *
      *    CLASS SCALE, THEN DEPARTMENT SCALE, THEN THE SITE SCALE
      *    (DEPT AND CLASS BOTH SPACES) -- THE ORDER BKBRK GRADES
      *    BY.  A SITE SCALE COVERS EVERY CLASS BUT IS NEVER MARKED
      *    USED, SINCE IT CAN NEVER BE STALE.
       122-FIND-CLASS-SCALE.

           MOVE 'N' TO WS-SCALE-FOUND-SWITCH

           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                         OR SCALE-FOUND
               IF ST-DEPT-CODE(WS-SCALE-SUB) =
                       CL-DEPT-CODE(WS-CLASS-SUB)
                  AND ST-CLASS-CODE(WS-SCALE-SUB) =
                       CL-CLASS-CODE(WS-CLASS-SUB)
                   MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                   MOVE 'Y' TO ST-USED-SWITCH(WS-SCALE-SUB)
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM

           IF NOT SCALE-FOUND
               MOVE 1 TO WS-SCALE-SUB
               PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                             OR SCALE-FOUND
                   IF ST-DEPT-CODE(WS-SCALE-SUB) =
                           CL-DEPT-CODE(WS-CLASS-SUB)
                      AND ST-CLASS-CODE(WS-SCALE-SUB) = SPACES
                       MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                       MOVE 'Y' TO ST-USED-SWITCH(WS-SCALE-SUB)
                   END-IF
                   ADD 1 TO WS-SCALE-SUB
               END-PERFORM
           END-IF

           IF NOT SCALE-FOUND
               MOVE 1 TO WS-SCALE-SUB
               PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                             OR SCALE-FOUND
                   IF ST-DEPT-CODE(WS-SCALE-SUB) = SPACES
                      AND ST-CLASS-CODE(WS-SCALE-SUB) = SPACES
                       MOVE 'Y' TO WS-SCALE-FOUND-SWITCH
                   END-IF
                   ADD 1 TO WS-SCALE-SUB
               END-PERFORM
           END-IF
       .

       125-FIND-CLASS-ADVISOR.

           MOVE 'N' TO WS-ADV-FOUND-SWITCH
               ADD 1 TO WS-POLICY-SUB
           END-PERFORM

           MOVE 1 TO WS-SCALE-SUB
           PERFORM UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               IF ST-USED-SWITCH(WS-SCALE-SUB) = 'N'
                  AND ST-DEPT-CODE(WS-SCALE-SUB) NOT = SPACES
                   ADD 1 TO WS-STALE-COUNT
                   MOVE ST-DEPT-CODE(WS-SCALE-SUB) TO STL-DEPT-CODE
                   MOVE ST-CLASS-CODE(WS-SCALE-SUB)
                       TO STL-CLASS-CODE
                   MOVE 'GRADING SCALE STALE' TO STL-MESSAGE
                   PERFORM 310-PRINT-STALE-LINE
               END-IF
               ADD 1 TO WS-SCALE-SUB
           END-PERFORM

           MOVE 1 TO WS-ADVISOR-SUB
           PERFORM UNTIL WS-ADVISOR-SUB > WS-ADVISOR-COUNT
               IF AT-USED-SWITCH(WS-ADVISOR-SUB) = 'N'

           CLOSE ROSTER-FILE
                 POLICY-FILE
                 GRADE-SCALE-FILE
                 ADVISOR-FILE
                 READINESS-REPORT-FILE
           MOVE WS-CLASS-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-GAP-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
            STOP RUN
            .

      *
      *    OPEN THIS STEP'S ENTRY IN THE CYCLE LEDGER.  THE
      *    READINESS CHECK HEADS THE CYCLE, SO NOTHING HAS TO HAVE
      *    RUN BEFORE IT.
       800-CHECK-CYCLE-LEDGER.

           MOVE 'S' TO WS-LEDGER-EVENT
           MOVE 0 TO WS-LEDGER-RC
           PERFORM 840-WRITE-LEDGER-EVENT
       .

      *
      *    THE CYCLE IS THE AS-OF DATE ON THE RUN-PARAMETER CARD
      *    WHEN ONE IS GIVEN, OTHERWISE TODAY.
       805-READ-CYCLE-DATE.

           MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
           OPEN INPUT RUN-PARM-FILE
           PERFORM UNTIL WS-RUN-PARM-EOF = 'Y'
               READ RUN-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-RUN-PARM-EOF
                   NOT AT END
                       IF PM-AS-OF-DATE NUMERIC
                          AND PM-AS-OF-DATE > 0
                           MOVE PM-AS-OF-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE
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
