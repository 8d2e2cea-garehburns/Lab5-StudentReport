      *
           SELECT HOLDING-REPORT-FILE
               ASSIGN TO PRINTER "ADVHOLD".
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
      *
       01  HOLDING-RECORD                    PIC X(80).

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
               88  ADVISOR-FOUND                       VALUE 'Y'.
           05  WS-HOLD-HDR-SWITCH          PIC X       VALUE 'N'.
               88  HOLD-HDR-PRINTED                    VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-REFUSE-SWITCH            PIC X       VALUE 'N'.
               88  RUN-REFUSED                         VALUE 'Y'.
           05  WS-RUN-PARM-EOF             PIC X       VALUE 'N'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *    THIS STEP'S ENTRIES IN THE CYCLE LEDGER.  THE TWO COUNTS
      *    ARE THE ONES AN OPERATOR LOOKS AT FIRST FOR THIS STEP.
       01  CYCLE-LEDGER-FIELDS.
           05  WS-CYCLE-DATE               PIC 9(6)    VALUE 0.
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5ADV'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'NOTICES'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'HELD'.
           05  WS-LEDGER-COUNT-2           PIC 9(7)    VALUE 0.
           05  WS-PRED-SUB                 PIC S9      VALUE 0.
           05  WS-PRED-COUNT               PIC S9      VALUE 1.
      *
      *    THE STEPS THAT MUST HAVE ENDED CLEANLY FOR THIS CYCLE
      *    BEFORE THIS ONE MAY RUN.
       01  PREDECESSOR-LIST.
           05                              PIC X(8)    VALUE 'LAB5CGB'.
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
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY OCCURS 100 TIMES.

           ACCEPT WS-CURRENT-DATE FROM DATE

           PERFORM 805-READ-CYCLE-DATE
           PERFORM 800-CHECK-CYCLE-LEDGER

           OPEN INPUT STUDENT-EXCEPTION-FILE
                      ADVISOR-FILE
           OPEN OUTPUT ADVISING-NOTICE-FILE
                 ADVISOR-FILE
                 ADVISING-NOTICE-FILE
                 HOLDING-REPORT-FILE
           MOVE WS-NOTICE-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-HOLD-COUNT TO WS-LEDGER-COUNT-2
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
