      *
           SELECT PURGE-REPORT-FILE
               ASSIGN TO PRINTER "ARCREG".
      *
      *    THE CYCLE'S RUN-PARAMETER CARD, READ ONLY FOR THE AS-OF
      *    DATE THAT KEYS THIS STEP'S LEDGER ENTRIES AND FOR THE
      *    RERUN OVERRIDE.  OPTIONAL, DEFAULTING TO TODAY'S CYCLE
      *    WITH NO OVERRIDE.
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
      *    THE BANK OF FIVE COPIES STUDENTHIS IS SAVED TO BEFORE
      *    ANYTHING IS PURGED FROM IT.  BACKUP.CAT SAYS WHICH
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
       01  REGISTER-RECORD                   PIC X(80).

      *
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
           05                                 PIC X(5).
      *    YYMMDD -- THE CYCLE THIS RUN BELONGS TO.
           05  PM-AS-OF-DATE                  PIC 9(6).
           05                                 PIC X.
      *    'Y' LETS A SECOND CLEAN RUN THROUGH FOR THE SAME
      *    CYCLE.
           05  PM-RERUN-OVERRIDE              PIC X.
      *
       FD  CYCLE-LEDGER-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LEDGER-RECORD                     PIC X(65).

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
               88  HISTORY-OVERFLOW                    VALUE 'Y'.
           05  WS-PURGE-HDR-SWITCH         PIC X       VALUE 'N'.
               88  PURGE-HDR-PRINTED                   VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-REFUSE-SWITCH            PIC X       VALUE 'N'.
               88  RUN-REFUSED                         VALUE 'Y'.
           05  WS-PRIOR-RUN-SWITCH         PIC X       VALUE 'N'.
               88  PRIOR-RUN-COMPLETE                  VALUE 'Y'.
           05  WS-RERUN-OVERRIDE           PIC X       VALUE 'N'.
               88  RERUN-OVERRIDDEN                    VALUE 'Y'.
           05  WS-RUN-PARM-EOF             PIC X       VALUE 'N'.
           05  WS-BKP-CTL-EOF              PIC X       VALUE 'N'.
           05  WS-CATALOG-EOF              PIC X       VALUE 'N'.
           05  WS-BKP-COPY-EOF             PIC X       VALUE 'N'.
           05  WS-CAT-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  CATALOG-OVERFLOW                    VALUE 'Y'.
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
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5ARC'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'ARCHIVED'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'KEPT'.
           05  WS-LEDGER-COUNT-2           PIC 9(7)    VALUE 0.
           05  WS-PRED-SUB                 PIC S9      VALUE 0.
           05  WS-PRED-COUNT               PIC S9      VALUE 4.
      *
      *    THE STEPS THAT MUST HAVE ENDED CLEANLY FOR THIS CYCLE
      *    BEFORE THIS ONE MAY RUN.
       01  PREDECESSOR-LIST.
           05                              PIC X(8)    VALUE 'LAB5ACK'.
           05                              PIC X(8)    VALUE 'LAB5ADV'.
           05                              PIC X(8)    VALUE 'LAB5HON'.
           05                              PIC X(8)    VALUE 'LAB5TRD'.
       01  PREDECESSOR-TABLE REDEFINES PREDECESSOR-LIST.
           05  PRED-PROGRAM-ID               PIC X(8)    OCCURS 4 TIMES.
      *
      *    ' ' NEVER STARTED, 'S' STARTED BUT NOT ENDED, 'C' ENDED
      *    CLEANLY (RETURN CODE 4 OR LESS), 'F' ENDED IN FAILURE.
       01  PREDECESSOR-STATUS-TABLE.
           05  PRED-STATUS                   PIC X       OCCURS 4 TIMES.
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
      *    THE WHOLE HISTORY FILE IS TABLED SO THE KEEPERS CAN BE
      *    REWRITTEN IN THEIR ORIGINAL APPEND ORDER AFTER THE
      *    CUTOFF IS KNOWN.  THE TABLE IS DELIBERATELY LARGER THAN
           05  WS-CUTOFF-DATE               PIC 9(6)     VALUE 0.
           05  WS-KEPT-COUNT                PIC S9(4)    VALUE 0.
           05  WS-ARCHIVED-COUNT            PIC S9(4)    VALUE 0.
      *
      *    THE GENERATION OF A FILE SAVED BEFORE THIS RUN REWRITES
      *    IT.  EACH FILE HAS A FIXED BANK OF FIVE COPIES, AND
      *    BACKUP.CAT SAYS WHICH GENERATION EACH COPY HOLDS.
       01  BACKUP-WORK-FIELDS.
           05  WS-BKP-PROGRAM-ID            PIC X(8)     VALUE
                                                      'HISARCH'.
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
           05  PDL-RUN-DATE                PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  PDL-STUDENT-COUNT           PIC ZZZZ9.
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
       01  ABORT-LINE.
           05                              PIC X(46)   VALUE
                   'HISTORY LIMIT REACHED - RUN ABORTED, NO PURGE'.
      *
       01  CATALOG-ABORT-LINE.
           05                              PIC X(46)   VALUE
                   'BACKUP CATALOG FULL - RUN ABORTED, NO PURGE'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           END-IF

           PERFORM 100-DETERMINE-CUTOFF

      *    STUDENTHIS IS SAVED BEFORE ANYTHING MOVES OFF IT, SO A
      *    PURGE ON THE WRONG CUTOFF CAN BE PUT BACK WITH GENRESTR.
      *    WITH NO GENERATION SAVED, NOTHING IS PURGED.
           IF WS-CUTOFF-DATE > 0
               PERFORM 900-BACKUP-HISTORY-FILE
               IF CATALOG-OVERFLOW
                   PERFORM 25-TABLE-LIMIT-ABORT
               END-IF
           END-IF

           PERFORM 300-SPLIT-AND-REGISTER
           PERFORM 500-REWRITE-HISTORY
           PERFORM 700-FINAL-ROUTINE

           ACCEPT WS-CURRENT-DATE FROM DATE

           PERFORM 805-READ-CYCLE-DATE
           PERFORM 800-CHECK-CYCLE-LEDGER

           PERFORM 27-READ-ARCHIVE-PARM

           OPEN OUTPUT PURGE-REPORT-FILE

       25-TABLE-LIMIT-ABORT.

           IF CATALOG-OVERFLOW
               MOVE CATALOG-ABORT-LINE TO REGISTER-RECORD
           ELSE
               MOVE ABORT-LINE TO REGISTER-RECORD
           END-IF
           PERFORM 200-WRITE-A-LINE

      *    THE HISTORY FILE IS ALREADY CLOSED -- THE LOAD CLOSES
                 PURGE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-ARCHIVED-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-KEPT-COUNT TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
       .


           CLOSE HISTORY-ARCHIVE-FILE
                 PURGE-REPORT-FILE
           MOVE WS-ARCHIVED-COUNT TO WS-LEDGER-COUNT-1
           MOVE WS-KEPT-COUNT TO WS-LEDGER-COUNT-2
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
                       IF PM-RERUN-OVERRIDE = 'Y'
                           MOVE 'Y' TO WS-RERUN-OVERRIDE
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

      *
      *    SAVE STUDENTHIS AS ITS NEXT GENERATION BEFORE THE PURGE
      *    REWRITES IT.
       900-BACKUP-HISTORY-FILE.

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
