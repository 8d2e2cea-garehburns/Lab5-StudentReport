       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CYCSTAT.
       AUTHOR.         GARRETT BURNS.
      *
      *                    CYCLE LEDGER STATUS REPORT
      *
      *    THIS PROGRAM READS THE SHARED CYCLE LEDGER THAT EVERY
      *    STEP OF THE GRADING CYCLE WRITES TO AND PRINTS, FOR EACH
      *    CYCLE ON IT, WHERE EVERY STEP STANDS -- WHAT RAN AND
      *    ENDED CLEANLY, WHAT FAILED OR NEVER ENDED, WHAT WAS
      *    REFUSED, AND WHAT IS STILL PENDING -- WITH THE TIMES,
      *    RETURN CODE, AND KEY COUNTS OF EACH STEP'S LATEST RUN.
      *
      *    THE CYCLE IS LAB5RDY, LAB5CAP, LAB5CGB, LAB5REL, THEN
      *    LAB5ACK, LAB5ADV, LAB5HON, LAB5TRD, AND LAB5ARC.
      *    LEDGER EVENTS ARRIVE IN APPEND (CHRONOLOGICAL) ORDER, SO
      *    THE LAST EVENT SEEN FOR A STEP IS WHERE IT STANDS.
      *    REPORT-ONLY RERUNS CHANGE NOTHING AND ARE PASSED OVER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    OPTIONAL SO A SITE THAT HAS NOT YET RUN A CYCLE GETS AN
      *    EMPTY REPORT INSTEAD OF AN ABEND.
           SELECT OPTIONAL CYCLE-LEDGER-FILE
               ASSIGN TO "CYCLE.LDG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STATUS-REPORT-FILE
               ASSIGN TO PRINTER "CYCSTAT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CYCLE-LEDGER-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  LEDGER-RECORD.
           05  LG-CYCLE-DATE                  PIC 9(6).
           05  LG-PROGRAM-ID                  PIC X(8).
      *    'S' STARTED, 'E' ENDED, 'B' REFUSED BEFORE STARTING.
           05  LG-EVENT                       PIC X.
      *    SPACE FINAL, 'M' MIDTERM, 'R' REPORT-ONLY.
           05  LG-RUN-MODE                    PIC X.
           05  LG-OVERRIDE                    PIC X.
           05  LG-EVENT-DATE                  PIC 9(6).
           05  LG-EVENT-TIME                  PIC 9(8).
           05  LG-RETURN-CODE                 PIC 9(4).
           05  LG-COUNT-1-LABEL               PIC X(8).
           05  LG-COUNT-1                     PIC 9(7).
           05  LG-COUNT-2-LABEL               PIC X(8).
           05  LG-COUNT-2                     PIC 9(7).

      *
       FD  STATUS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      *
       01  STATUS-REPORT-RECORD              PIC X(132).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-OVERFLOW-SWITCH          PIC X       VALUE 'N'.
               88  CYCLE-OVERFLOW                      VALUE 'Y'.
           05  WS-CYCLE-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  CYCLE-FOUND                         VALUE 'Y'.
           05  WS-STEP-FOUND-SWITCH        PIC X       VALUE 'N'.
               88  STEP-FOUND                          VALUE 'Y'.
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
      *    THE STEPS OF ONE CYCLE, IN THE ORDER THEY RUN.
       01  STEP-LIST.
           05                              PIC X(8)    VALUE 'LAB5RDY'.
           05                              PIC X(8)    VALUE 'LAB5CAP'.
           05                              PIC X(8)    VALUE 'LAB5CGB'.
           05                              PIC X(8)    VALUE 'LAB5REL'.
           05                              PIC X(8)    VALUE 'LAB5ACK'.
           05                              PIC X(8)    VALUE 'LAB5ADV'.
           05                              PIC X(8)    VALUE 'LAB5HON'.
           05                              PIC X(8)    VALUE 'LAB5TRD'.
           05                              PIC X(8)    VALUE 'LAB5ARC'.
       01  STEP-TABLE REDEFINES STEP-LIST.
           05  SP-PROGRAM-ID               PIC X(8)    OCCURS 9 TIMES.
      *
      *    ONE ENTRY PER CYCLE DATE ON THE LEDGER, IN THE ORDER
      *    THE CYCLES FIRST APPEAR.  SS-STATE IS ' ' PENDING, 'S'
      *    STARTED WITH NO END, 'C' ENDED CLEANLY (RETURN CODE 4
      *    OR LESS), 'F' ENDED IN FAILURE, 'B' REFUSED AND NEVER
      *    STARTED SINCE.
       01  CYCLE-TABLE.
           05  CYCLE-ENTRY OCCURS 100 TIMES.
               10  CY-CYCLE-DATE               PIC 9(6).
               10  CY-STEP OCCURS 9 TIMES.
                   15  SS-STATE                PIC X.
                   15  SS-RUNS                 PIC S9(3).
                   15  SS-REFUSALS             PIC S9(3).
                   15  SS-OVERRIDE             PIC X.
                   15  SS-START-DATE           PIC 9(6).
                   15  SS-START-TIME           PIC 9(8).
                   15  SS-END-DATE             PIC 9(6).
                   15  SS-END-TIME             PIC 9(8).
                   15  SS-RETURN-CODE          PIC 9(4).
                   15  SS-COUNT-1-LABEL        PIC X(8).
                   15  SS-COUNT-1              PIC 9(7).
                   15  SS-COUNT-2-LABEL        PIC X(8).
                   15  SS-COUNT-2              PIC 9(7).
      *
       01  TABLE-WORK-FIELDS.
           05  WS-CYCLE-COUNT               PIC S9(3)    VALUE 0.
           05  WS-CYCLE-SUB                 PIC S9(3)    VALUE 0.
           05  WS-STEP-SUB                  PIC S9(2)    VALUE 0.
           05  WS-EVENT-COUNT               PIC S9(7)    VALUE +0.
           05  WS-UNKNOWN-COUNT             PIC S9(7)    VALUE +0.
           05  WS-OPEN-STEPS                PIC S9(2)    VALUE 0.
           05  WS-COMPLETE-CYCLES           PIC S9(3)    VALUE 0.
           05  WS-FAILED-STEPS              PIC S9(5)    VALUE +0.
           05  WS-NO-END-STEPS              PIC S9(5)    VALUE +0.
           05  WS-REFUSED-STEPS             PIC S9(5)    VALUE +0.
           05  WS-PENDING-STEPS             PIC S9(5)    VALUE +0.
      *
       01  EDIT-FIELDS.
           05  WS-EDIT-DATE                 PIC 9(6).
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YY               PIC 99.
               10  WS-EDIT-MM               PIC 99.
               10  WS-EDIT-DD               PIC 99.
           05  WS-EDIT-TIME                 PIC 9(8).
           05  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH               PIC 99.
               10  WS-EDIT-MI               PIC 99.
               10  WS-EDIT-SS               PIC 99.
               10                           PIC 99.
           05  WS-EDIT-COUNT                PIC ZZZZZZ9.
           05  WS-EDIT-RC                   PIC ZZZ9.
      *
       01  DATE-OUT.
           05  DO-MONTH                    PIC 99.
           05                              PIC X     VALUE '/'.
           05  DO-DAY                      PIC 99.
           05                              PIC X     VALUE '/'.
           05  DO-YEAR                     PIC 99.
      *
       01  TIME-OUT.
           05  TO-HOUR                     PIC 99.
           05                              PIC X     VALUE ':'.
           05  TO-MINUTE                   PIC 99.
           05                              PIC X     VALUE ':'.
           05  TO-SECOND                   PIC 99.
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
                                           'CYCLE LEDGER STATUS REPORT'.
           05                              PIC X(8)  VALUE 'LDG'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  CYCLE-LINE.
           05                              PIC X(6)  VALUE 'CYCLE'.
           05  CL-CYCLE-DATE               PIC X(8).
      *
       01  COLUMN-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(10) VALUE 'STEP'.
           05                              PIC X(10) VALUE 'STATUS'.
           05                              PIC X(5)  VALUE 'RUNS'.
           05                              PIC X(8)  VALUE 'REFUSED'.
           05                              PIC X(19) VALUE
                                           'LAST STARTED'.
           05                              PIC X(19) VALUE
                                           'LAST ENDED'.
           05                              PIC X(6)  VALUE 'RC'.
           05                              PIC X(10) VALUE 'KEY COUNTS'.
      *
       01  STEP-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  STL-PROGRAM-ID              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-STATUS                  PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-RUNS                    PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  STL-REFUSALS                PIC ZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  STL-START-DATE              PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  STL-START-TIME              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-END-DATE                PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  STL-END-TIME                PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-RETURN-CODE             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-COUNT-1-LABEL           PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  STL-COUNT-1                 PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-COUNT-2-LABEL           PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  STL-COUNT-2                 PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  STL-OVERRIDE                PIC X(8).
      *
       01  VERDICT-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  VDL-MESSAGE                 PIC X(14).
           05  VDL-OPEN-STEPS              PIC ZZ.
           05  VDL-TRAILER                 PIC X(20).
      *
       01  NO-LEDGER-LINE.
           05                              PIC X(30)   VALUE
                                           'NO CYCLES ON THE LEDGER'.
      *
       01  OVERFLOW-LINE.
           05                              PIC X(42)   VALUE
                    'CYCLE LIMIT REACHED - LATER CYCLES IGNORED'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-REPORT-CYCLE-STATUS.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-LOAD-CYCLE-TABLE
           PERFORM 100-REPORT-EACH-CYCLE
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE

           OPEN INPUT CYCLE-LEDGER-FILE
           OPEN OUTPUT STATUS-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING
       .

       30-LOAD-CYCLE-TABLE.

           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENT-COUNT
                       IF LG-RUN-MODE NOT = 'R'
                           PERFORM 32-FIND-CYCLE
                           PERFORM 34-FIND-STEP
                           IF CYCLE-FOUND AND STEP-FOUND
                               PERFORM 36-APPLY-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .

      *
      *    LOCATE THE EVENT'S CYCLE, ADDING IT WITH EVERY STEP
      *    PENDING THE FIRST TIME IT IS SEEN.
       32-FIND-CYCLE.

           MOVE 'N' TO WS-CYCLE-FOUND-SWITCH
           MOVE 1 TO WS-CYCLE-SUB
           PERFORM UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT
                      OR CYCLE-FOUND
               IF CY-CYCLE-DATE(WS-CYCLE-SUB) = LG-CYCLE-DATE
                   MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-CYCLE-SUB
               END-IF
           END-PERFORM

           IF NOT CYCLE-FOUND
               IF WS-CYCLE-COUNT < 100
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE WS-CYCLE-COUNT TO WS-CYCLE-SUB
                   MOVE LG-CYCLE-DATE TO CY-CYCLE-DATE(WS-CYCLE-SUB)
                   MOVE 1 TO WS-STEP-SUB
                   PERFORM UNTIL WS-STEP-SUB > 9
                       MOVE SPACE TO SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB)
                       MOVE 0 TO SS-RUNS(WS-CYCLE-SUB, WS-STEP-SUB)
                       MOVE 0 TO
                           SS-REFUSALS(WS-CYCLE-SUB, WS-STEP-SUB)
                       MOVE SPACE TO
                           SS-OVERRIDE(WS-CYCLE-SUB, WS-STEP-SUB)
                       ADD 1 TO WS-STEP-SUB
                   END-PERFORM
                   MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-IF
           END-IF
       .

      *
      *    AN EVENT FROM A PROGRAM OUTSIDE THE CYCLE IS COUNTED
      *    AND OTHERWISE PASSED OVER.
       34-FIND-STEP.

           MOVE 'N' TO WS-STEP-FOUND-SWITCH
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB > 9
                      OR STEP-FOUND
               IF SP-PROGRAM-ID(WS-STEP-SUB) = LG-PROGRAM-ID
                   MOVE 'Y' TO WS-STEP-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-STEP-SUB
               END-IF
           END-PERFORM

           IF NOT STEP-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
       .

      *
      *    A START OPENS A NEW RUN AND CLEARS THE LAST RUN'S END.
      *    A REFUSAL IS TALLIED, BUT ONLY STANDS AS THE STEP'S STATE
      *    WHEN NOTHING HAS RUN SINCE -- A REFUSED SECOND ATTEMPT
      *    AT A STEP THAT ALREADY COMPLETED LEAVES IT COMPLETE.
       36-APPLY-EVENT.

           IF LG-EVENT = 'S'
               MOVE 'S' TO SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB)
               ADD 1 TO SS-RUNS(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-OVERRIDE TO
                   SS-OVERRIDE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-EVENT-DATE TO
                   SS-START-DATE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-EVENT-TIME TO
                   SS-START-TIME(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE 0 TO SS-END-DATE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE 0 TO SS-END-TIME(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE 0 TO SS-RETURN-CODE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE SPACES TO
                   SS-COUNT-1-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE 0 TO SS-COUNT-1(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE SPACES TO
                   SS-COUNT-2-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE 0 TO SS-COUNT-2(WS-CYCLE-SUB, WS-STEP-SUB)
           END-IF

           IF LG-EVENT = 'E'
               IF LG-RETURN-CODE > 4
                   MOVE 'F' TO SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB)
               ELSE
                   MOVE 'C' TO SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB)
               END-IF
               MOVE LG-EVENT-DATE TO
                   SS-END-DATE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-EVENT-TIME TO
                   SS-END-TIME(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-RETURN-CODE TO
                   SS-RETURN-CODE(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-COUNT-1-LABEL TO
                   SS-COUNT-1-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-COUNT-1 TO SS-COUNT-1(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-COUNT-2-LABEL TO
                   SS-COUNT-2-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
               MOVE LG-COUNT-2 TO SS-COUNT-2(WS-CYCLE-SUB, WS-STEP-SUB)
           END-IF

           IF LG-EVENT = 'B'
               ADD 1 TO SS-REFUSALS(WS-CYCLE-SUB, WS-STEP-SUB)
               IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = SPACE
                   MOVE 'B' TO SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB)
               END-IF
           END-IF
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE STATUS-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
       .

       100-REPORT-EACH-CYCLE.

           IF WS-CYCLE-COUNT = 0
               MOVE NO-LEDGER-LINE TO STATUS-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           MOVE 1 TO WS-CYCLE-SUB
           PERFORM UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT
               PERFORM 110-PRINT-ONE-CYCLE
               ADD 1 TO WS-CYCLE-SUB
           END-PERFORM

           IF CYCLE-OVERFLOW
               MOVE 2 TO PROPER-SPACING
               MOVE OVERFLOW-LINE TO STATUS-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

      *
      *    ONE BLOCK PER CYCLE -- EVERY STEP IN RUN ORDER, THEN A
      *    VERDICT COUNTING THE STEPS NOT YET CLEANLY COMPLETE.
       110-PRINT-ONE-CYCLE.

           MOVE CY-CYCLE-DATE(WS-CYCLE-SUB) TO WS-EDIT-DATE
           PERFORM 150-EDIT-DATE
           MOVE DATE-OUT TO CL-CYCLE-DATE
           MOVE 3 TO PROPER-SPACING
           MOVE CYCLE-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE COLUMN-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 0 TO WS-OPEN-STEPS
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB > 9
               PERFORM 120-PRINT-STEP-LINE
               ADD 1 TO WS-STEP-SUB
           END-PERFORM

           IF WS-OPEN-STEPS = 0
               ADD 1 TO WS-COMPLETE-CYCLES
               MOVE 'CYCLE COMPLETE' TO VDL-MESSAGE
               MOVE ZERO TO VDL-OPEN-STEPS
               MOVE SPACES TO VDL-TRAILER
           ELSE
               MOVE 'CYCLE OPEN -' TO VDL-MESSAGE
               MOVE WS-OPEN-STEPS TO VDL-OPEN-STEPS
               MOVE ' STEP(S) OUTSTANDING' TO VDL-TRAILER
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE VERDICT-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
       .

       120-PRINT-STEP-LINE.

           MOVE SPACES TO STL-START-DATE
                          STL-START-TIME
                          STL-END-DATE
                          STL-END-TIME
                          STL-RETURN-CODE
                          STL-COUNT-1-LABEL
                          STL-COUNT-1
                          STL-COUNT-2-LABEL
                          STL-COUNT-2
                          STL-OVERRIDE

           MOVE SP-PROGRAM-ID(WS-STEP-SUB) TO STL-PROGRAM-ID
           MOVE SS-RUNS(WS-CYCLE-SUB, WS-STEP-SUB) TO STL-RUNS
           MOVE SS-REFUSALS(WS-CYCLE-SUB, WS-STEP-SUB)
               TO STL-REFUSALS

           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'C'
               MOVE 'COMPLETE' TO STL-STATUS
           END-IF
           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'F'
               MOVE 'FAILED' TO STL-STATUS
               ADD 1 TO WS-FAILED-STEPS
           END-IF
           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'S'
               MOVE 'NO END' TO STL-STATUS
               ADD 1 TO WS-NO-END-STEPS
           END-IF
           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'B'
               MOVE 'REFUSED' TO STL-STATUS
               ADD 1 TO WS-REFUSED-STEPS
           END-IF
           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = SPACE
               MOVE 'PENDING' TO STL-STATUS
               ADD 1 TO WS-PENDING-STEPS
           END-IF
           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) NOT = 'C'
               ADD 1 TO WS-OPEN-STEPS
           END-IF

           IF SS-RUNS(WS-CYCLE-SUB, WS-STEP-SUB) > 0
               MOVE SS-START-DATE(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-DATE
               PERFORM 150-EDIT-DATE
               MOVE DATE-OUT TO STL-START-DATE
               MOVE SS-START-TIME(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-TIME
               PERFORM 160-EDIT-TIME
               MOVE TIME-OUT TO STL-START-TIME
               IF SS-OVERRIDE(WS-CYCLE-SUB, WS-STEP-SUB) = 'Y'
                   MOVE 'OVERRIDE' TO STL-OVERRIDE
               END-IF
           END-IF

           IF SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'C'
              OR SS-STATE(WS-CYCLE-SUB, WS-STEP-SUB) = 'F'
               MOVE SS-END-DATE(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-DATE
               PERFORM 150-EDIT-DATE
               MOVE DATE-OUT TO STL-END-DATE
               MOVE SS-END-TIME(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-TIME
               PERFORM 160-EDIT-TIME
               MOVE TIME-OUT TO STL-END-TIME
               MOVE SS-RETURN-CODE(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO STL-RETURN-CODE
               MOVE SS-COUNT-1-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO STL-COUNT-1-LABEL
               MOVE SS-COUNT-1(WS-CYCLE-SUB, WS-STEP-SUB)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO STL-COUNT-1
               IF SS-COUNT-2-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
                       NOT = SPACES
                   MOVE SS-COUNT-2-LABEL(WS-CYCLE-SUB, WS-STEP-SUB)
                       TO STL-COUNT-2-LABEL
                   MOVE SS-COUNT-2(WS-CYCLE-SUB, WS-STEP-SUB)
                       TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO STL-COUNT-2
               END-IF
           END-IF

           MOVE STEP-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
       .

       150-EDIT-DATE.

           MOVE WS-EDIT-MM TO DO-MONTH
           MOVE WS-EDIT-DD TO DO-DAY
           MOVE WS-EDIT-YY TO DO-YEAR
       .

       160-EDIT-TIME.

           MOVE WS-EDIT-HH TO TO-HOUR
           MOVE WS-EDIT-MI TO TO-MINUTE
           MOVE WS-EDIT-SS TO TO-SECOND
       .

       200-WRITE-A-LINE.

           WRITE STATUS-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

       700-FINAL-ROUTINE.

           MOVE 'LEDGER EVENTS READ' TO SL-LABEL
           MOVE WS-EVENT-COUNT TO SL-VALUE
           MOVE 3 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'EVENTS FROM UNKNOWN PROGRAMS' TO SL-LABEL
           MOVE WS-UNKNOWN-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'CYCLES ON LEDGER' TO SL-LABEL
           MOVE WS-CYCLE-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'CYCLES COMPLETE' TO SL-LABEL
           MOVE WS-COMPLETE-CYCLES TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'STEPS FAILED' TO SL-LABEL
           MOVE WS-FAILED-STEPS TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'STEPS STARTED WITH NO END' TO SL-LABEL
           MOVE WS-NO-END-STEPS TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'STEPS REFUSED' TO SL-LABEL
           MOVE WS-REFUSED-STEPS TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'STEPS PENDING' TO SL-LABEL
           MOVE WS-PENDING-STEPS TO SL-VALUE
           MOVE SUMMARY-LINE TO STATUS-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE CYCLE-LEDGER-FILE
                 STATUS-REPORT-FILE
            STOP RUN
            .
