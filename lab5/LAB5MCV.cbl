       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MSTCONV.
       AUTHOR.         GARRETT BURNS.
      *
      *                 STUDENT MASTER CONVERSION
      *
      *    THIS PROGRAM IS RUN ONCE, WHEN THE STUDENT MASTER MOVES
      *    FROM THE APPENDED SEQUENTIAL FILE TO THE KEYED FILE.  THE
      *    OLD FILE IS RENAMED STUDENTSEQ BEFORE THE RUN; EVERY ROW
      *    IN IT IS LOADED INTO A NEW STUDENTMST KEYED ON STUDENT,
      *    DEPARTMENT, CLASS, AND RUN DATE.  THE SAME RUN RELOADS AN
      *    UNLOADED COPY OF THE KEYED FILE WHEN ITS LAYOUT GROWS --
      *    A ROW CARRYING NO REPEAT FLAG LOADS AS A FIRST ATTEMPT.
      *
      *    THE OLD FILE NEVER STOPPED A SECOND POSTING OF THE SAME
      *    STUDENT, CLASS, AND TERM, SO IT MAY HOLD DUPLICATES.  THE
      *    FIRST ROW LOADED IS KEPT -- THE SAME ROW BKBRK NOW KEEPS
      *    WHEN A RE-RUN TRIES TO POST IT AGAIN -- AND EVERY LATER
      *    ONE IS LISTED BESIDE IT, MARKED IDENTICAL OR CONFLICTING,
      *    SO THE REGISTRAR CAN DECIDE WHICH RESULT STANDS.  ANY
      *    DUPLICATE ENDS THE RUN WITH RETURN CODE 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OLD-MASTER-FILE
               ASSIGN TO "STUDENTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO PRINTER "MSTCONV".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OLD-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
      *
       01  OLD-MASTER-RECORD.
           05  OM-STUDENT-ID                  PIC X(7).
           05  OM-DEPT-CODE                   PIC X(4).
           05  OM-CLASS-CODE                  PIC X(5).
           05  OM-RUN-DATE                    PIC 9(6).
           05  OM-FINAL-AVERAGE               PIC 9(3)V99.
           05  OM-GRADE                       PIC X.
           05  OM-GRADE-POINTS                PIC 9V9.
           05  OM-GRADE-MODIFIER              PIC X.
      *    ABSENT ON THE ORIGINAL SEQUENTIAL FILE, SO IT READS AS A
      *    SPACE -- A FIRST ATTEMPT.
           05  OM-REPEAT-FLAG                 PIC X.

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
       FD  CONVERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CONVERSION-RECORD                 PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-OLD-EOF                  PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-DUP-HDR-SWITCH           PIC X       VALUE 'N'.
               88  DUP-HDR-PRINTED                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  CONVERSION-WORK-FIELDS.
           05  WS-HOLD-RECORD               PIC X(32)    VALUE SPACES.
           05  WS-READ-COUNT                PIC S9(5)    VALUE +0.
           05  WS-LOADED-COUNT              PIC S9(5)    VALUE +0.
           05  WS-BLANK-COUNT               PIC S9(5)    VALUE +0.
           05  WS-IDENTICAL-COUNT           PIC S9(5)    VALUE +0.
           05  WS-CONFLICT-COUNT            PIC S9(5)    VALUE +0.
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
                                           'STUDENT MASTER CONVERSION'.
           05                              PIC X(8)  VALUE 'MCV'.
      *
       01  DUPLICATE-HEADING.
           05                              PIC X(10) VALUE 'ROW'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(6)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(8)  VALUE 'TERM'.
           05                              PIC X(9)  VALUE 'AVERAGE'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(6)  VALUE 'POINTS'.
      *
       01  DUPLICATE-LINE.
           05  DL-ROW-LABEL                PIC X(10).
           05  DL-STUDENT-ID               PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  DL-DEPT-CODE                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  DL-CLASS-CODE               PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  DL-RUN-DATE                 PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  DL-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  DL-GRADE                    PIC X.
           05  DL-GRADE-MODIFIER           PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  DL-POINTS                   PIC 9.9.
           05                              PIC X(2)  VALUE SPACES.
           05  DL-VERDICT                  PIC X(11).
      *
       01  SUMMARY-LINE.
           05  SUL-LABEL                   PIC X(30).
           05  SUL-VALUE                   PIC ZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-CONVERT-MASTER.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 100-LOAD-OLD-MASTER
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE

      *    OUTPUT CREATES THE KEYED FILE EMPTY; IT IS THEN REOPENED
      *    I-O SO THE ROW ALREADY HOLDING A DUPLICATE'S KEY CAN BE
      *    READ BACK AND LISTED BESIDE IT.
           OPEN OUTPUT STUDENT-MASTER-FILE
           CLOSE STUDENT-MASTER-FILE

           OPEN INPUT OLD-MASTER-FILE
           OPEN I-O STUDENT-MASTER-FILE
           OPEN OUTPUT CONVERSION-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           WRITE CONVERSION-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
       .

       100-LOAD-OLD-MASTER.

           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF OLD-MASTER-RECORD = SPACES
                           ADD 1 TO WS-BLANK-COUNT
                       ELSE
                           PERFORM 110-LOAD-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
       .

       110-LOAD-ONE-ROW.

           MOVE OLD-MASTER-RECORD TO MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   PERFORM 120-LIST-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
       .

      *
      *    THE KEPT ROW IS READ BACK BY THE SAME KEY.  A DUPLICATE
      *    THAT MATCHES IT BYTE FOR BYTE IS A SIMPLE DOUBLE POSTING;
      *    ONE THAT DIFFERS IN AVERAGE OR GRADE NEEDS A DECISION.
       120-LIST-DUPLICATE.

           IF NOT DUP-HDR-PRINTED
               WRITE CONVERSION-RECORD FROM DUPLICATE-HEADING
                   AFTER ADVANCING 2
               MOVE 'Y' TO WS-DUP-HDR-SWITCH
           END-IF

           MOVE OLD-MASTER-RECORD TO WS-HOLD-RECORD
           READ STUDENT-MASTER-FILE
               KEY IS SM-MASTER-KEY
               INVALID KEY
                   MOVE SPACES TO MASTER-RECORD
           END-READ

           IF MASTER-RECORD = WS-HOLD-RECORD
               ADD 1 TO WS-IDENTICAL-COUNT
               MOVE 'IDENTICAL' TO DL-VERDICT
           ELSE
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'CONFLICTING' TO DL-VERDICT
           END-IF

           MOVE 'KEPT' TO DL-ROW-LABEL
           MOVE SM-STUDENT-ID TO DL-STUDENT-ID
           MOVE SM-DEPT-CODE TO DL-DEPT-CODE
           MOVE SM-CLASS-CODE TO DL-CLASS-CODE
           MOVE SM-RUN-DATE TO DL-RUN-DATE
           MOVE SM-FINAL-AVERAGE TO DL-AVERAGE
           MOVE SM-GRADE TO DL-GRADE
           MOVE SM-GRADE-MODIFIER TO DL-GRADE-MODIFIER
           MOVE SM-GRADE-POINTS TO DL-POINTS
           WRITE CONVERSION-RECORD FROM DUPLICATE-LINE
               AFTER ADVANCING 2

           MOVE 'DROPPED' TO DL-ROW-LABEL
           MOVE OM-STUDENT-ID TO DL-STUDENT-ID
           MOVE OM-DEPT-CODE TO DL-DEPT-CODE
           MOVE OM-CLASS-CODE TO DL-CLASS-CODE
           MOVE OM-RUN-DATE TO DL-RUN-DATE
           MOVE OM-FINAL-AVERAGE TO DL-AVERAGE
           MOVE OM-GRADE TO DL-GRADE
           MOVE OM-GRADE-MODIFIER TO DL-GRADE-MODIFIER
           MOVE OM-GRADE-POINTS TO DL-POINTS
           WRITE CONVERSION-RECORD FROM DUPLICATE-LINE
       .

       700-FINAL-ROUTINE.

           WRITE CONVERSION-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 'OLD MASTER ROWS READ' TO SUL-LABEL
           MOVE WS-READ-COUNT TO SUL-VALUE
           WRITE CONVERSION-RECORD FROM SUMMARY-LINE
               AFTER ADVANCING 2

           MOVE 'BLANK ROWS SKIPPED' TO SUL-LABEL
           MOVE WS-BLANK-COUNT TO SUL-VALUE
           WRITE CONVERSION-RECORD FROM SUMMARY-LINE

           MOVE 'ROWS LOADED TO KEYED MASTER' TO SUL-LABEL
           MOVE WS-LOADED-COUNT TO SUL-VALUE
           WRITE CONVERSION-RECORD FROM SUMMARY-LINE

           MOVE 'IDENTICAL DUPLICATES DROPPED' TO SUL-LABEL
           MOVE WS-IDENTICAL-COUNT TO SUL-VALUE
           WRITE CONVERSION-RECORD FROM SUMMARY-LINE

           MOVE 'CONFLICTING DUPLICATES DROPPED' TO SUL-LABEL
           MOVE WS-CONFLICT-COUNT TO SUL-VALUE
           WRITE CONVERSION-RECORD FROM SUMMARY-LINE

           IF WS-IDENTICAL-COUNT > 0 OR WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE OLD-MASTER-FILE
                 STUDENT-MASTER-FILE
                 CONVERSION-REPORT-FILE
            STOP RUN
            .
