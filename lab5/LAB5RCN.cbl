       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TERMRECN.
       AUTHOR.         GARRETT BURNS.
      *
      *                    END-OF-TERM THREE-WAY RECONCILIATION
      *
      *    THIS PROGRAM PROVES, BEFORE A TERM IS CLOSED, THAT THE
      *    STUDENT MASTER, THE CLASS TERM HISTORY AND WHAT WAS SENT
      *    TO THE REGISTRAR STILL AGREE FOR THE TERM'S RUN DATE.
      *    BKBRK WRITES ALL THREE, GRADECHG AND INCTRACK CORRECT
      *    THE MASTER AND THE HISTORY AND SEND AMENDMENTS, GRDREL
      *    RELEASES THE CERTIFIED GRADES AND ACKRECON RE-SUBMITS
      *    WHAT THE REGISTRAR TURNED AWAY.  FOR EACH DEPT/CLASS:
      *
      *      1. THE STUDENTHIS STUDENT COUNT AND A-F COUNTS MUST
      *         MATCH THE MASTER ROWS FOR THE TERM.  AN 'I' IS LEFT
      *         OUT OF THE HISTORY UNTIL INCTRACK RESOLVES IT, SO IT
      *         IS LEFT OUT OF THE COUNT HERE TOO.
      *      2. EVERY MASTER ROW MUST HAVE A POSTING THE REGISTRAR
      *         ACCEPTED, OR AN AMENDMENT OR RE-SUBMIT SENT FOR IT.
      *      3. THE GRADE IN THE LAST RECORD SENT FOR THE ROW MUST
      *         MATCH THE MASTER.  RECORDS ARE ORDERED BY THEIR
      *         BATCH DATE; ON THE SAME DATE A RE-SUBMIT FOLLOWS THE
      *         POSTING, AN INCOMPLETE AMENDMENT FOLLOWS BOTH, AND A
      *         GRADE-CHANGE AMENDMENT COMES LAST.
      *
      *    THE POSTINGS ARE READ FROM STUDENTPLG, THE LOG OF EVERY
      *    BATCH GRDREL HAS RELEASED, NOT FROM STUDENTPST, WHICH
      *    HOLDS ONLY THE LAST ONE.  THE RETURN FILE IS KEPT WHOLE
      *    THE SAME WAY, AND EACH ACKNOWLEDGMENT IS APPLIED TO THE
      *    POSTING WITH ITS BATCH AND SEQUENCE NUMBER.  THE OTHER
      *    RECORDS SENT ARE LIKEWISE READ FROM THE LOGS OF EVERY
      *    BATCH EVER SENT -- STUDENTRLG FOR ACKRECON'S RE-SUBMITS,
      *    STUDENTILG FOR INCTRACK'S AMENDMENTS AND STUDENTALG FOR
      *    GRADECHG'S -- NOT FROM STUDENTRSB, STUDENTIAM AND
      *    STUDENTAMD, WHICH HOLD ONLY EACH PROGRAM'S LAST RUN.  AS
      *    WITH THE POSTINGS, ONLY BATCHES SENT ON OR AFTER THE
      *    TERM'S RUN DATE ARE APPLIED.
      *
      *    THE DISCREPANCIES PRINT BY DEPT/CLASS.  ANY DISCREPANCY
      *    ENDS THE RUN WITH RETURN CODE 8, SO THE TERM CANNOT BE
      *    CLOSED ON BOOKS THAT DO NOT BALANCE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    READ ALONG THE CLASS KEY SO THE TERM'S ROWS COME OUT
      *    GROUPED BY DEPT/CLASS.  OPTIONAL SO A SITE WITH NO MASTER
      *    YET GETS A REPORT INSTEAD OF AN ABEND.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO "STUDENTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE GRADES STILL WAITING FOR CERTIFICATION, READ ONLY TO
      *    SAY WHY A ROW HAS NOT REACHED THE REGISTRAR.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "STUDENTPND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE REGISTRAR INTERFACE FILES.  ALL OPTIONAL -- A FILE
      *    THAT IS NOT THERE SIMPLY SENT NOTHING.
           SELECT OPTIONAL POSTING-LOG-FILE
               ASSIGN TO "STUDENTPLG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
               ASSIGN TO "ACKFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RESUBMIT-LOG-FILE
               ASSIGN TO "STUDENTRLG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INC-AMENDMENT-LOG-FILE
               ASSIGN TO "STUDENTILG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL AMENDMENT-LOG-FILE
               ASSIGN TO "STUDENTALG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE RUN-PARAMETER CARD.  ITS AS-OF DATE IS THE TERM RUN
      *    DATE TO RECONCILE; WITH NO CARD, TODAY'S RUN.
           SELECT OPTIONAL RUN-PARM-FILE
               ASSIGN TO "RUNPARM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER "TERMRECN".
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
       FD  PENDING-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  PENDING-RECORD.
           05  PN-POSTING-IMAGE               PIC X(60).
           05  PN-RUN-DATE                    PIC 9(6).

      *
       FD  POSTING-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  POSTING-LOG-RECORD                PIC X(60).

      *
       FD  ACKNOWLEDGMENT-FILE
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  ACK-RECORD.
           05  AK-BATCH-NO                    PIC 9(6).
           05  AK-SEQ-NO                      PIC 9(7).
      *    'A' ACCEPTED, 'R' REJECTED.
           05  AK-STATUS                      PIC X.
           05  AK-REASON                      PIC X(20).

      *
       FD  RESUBMIT-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  RESUBMIT-LOG-RECORD               PIC X(60).

      *
       FD  INC-AMENDMENT-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  INC-AMENDMENT-LOG-RECORD          PIC X(60).

      *
       FD  AMENDMENT-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  AMENDMENT-LOG-RECORD              PIC X(60).

      *
       FD  RUN-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  PARM-RECORD.
           05                                 PIC X(5).
      *    YYMMDD -- THE TERM RUN DATE TO RECONCILE.
           05  PM-AS-OF-DATE                  PIC 9(6).
           05                                 PIC X(2).

      *
       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RECON-RECORD                      PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-MASTER-EOF               PIC X       VALUE 'N'.
           05  WS-HISTORY-EOF              PIC X       VALUE 'N'.
           05  WS-PENDING-EOF              PIC X       VALUE 'N'.
           05  WS-PLG-EOF                  PIC X       VALUE 'N'.
           05  WS-ACK-EOF                  PIC X       VALUE 'N'.
           05  WS-RLG-EOF                  PIC X       VALUE 'N'.
           05  WS-ILG-EOF                  PIC X       VALUE 'N'.
           05  WS-ALG-EOF                  PIC X       VALUE 'N'.
           05  WS-RUN-PARM-EOF             PIC X       VALUE 'N'.
           05  WS-OVERFLOW-SWITCH          PIC X       VALUE 'N'.
               88  TABLE-OVERFLOW                      VALUE 'Y'.
           05  WS-ROW-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  MASTER-ROW-FOUND                    VALUE 'Y'.
           05  WS-HIST-FOUND-SWITCH        PIC X       VALUE 'N'.
               88  HISTORY-FOUND                       VALUE 'Y'.
           05  WS-SEQ-FOUND-SWITCH         PIC X       VALUE 'N'.
               88  SEQ-FOUND                           VALUE 'Y'.
           05  WS-CLASS-HDR-SWITCH         PIC X       VALUE 'N'.
               88  CLASS-HDR-PRINTED                   VALUE 'Y'.
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
       01  WS-TERM-DATE                    PIC 9(6)    VALUE 0.
      *
      *    THE TERM'S MASTER ROWS IN DEPT/CLASS ORDER, EACH WITH
      *    WHAT THE REGISTRAR INTERFACE FILES SAY WAS DONE WITH IT.
       01  MASTER-ROW-TABLE.
           05  MASTER-ROW OCCURS 5000 TIMES.
               10  MR-STUDENT-ID               PIC X(7).
               10  MR-CLASS-KEY.
                   15  MR-DEPT-CODE            PIC X(4).
                   15  MR-CLASS-CODE           PIC X(5).
               10  MR-GRADE                    PIC X.
               10  MR-GRADE-MODIFIER           PIC X.
      *    ' ' NO POSTING, 'U' UNACKNOWLEDGED, 'R' REJECTED,
      *    'A' ACCEPTED.  AN ACCEPTED POSTING OUTRANKS THE REST.
               10  MR-POSTING-STATUS           PIC X.
      *    'Y' WHEN A RE-SUBMIT OR AN AMENDMENT WAS SENT FOR IT.
               10  MR-OTHER-SENT               PIC X.
      *    'Y' WHEN THE GRADE IS STILL HELD ON STUDENTPND.
               10  MR-HELD                     PIC X.
      *    THE LAST RECORD SENT -- BATCH DATE AND SOURCE RANK,
      *    THE FILE IT CAME FROM, AND THE GRADE IT CARRIED.
               10  MR-SENT-ORDER               PIC 9(7).
               10  MR-SENT-SOURCE              PIC X(3).
               10  MR-SENT-GRADE               PIC X.
               10  MR-SENT-MODIFIER            PIC X.
      *
      *    THE TERM'S HISTORY RECORDS.  A RERUN THAT APPENDED A
      *    SECOND RECORD FOR A CLASS IS NOTED; THE LAST ONE STANDS.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1000 TIMES.
               10  HT-CLASS-KEY.
                   15  HT-DEPT-CODE            PIC X(4).
                   15  HT-CLASS-CODE           PIC X(5).
               10  HT-STUDENT-COUNT            PIC 9(5).
               10  HT-COUNT-A                  PIC 9(3).
               10  HT-COUNT-B                  PIC 9(3).
               10  HT-COUNT-C                  PIC 9(3).
               10  HT-COUNT-D                  PIC 9(3).
               10  HT-COUNT-F                  PIC 9(3).
               10  HT-COPIES                   PIC 9(3).
               10  HT-MATCHED                  PIC X.
      *
      *    THE LOGGED POSTINGS FOR THE TERM'S ROWS, TABLED SO THE
      *    ACKNOWLEDGMENTS CAN BE APPLIED BY BATCH AND SEQUENCE
      *    NUMBER BEFORE ANY OF IT IS USED.  EACH CARRIES THE
      *    BATCH IT WENT OUT IN AND THE DATE THAT BATCH WAS SENT.
       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 5000 TIMES.
               10  PG-IMAGE                    PIC X(60).
               10  PG-BATCH-NO                 PIC 9(6).
               10  PG-SENT-DATE                PIC 9(6).
      *    'U' UNACKNOWLEDGED, 'A' ACCEPTED, 'R' REJECTED.
               10  PG-ACK-STATUS               PIC X.
      *
       01  RECON-WORK-FIELDS.
           05  WS-MASTER-COUNT              PIC S9(4)    VALUE 0.
           05  WS-MASTER-SUB                PIC S9(4)    VALUE 0.
           05  WS-ROW-IDX                   PIC S9(4)    VALUE 0.
           05  WS-HISTORY-COUNT             PIC S9(4)    VALUE 0.
           05  WS-HISTORY-SUB               PIC S9(4)    VALUE 0.
           05  WS-HIST-IDX                  PIC S9(4)    VALUE 0.
           05  WS-POSTING-COUNT             PIC S9(4)    VALUE 0.
           05  WS-POSTING-SUB               PIC S9(4)    VALUE 0.
           05  WS-PST-BATCH-NO              PIC 9(6)     VALUE 0.
           05  WS-PST-DATE                  PIC 9(6)     VALUE 0.
           05  WS-SENT-DATE                 PIC 9(6)     VALUE 0.
      *    1 POSTING, 2 RE-SUBMIT, 3 INCOMPLETE AMENDMENT,
      *    4 GRADE-CHANGE AMENDMENT.
           05  WS-SENT-RANK                 PIC 9        VALUE 0.
           05  WS-SENT-ORDER                PIC 9(7)     VALUE 0.
           05  WS-SENT-SOURCE               PIC X(3)     VALUE SPACES.
           05  WS-PREV-CLASS-KEY.
               10  WS-PREV-DEPT-CODE        PIC X(4)     VALUE SPACES.
               10  WS-PREV-CLASS-CODE       PIC X(5)     VALUE SPACES.
           05  WS-RSB-COUNT                 PIC S9(5)    VALUE +0.
           05  WS-IAM-COUNT                 PIC S9(5)    VALUE +0.
           05  WS-AMD-COUNT                 PIC S9(5)    VALUE +0.
           05  WS-COUNT-DIFF-COUNT          PIC S9(5)    VALUE +0.
           05  WS-UNPOSTED-COUNT            PIC S9(5)    VALUE +0.
           05  WS-GRADE-DIFF-COUNT          PIC S9(5)    VALUE +0.
           05  WS-EDIT-COUNT                PIC ZZZZ9.
      *
      *    THE CLASS'S COUNTS AS THE MASTER ROWS HAVE THEM.
       01  CLASS-COUNT-FIELDS.
           05  CC-STUDENT-COUNT             PIC 9(5)     VALUE 0.
           05  CC-COUNT-A                   PIC 9(3)     VALUE 0.
           05  CC-COUNT-B                   PIC 9(3)     VALUE 0.
           05  CC-COUNT-C                   PIC 9(3)     VALUE 0.
           05  CC-COUNT-D                   PIC 9(3)     VALUE 0.
           05  CC-COUNT-F                   PIC 9(3)     VALUE 0.
      *
       01  WS-GRADE-SHOW.
           05  WS-SHOW-GRADE                PIC X.
           05  WS-SHOW-MODIFIER             PIC X.
      *
      *    THE POSTING ENVELOPE AND DETAIL, LAID OUT EXACTLY AS
      *    BKBRK AND GRDREL WRITE THEM.
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
                                           'TERM RECONCILIATION'.
           05                              PIC X(8)  VALUE 'RCN'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  TERM-LINE.
           05                              PIC X(16)   VALUE
                                           'TERM RUN DATE'.
           05  TL-TERM-DATE                PIC 9(6).
      *
       01  COLUMN-LINE.
           05                              PIC X(5)    VALUE SPACES.
           05                              PIC X(10)   VALUE 'CHECK'.
           05                              PIC X(9)    VALUE 'STUDENT'.
           05                              PIC X(30)   VALUE
                                           'DISCREPANCY'.
           05                              PIC X(10)   VALUE 'MASTER'.
           05                              PIC X(10)   VALUE 'OTHER'.
           05                              PIC X(4)    VALUE 'SENT'.
      *
       01  CLASS-HEADER-LINE.
           05                              PIC X(5)    VALUE 'DEPT'.
           05  CHL-DEPT-CODE               PIC X(4).
           05                              PIC X(7)    VALUE
                                           '  CLASS'.
           05                              PIC X       VALUE SPACE.
           05  CHL-CLASS-CODE              PIC X(5).
      *
       01  DISCREPANCY-LINE.
           05                              PIC X(5)    VALUE SPACES.
           05  DCL-CHECK                   PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DCL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)    VALUE SPACES.
           05  DCL-MESSAGE                 PIC X(28).
           05                              PIC X(2)    VALUE SPACES.
           05  DCL-MASTER-VALUE            PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DCL-OTHER-VALUE             PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DCL-SOURCE                  PIC X(3).
      *
       01  NO-DISCREPANCY-LINE.
           05                              PIC X(40)   VALUE
                        'NO DISCREPANCIES FOUND'.
      *
       01  BALANCE-LINE.
           05  BL-MESSAGE                  PIC X(50).
      *
       01  ABORT-LINE.
           05                              PIC X(46)   VALUE
                   'TABLE LIMIT REACHED - RUN ABORTED, NO RECON'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-RECONCILE-TERM.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-LOAD-MASTER-TABLE
           PERFORM 31-LOAD-HISTORY-TABLE
           PERFORM 32-LOAD-POSTING-TABLE

      *    A TERM TOO BIG TO TABLE CANNOT BE RECONCILED -- THE ROWS
      *    LEFT OUT WOULD PASS UNCHECKED.  STOP WITH A NON-ZERO
      *    RETURN CODE INSTEAD.
           IF TABLE-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 33-MARK-HELD-GRADES
           PERFORM 100-APPLY-ACKS
           PERFORM 110-APPLY-POSTINGS
           PERFORM 120-APPLY-RESUBMITS
           PERFORM 130-APPLY-INC-AMENDMENTS
           PERFORM 140-APPLY-AMENDMENTS
           PERFORM 300-CHECK-TERM
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE
           PERFORM 27-READ-RUN-PARM

           OPEN INPUT STUDENT-MASTER-FILE
                      TERM-HISTORY-FILE
                      PENDING-FILE
                      POSTING-LOG-FILE
                      ACKNOWLEDGMENT-FILE
                      RESUBMIT-LOG-FILE
                      INC-AMENDMENT-LOG-FILE
                      AMENDMENT-LOG-FILE
           OPEN OUTPUT RECON-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING

           MOVE WS-TERM-DATE TO TL-TERM-DATE
           MOVE TERM-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE
       .

      *
      *    THE TERM IS THE AS-OF DATE ON THE RUN-PARAMETER CARD
      *    WHEN ONE IS GIVEN, OTHERWISE TODAY.
       27-READ-RUN-PARM.

           MOVE WS-CURRENT-DATE TO WS-TERM-DATE
           OPEN INPUT RUN-PARM-FILE
           PERFORM UNTIL WS-RUN-PARM-EOF = 'Y'
               READ RUN-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-RUN-PARM-EOF
                   NOT AT END
                       IF PM-AS-OF-DATE NUMERIC
                          AND PM-AS-OF-DATE > 0
                           MOVE PM-AS-OF-DATE TO WS-TERM-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARM-FILE
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE RECON-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
       .

      *
      *    THE WHOLE MASTER IS BROWSED ALONG THE CLASS KEY AND ONLY
      *    THE TERM'S ROWS ARE KEPT.
       30-LOAD-MASTER-TABLE.

           MOVE LOW-VALUES TO SM-CLASS-KEY
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-CLASS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF SM-RUN-DATE = WS-TERM-DATE
                           PERFORM 35-TABLE-MASTER-ROW
                       END-IF
               END-READ
           END-PERFORM
       .

       35-TABLE-MASTER-ROW.

           IF WS-MASTER-COUNT < 5000
               ADD 1 TO WS-MASTER-COUNT
               MOVE SM-STUDENT-ID TO MR-STUDENT-ID(WS-MASTER-COUNT)
               MOVE SM-CLASS-KEY TO MR-CLASS-KEY(WS-MASTER-COUNT)
               MOVE SM-GRADE TO MR-GRADE(WS-MASTER-COUNT)
               MOVE SM-GRADE-MODIFIER
                   TO MR-GRADE-MODIFIER(WS-MASTER-COUNT)
               MOVE SPACE TO MR-POSTING-STATUS(WS-MASTER-COUNT)
               MOVE 'N' TO MR-OTHER-SENT(WS-MASTER-COUNT)
               MOVE 'N' TO MR-HELD(WS-MASTER-COUNT)
               MOVE 0 TO MR-SENT-ORDER(WS-MASTER-COUNT)
               MOVE SPACES TO MR-SENT-SOURCE(WS-MASTER-COUNT)
               MOVE SPACE TO MR-SENT-GRADE(WS-MASTER-COUNT)
               MOVE SPACE TO MR-SENT-MODIFIER(WS-MASTER-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-IF
       .

       31-LOAD-HISTORY-TABLE.

           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TERM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HR-RUN-DATE = WS-TERM-DATE
                           PERFORM 36-TABLE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
       .

       36-TABLE-HISTORY-ROW.

           MOVE 'N' TO WS-HIST-FOUND-SWITCH
           MOVE 0 TO WS-HIST-IDX
           MOVE 1 TO WS-HISTORY-SUB
           PERFORM UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                         OR HISTORY-FOUND
               IF HT-DEPT-CODE(WS-HISTORY-SUB) = HR-DEPT-CODE
                  AND HT-CLASS-CODE(WS-HISTORY-SUB) = HR-CLASS-CODE
                   MOVE 'Y' TO WS-HIST-FOUND-SWITCH
                   MOVE WS-HISTORY-SUB TO WS-HIST-IDX
               END-IF
               ADD 1 TO WS-HISTORY-SUB
           END-PERFORM

           IF NOT HISTORY-FOUND
               IF WS-HISTORY-COUNT < 1000
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE WS-HISTORY-COUNT TO WS-HIST-IDX
                   MOVE HR-DEPT-CODE TO HT-DEPT-CODE(WS-HIST-IDX)
                   MOVE HR-CLASS-CODE TO HT-CLASS-CODE(WS-HIST-IDX)
                   MOVE 0 TO HT-COPIES(WS-HIST-IDX)
                   MOVE 'N' TO HT-MATCHED(WS-HIST-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-IF
           END-IF

           IF WS-HIST-IDX > 0
               ADD 1 TO HT-COPIES(WS-HIST-IDX)
               MOVE HR-STUDENT-COUNT TO HT-STUDENT-COUNT(WS-HIST-IDX)
               MOVE HR-COUNT-A TO HT-COUNT-A(WS-HIST-IDX)
               MOVE HR-COUNT-B TO HT-COUNT-B(WS-HIST-IDX)
               MOVE HR-COUNT-C TO HT-COUNT-C(WS-HIST-IDX)
               MOVE HR-COUNT-D TO HT-COUNT-D(WS-HIST-IDX)
               MOVE HR-COUNT-F TO HT-COUNT-F(WS-HIST-IDX)
           END-IF
       .

      *
      *    EVERY DETAIL POSTING STARTS OUT UNACKNOWLEDGED; EACH
      *    HEADER GIVES UP THE BATCH NUMBER THE RETURN FILE QUOTES
      *    AND THE DATE THE BATCH WENT OUT FOR THE DETAILS BEHIND
      *    IT.  A BATCH SENT BEFORE THE TERM'S RUN DATE CANNOT HOLD
      *    THE TERM'S GRADES, AND A POSTING FOR NO ROW OF THE TERM
      *    IS NEVER USED, SO NEITHER IS TABLED.
       32-LOAD-POSTING-TABLE.

           PERFORM UNTIL WS-PLG-EOF = 'Y'
               READ POSTING-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-PLG-EOF
                   NOT AT END
                       MOVE POSTING-LOG-RECORD TO POSTING-DETAIL-LINE
                       IF PD-REC-TYPE = 'H'
                           MOVE POSTING-LOG-RECORD
                               TO POSTING-HEADER-LINE
                           MOVE PH-BATCH-NO TO WS-PST-BATCH-NO
                           MOVE PH-RUN-DATE TO WS-PST-DATE
                       ELSE
                           IF PD-REC-TYPE = 'D'
                              AND WS-PST-DATE NOT < WS-TERM-DATE
                               PERFORM 160-FIND-MASTER-ROW
                               IF MASTER-ROW-FOUND
                                   PERFORM 34-TABLE-POSTING
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .

       34-TABLE-POSTING.

           IF WS-POSTING-COUNT < 5000
               ADD 1 TO WS-POSTING-COUNT
               MOVE POSTING-LOG-RECORD TO PG-IMAGE(WS-POSTING-COUNT)
               MOVE WS-PST-BATCH-NO TO PG-BATCH-NO(WS-POSTING-COUNT)
               MOVE WS-PST-DATE TO PG-SENT-DATE(WS-POSTING-COUNT)
               MOVE 'U' TO PG-ACK-STATUS(WS-POSTING-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-IF
       .

      *
      *    A GRADE STILL ON STUDENTPND FOR THIS TERM HAS NOT BEEN
      *    RELEASED.  IT IS NOTED ONLY TO EXPLAIN THE MISSING POSTING.
       33-MARK-HELD-GRADES.

           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PN-RUN-DATE = WS-TERM-DATE
                           MOVE PN-POSTING-IMAGE
                               TO POSTING-DETAIL-LINE
                           PERFORM 160-FIND-MASTER-ROW
                           IF MASTER-ROW-FOUND
                               MOVE 'Y' TO MR-HELD(WS-ROW-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .

       25-TABLE-LIMIT-ABORT.

           MOVE 2 TO PROPER-SPACING
           MOVE ABORT-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE STUDENT-MASTER-FILE
                 TERM-HISTORY-FILE
                 PENDING-FILE
                 POSTING-LOG-FILE
                 ACKNOWLEDGMENT-FILE
                 RESUBMIT-LOG-FILE
                 INC-AMENDMENT-LOG-FILE
                 AMENDMENT-LOG-FILE
                 RECON-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN
       .

      *
      *    EACH ACKNOWLEDGMENT IS APPLIED TO THE TABLED POSTING
      *    WITH ITS BATCH AND SEQUENCE NUMBER.  ONE MATCHING NO
      *    POSTING IS ACKRECON'S TO LIST, NOT THIS PROGRAM'S.
       100-APPLY-ACKS.

           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACKNOWLEDGMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       PERFORM 105-MATCH-ONE-ACK
               END-READ
           END-PERFORM
       .

       105-MATCH-ONE-ACK.

           MOVE 'N' TO WS-SEQ-FOUND-SWITCH
           MOVE 1 TO WS-POSTING-SUB
           PERFORM UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
                         OR SEQ-FOUND
               MOVE PG-IMAGE(WS-POSTING-SUB) TO POSTING-DETAIL-LINE
               IF PG-BATCH-NO(WS-POSTING-SUB) = AK-BATCH-NO
                  AND PD-SEQ-NO = AK-SEQ-NO
                   MOVE 'Y' TO WS-SEQ-FOUND-SWITCH
                   IF AK-STATUS = 'R'
                       MOVE 'R' TO PG-ACK-STATUS(WS-POSTING-SUB)
                   ELSE
                       MOVE 'A' TO PG-ACK-STATUS(WS-POSTING-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-POSTING-SUB
           END-PERFORM
       .

      *
      *    EACH POSTING COUNTS AS SENT WHETHER OR NOT IT WAS
      *    ACCEPTED, BUT ONLY AN ACCEPTED ONE SATISFIES CHECK 2.
      *    EACH IS DATED BY THE BATCH IT WENT OUT IN.
       110-APPLY-POSTINGS.

           MOVE 1 TO WS-SENT-RANK
           MOVE 'PST' TO WS-SENT-SOURCE

           MOVE 1 TO WS-POSTING-SUB
           PERFORM UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
               MOVE PG-SENT-DATE(WS-POSTING-SUB) TO WS-SENT-DATE
               PERFORM 165-SET-SENT-ORDER
               MOVE PG-IMAGE(WS-POSTING-SUB) TO POSTING-DETAIL-LINE
               PERFORM 160-FIND-MASTER-ROW
               IF MASTER-ROW-FOUND
                   IF PG-ACK-STATUS(WS-POSTING-SUB) = 'A'
                      OR MR-POSTING-STATUS(WS-ROW-IDX) = SPACE
                       MOVE PG-ACK-STATUS(WS-POSTING-SUB)
                           TO MR-POSTING-STATUS(WS-ROW-IDX)
                   ELSE
                       IF MR-POSTING-STATUS(WS-ROW-IDX) = 'U'
                          AND PG-ACK-STATUS(WS-POSTING-SUB) = 'R'
                           MOVE 'R' TO MR-POSTING-STATUS(WS-ROW-IDX)
                       END-IF
                   END-IF
                   PERFORM 170-NOTE-LAST-SENT
               END-IF
               ADD 1 TO WS-POSTING-SUB
           END-PERFORM
       .

       120-APPLY-RESUBMITS.

           MOVE 2 TO WS-SENT-RANK
           MOVE 'RSB' TO WS-SENT-SOURCE
           MOVE 0 TO WS-SENT-DATE
           PERFORM 165-SET-SENT-ORDER

           PERFORM UNTIL WS-RLG-EOF = 'Y'
               READ RESUBMIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-RLG-EOF
                   NOT AT END
                       MOVE RESUBMIT-LOG-RECORD TO POSTING-DETAIL-LINE
                       PERFORM 150-APPLY-SENT-RECORD
                       IF MASTER-ROW-FOUND
                           ADD 1 TO WS-RSB-COUNT
                       END-IF
               END-READ
           END-PERFORM
       .

       130-APPLY-INC-AMENDMENTS.

           MOVE 3 TO WS-SENT-RANK
           MOVE 'IAM' TO WS-SENT-SOURCE
           MOVE 0 TO WS-SENT-DATE
           PERFORM 165-SET-SENT-ORDER

           PERFORM UNTIL WS-ILG-EOF = 'Y'
               READ INC-AMENDMENT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ILG-EOF
                   NOT AT END
                       MOVE INC-AMENDMENT-LOG-RECORD
                           TO POSTING-DETAIL-LINE
                       PERFORM 150-APPLY-SENT-RECORD
                       IF MASTER-ROW-FOUND
                           ADD 1 TO WS-IAM-COUNT
                       END-IF
               END-READ
           END-PERFORM
       .

       140-APPLY-AMENDMENTS.

           MOVE 4 TO WS-SENT-RANK
           MOVE 'AMD' TO WS-SENT-SOURCE
           MOVE 0 TO WS-SENT-DATE
           PERFORM 165-SET-SENT-ORDER

           PERFORM UNTIL WS-ALG-EOF = 'Y'
               READ AMENDMENT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ALG-EOF
                   NOT AT END
                       MOVE AMENDMENT-LOG-RECORD TO POSTING-DETAIL-LINE
                       PERFORM 150-APPLY-SENT-RECORD
                       IF MASTER-ROW-FOUND
                           ADD 1 TO WS-AMD-COUNT
                       END-IF
               END-READ
           END-PERFORM
       .

      *
      *    A HEADER DATES THE DETAILS BEHIND IT.  A RE-SUBMIT OR AN
      *    AMENDMENT SATISFIES CHECK 2 ON BEING SENT.  ONE IN A
      *    BATCH SENT BEFORE THE TERM'S RUN DATE, OR FOR NO ROW OF
      *    THE TERM, IS PASSED OVER AND LEAVES NO ROW FOUND.
       150-APPLY-SENT-RECORD.

           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           IF PD-REC-TYPE = 'H'
               MOVE POSTING-DETAIL-LINE TO POSTING-HEADER-LINE
               MOVE PH-RUN-DATE TO WS-SENT-DATE
               PERFORM 165-SET-SENT-ORDER
           ELSE
               IF PD-REC-TYPE = 'D'
                  AND WS-SENT-DATE NOT < WS-TERM-DATE
                   PERFORM 160-FIND-MASTER-ROW
                   IF MASTER-ROW-FOUND
                       MOVE 'Y' TO MR-OTHER-SENT(WS-ROW-IDX)
                       PERFORM 170-NOTE-LAST-SENT
                   END-IF
               END-IF
           END-IF
       .

       160-FIND-MASTER-ROW.

           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           MOVE 0 TO WS-ROW-IDX
           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
                         OR MASTER-ROW-FOUND
               IF MR-STUDENT-ID(WS-MASTER-SUB) = PD-STUDENT-ID
                  AND MR-DEPT-CODE(WS-MASTER-SUB) = PD-DEPT-CODE
                  AND MR-CLASS-CODE(WS-MASTER-SUB) = PD-CLASS-CODE
                   MOVE 'Y' TO WS-ROW-FOUND-SWITCH
                   MOVE WS-MASTER-SUB TO WS-ROW-IDX
               END-IF
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM
       .

       165-SET-SENT-ORDER.

           MULTIPLY WS-SENT-DATE BY 10 GIVING WS-SENT-ORDER
           ADD WS-SENT-RANK TO WS-SENT-ORDER
       .

      *
      *    A LATER RECORD REPLACES AN EARLIER ONE.  ON A TIE, THE
      *    ONE READ LATER WINS.
       170-NOTE-LAST-SENT.

           IF WS-SENT-ORDER NOT < MR-SENT-ORDER(WS-ROW-IDX)
               MOVE WS-SENT-ORDER TO MR-SENT-ORDER(WS-ROW-IDX)
               MOVE WS-SENT-SOURCE TO MR-SENT-SOURCE(WS-ROW-IDX)
               MOVE PD-GRADE TO MR-SENT-GRADE(WS-ROW-IDX)
               MOVE PD-GRADE-MODIFIER TO MR-SENT-MODIFIER(WS-ROW-IDX)
           END-IF
       .

      *
      *    THE MASTER ROWS ARE WALKED IN DEPT/CLASS ORDER.  EACH ROW
      *    GETS CHECKS 2 AND 3 AS IT IS REACHED, AND EACH CLASS GETS
      *    CHECK 1 AT ITS BREAK.  HISTORY FOR A CLASS WITH NO ROWS
      *    ON THE MASTER AT ALL IS LISTED LAST.
       300-CHECK-TERM.

           MOVE 1 TO PROPER-SPACING
           MOVE COLUMN-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 1 TO WS-MASTER-SUB
           PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
               IF MR-CLASS-KEY(WS-MASTER-SUB) NOT = WS-PREV-CLASS-KEY
                   IF WS-PREV-CLASS-KEY NOT = SPACES
                       PERFORM 320-CHECK-CLASS-COUNTS
                   END-IF
                   MOVE MR-CLASS-KEY(WS-MASTER-SUB)
                       TO WS-PREV-CLASS-KEY
                   MOVE 'N' TO WS-CLASS-HDR-SWITCH
                   MOVE 0 TO CC-STUDENT-COUNT
                             CC-COUNT-A
                             CC-COUNT-B
                             CC-COUNT-C
                             CC-COUNT-D
                             CC-COUNT-F
               END-IF
               PERFORM 310-CHECK-MASTER-ROW
               ADD 1 TO WS-MASTER-SUB
           END-PERFORM

           IF WS-PREV-CLASS-KEY NOT = SPACES
               PERFORM 320-CHECK-CLASS-COUNTS
           END-IF

           MOVE 1 TO WS-HISTORY-SUB
           PERFORM UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               IF HT-MATCHED(WS-HISTORY-SUB) = 'N'
                   PERFORM 330-LIST-UNMATCHED-HISTORY
               END-IF
               ADD 1 TO WS-HISTORY-SUB
           END-PERFORM

           IF WS-COUNT-DIFF-COUNT = 0
              AND WS-UNPOSTED-COUNT = 0
              AND WS-GRADE-DIFF-COUNT = 0
               MOVE 2 TO PROPER-SPACING
               MOVE NO-DISCREPANCY-LINE TO RECON-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

       310-CHECK-MASTER-ROW.

           IF MR-GRADE(WS-MASTER-SUB) NOT = 'I'
               ADD 1 TO CC-STUDENT-COUNT
           END-IF
           IF MR-GRADE(WS-MASTER-SUB) = 'A'
               ADD 1 TO CC-COUNT-A
           END-IF
           IF MR-GRADE(WS-MASTER-SUB) = 'B'
               ADD 1 TO CC-COUNT-B
           END-IF
           IF MR-GRADE(WS-MASTER-SUB) = 'C'
               ADD 1 TO CC-COUNT-C
           END-IF
           IF MR-GRADE(WS-MASTER-SUB) = 'D'
               ADD 1 TO CC-COUNT-D
           END-IF
           IF MR-GRADE(WS-MASTER-SUB) = 'F'
               ADD 1 TO CC-COUNT-F
           END-IF

           MOVE MR-GRADE(WS-MASTER-SUB) TO WS-SHOW-GRADE
           MOVE MR-GRADE-MODIFIER(WS-MASTER-SUB) TO WS-SHOW-MODIFIER

      *    CHECK 2 -- SOMETHING THE REGISTRAR TOOK FOR THE ROW.
           IF MR-POSTING-STATUS(WS-MASTER-SUB) NOT = 'A'
              AND MR-OTHER-SENT(WS-MASTER-SUB) NOT = 'Y'
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE 'POSTING' TO DCL-CHECK
               MOVE MR-STUDENT-ID(WS-MASTER-SUB) TO DCL-STUDENT-ID
               IF MR-POSTING-STATUS(WS-MASTER-SUB) = 'R'
                   MOVE 'POSTING REJECTED' TO DCL-MESSAGE
               ELSE
                   IF MR-POSTING-STATUS(WS-MASTER-SUB) = 'U'
                       MOVE 'POSTING NOT ACKNOWLEDGED' TO DCL-MESSAGE
                   ELSE
                       IF MR-HELD(WS-MASTER-SUB) = 'Y'
                           MOVE 'HELD FOR CERTIFICATION'
                               TO DCL-MESSAGE
                       ELSE
                           MOVE 'NEVER SENT TO REGISTRAR'
                               TO DCL-MESSAGE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-GRADE-SHOW TO DCL-MASTER-VALUE
               MOVE SPACES TO DCL-OTHER-VALUE
               MOVE MR-SENT-SOURCE(WS-MASTER-SUB) TO DCL-SOURCE
               PERFORM 340-PRINT-DISCREPANCY
           END-IF

      *    CHECK 3 -- THE LAST GRADE SENT IS THE MASTER'S GRADE.
           IF MR-SENT-SOURCE(WS-MASTER-SUB) NOT = SPACES
              AND (MR-SENT-GRADE(WS-MASTER-SUB) NOT =
                   MR-GRADE(WS-MASTER-SUB)
                OR MR-SENT-MODIFIER(WS-MASTER-SUB) NOT =
                   MR-GRADE-MODIFIER(WS-MASTER-SUB))
               ADD 1 TO WS-GRADE-DIFF-COUNT
               MOVE 'GRADE' TO DCL-CHECK
               MOVE MR-STUDENT-ID(WS-MASTER-SUB) TO DCL-STUDENT-ID
               MOVE 'LAST GRADE SENT DIFFERS' TO DCL-MESSAGE
               MOVE WS-GRADE-SHOW TO DCL-MASTER-VALUE
               MOVE MR-SENT-GRADE(WS-MASTER-SUB) TO WS-SHOW-GRADE
               MOVE MR-SENT-MODIFIER(WS-MASTER-SUB)
                   TO WS-SHOW-MODIFIER
               MOVE WS-GRADE-SHOW TO DCL-OTHER-VALUE
               MOVE MR-SENT-SOURCE(WS-MASTER-SUB) TO DCL-SOURCE
               PERFORM 340-PRINT-DISCREPANCY
           END-IF
       .

      *
      *    CHECK 1.  A CLASS WHOSE EVERY ROW IS AN 'I' HAS NO
      *    HISTORY YET, AND NONE IS EXPECTED.
       320-CHECK-CLASS-COUNTS.

           MOVE 'N' TO WS-HIST-FOUND-SWITCH
           MOVE 0 TO WS-HIST-IDX
           MOVE 1 TO WS-HISTORY-SUB
           PERFORM UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                         OR HISTORY-FOUND
               IF HT-CLASS-KEY(WS-HISTORY-SUB) = WS-PREV-CLASS-KEY
                   MOVE 'Y' TO WS-HIST-FOUND-SWITCH
                   MOVE WS-HISTORY-SUB TO WS-HIST-IDX
               END-IF
               ADD 1 TO WS-HISTORY-SUB
           END-PERFORM

           MOVE 'COUNTS' TO DCL-CHECK
           MOVE SPACES TO DCL-STUDENT-ID
           MOVE SPACES TO DCL-SOURCE

           IF NOT HISTORY-FOUND
               IF CC-STUDENT-COUNT > 0
                   MOVE 'NO TERM HISTORY RECORD' TO DCL-MESSAGE
                   MOVE CC-STUDENT-COUNT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE SPACES TO DCL-OTHER-VALUE
                   ADD 1 TO WS-COUNT-DIFF-COUNT
                   PERFORM 340-PRINT-DISCREPANCY
               END-IF
           ELSE
               MOVE 'Y' TO HT-MATCHED(WS-HIST-IDX)
               IF HT-COPIES(WS-HIST-IDX) > 1
                   MOVE 'DUPLICATE HISTORY RECORDS' TO DCL-MESSAGE
                   MOVE SPACES TO DCL-MASTER-VALUE
                   MOVE HT-COPIES(WS-HIST-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-OTHER-VALUE
                   ADD 1 TO WS-COUNT-DIFF-COUNT
                   PERFORM 340-PRINT-DISCREPANCY
               END-IF
               IF HT-STUDENT-COUNT(WS-HIST-IDX) NOT = CC-STUDENT-COUNT
                   MOVE 'HISTORY STUDENT COUNT' TO DCL-MESSAGE
                   MOVE CC-STUDENT-COUNT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-STUDENT-COUNT(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
               IF HT-COUNT-A(WS-HIST-IDX) NOT = CC-COUNT-A
                   MOVE 'HISTORY COUNT OF A GRADES' TO DCL-MESSAGE
                   MOVE CC-COUNT-A TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-COUNT-A(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
               IF HT-COUNT-B(WS-HIST-IDX) NOT = CC-COUNT-B
                   MOVE 'HISTORY COUNT OF B GRADES' TO DCL-MESSAGE
                   MOVE CC-COUNT-B TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-COUNT-B(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
               IF HT-COUNT-C(WS-HIST-IDX) NOT = CC-COUNT-C
                   MOVE 'HISTORY COUNT OF C GRADES' TO DCL-MESSAGE
                   MOVE CC-COUNT-C TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-COUNT-C(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
               IF HT-COUNT-D(WS-HIST-IDX) NOT = CC-COUNT-D
                   MOVE 'HISTORY COUNT OF D GRADES' TO DCL-MESSAGE
                   MOVE CC-COUNT-D TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-COUNT-D(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
               IF HT-COUNT-F(WS-HIST-IDX) NOT = CC-COUNT-F
                   MOVE 'HISTORY COUNT OF F GRADES' TO DCL-MESSAGE
                   MOVE CC-COUNT-F TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
                   MOVE HT-COUNT-F(WS-HIST-IDX) TO WS-EDIT-COUNT
                   PERFORM 325-PRINT-COUNT-LINE
               END-IF
           END-IF
       .

       325-PRINT-COUNT-LINE.

           MOVE WS-EDIT-COUNT TO DCL-OTHER-VALUE
           ADD 1 TO WS-COUNT-DIFF-COUNT
           PERFORM 340-PRINT-DISCREPANCY
       .

      *
      *    A HISTORY RECORD FOR A CLASS THE MASTER HAS NO ROWS FOR
      *    THIS TERM.
       330-LIST-UNMATCHED-HISTORY.

           MOVE HT-CLASS-KEY(WS-HISTORY-SUB) TO WS-PREV-CLASS-KEY
           MOVE 'N' TO WS-CLASS-HDR-SWITCH

           MOVE 'COUNTS' TO DCL-CHECK
           MOVE SPACES TO DCL-STUDENT-ID
           MOVE SPACES TO DCL-SOURCE
           MOVE 'NO MASTER ROWS FOR CLASS' TO DCL-MESSAGE
           MOVE 0 TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO DCL-MASTER-VALUE
           MOVE HT-STUDENT-COUNT(WS-HISTORY-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO DCL-OTHER-VALUE
           ADD 1 TO WS-COUNT-DIFF-COUNT
           PERFORM 340-PRINT-DISCREPANCY
       .

      *
      *    THE CLASS HEADER GOES OUT WITH THE CLASS'S FIRST
      *    DISCREPANCY, SO A CLASS IN BALANCE PRINTS NOTHING.
       340-PRINT-DISCREPANCY.

           IF NOT CLASS-HDR-PRINTED
               MOVE 'Y' TO WS-CLASS-HDR-SWITCH
               MOVE WS-PREV-DEPT-CODE TO CHL-DEPT-CODE
               MOVE WS-PREV-CLASS-CODE TO CHL-CLASS-CODE
               MOVE 2 TO PROPER-SPACING
               MOVE CLASS-HEADER-LINE TO RECON-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           MOVE DISCREPANCY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE
       .

       200-WRITE-A-LINE.

           WRITE RECON-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

      *
      *    ANY DISCREPANCY AT ALL HOLDS THE TERM OPEN.
       700-FINAL-ROUTINE.

           MOVE 'MASTER ROWS FOR TERM' TO SL-LABEL
           MOVE WS-MASTER-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'HISTORY CLASSES FOR TERM' TO SL-LABEL
           MOVE WS-HISTORY-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'POSTINGS ON STUDENTPLG' TO SL-LABEL
           MOVE WS-POSTING-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'RE-SUBMITS ON STUDENTRLG' TO SL-LABEL
           MOVE WS-RSB-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'AMENDMENTS ON STUDENTILG' TO SL-LABEL
           MOVE WS-IAM-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'AMENDMENTS ON STUDENTALG' TO SL-LABEL
           MOVE WS-AMD-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'HISTORY COUNT DISCREPANCIES' TO SL-LABEL
           MOVE WS-COUNT-DIFF-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'ROWS WITH NO ACCEPTED POSTING' TO SL-LABEL
           MOVE WS-UNPOSTED-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'LAST GRADE SENT DISAGREES' TO SL-LABEL
           MOVE WS-GRADE-DIFF-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           IF WS-COUNT-DIFF-COUNT = 0
              AND WS-UNPOSTED-COUNT = 0
              AND WS-GRADE-DIFF-COUNT = 0
               MOVE 'BOOKS IN BALANCE - TERM MAY BE CLOSED'
                   TO BL-MESSAGE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'BOOKS OUT OF BALANCE - TERM MUST NOT BE CLOSED'
                   TO BL-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE BALANCE-LINE TO RECON-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE STUDENT-MASTER-FILE
                 TERM-HISTORY-FILE
                 PENDING-FILE
                 POSTING-LOG-FILE
                 ACKNOWLEDGMENT-FILE
                 RESUBMIT-LOG-FILE
                 INC-AMENDMENT-LOG-FILE
                 AMENDMENT-LOG-FILE
                 RECON-REPORT-FILE
            STOP RUN
            .
