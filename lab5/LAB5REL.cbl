       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GRDREL.
       AUTHOR.         GARRETT BURNS.
      *
      *                    CERTIFIED GRADE RELEASE
      *
      *    THIS PROGRAM RELEASES FINAL GRADES TO THE REGISTRAR ONE
      *    CLASS AT A TIME, AND ONLY ONCE THE CLASS'S INSTRUCTOR HAS
      *    SIGNED ITS PAGE OF THE CERTIFICATION ROSTER.  BKBRK
      *    STAGES EVERY FINAL GRADE ON STUDENTPND INSTEAD OF SENDING
      *    IT; THE CERTIFICATION FILE SAYS WHICH DEPT/CLASS RESULTS
      *    THE INSTRUCTORS HAVE APPROVED.  EACH RUN BUILDS THE
      *    STUDENTPST BATCH -- HEADER, SEQUENCE-NUMBERED POSTINGS,
      *    AND A TRAILER WITH COUNT AND GRADE-POINT HASH -- FROM THE
      *    CERTIFIED CLASSES, AND PUTS THE REST BACK ON STUDENTPND
      *    TO WAIT FOR THE NEXT RELEASE.
      *
      *    EVERY BATCH IS ALSO ADDED TO THE END OF THE POSTING LOG,
      *    STUDENTPLG, SO THE BATCHES OF EARLIER RELEASES SURVIVE
      *    FOR TERMRECN AFTER STUDENTPST IS REPLACED.  A RELEASE IS
      *    REFUSED, WITH STUDENTPND UNTOUCHED, WHILE THE BATCH STILL
      *    ON STUDENTPST HAS NO ACKNOWLEDGMENT ON THE RETURN FILE --
      *    OTHERWISE ITS REJECTIONS COULD NEVER REACH ACKRECON.
      *
      *    THE RELEASE IS A STEP ON THE CYCLE LEDGER, AFTER BKBRK
      *    AND BEFORE ACKRECON.  IT IS REFUSED UNTIL BKBRK HAS ENDED
      *    CLEANLY FOR THE CYCLE, AND MAY RUN AS OFTEN AS THE
      *    CERTIFICATIONS COME IN; ITS LATEST RUN IS WHERE IT STANDS.
      *
      *    EACH RELEASED GRADE IS TAKEN FROM THE STUDENT MASTER AS
      *    IT STANDS AT RELEASE, SO A CORRECTION GRADECHG OR
      *    INCTRACK MADE WHILE THE CLASS WAS HELD GOES OUT IN THE
      *    FIRST POSTING INSTEAD OF AS AN AMENDMENT BEHIND IT.
      *
      *    THE REGISTER LISTS THE CLASSES RELEASED AND WHO CERTIFIED
      *    THEM, THE GRADES THE MASTER CHANGED, THE OUTSTANDING
      *    CERTIFICATIONS STILL HELD, AND ANY CERTIFICATION THAT
      *    MATCHED NOTHING WAITING TO GO.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    THE GRADES BKBRK STAGED, PLUS WHATEVER EARLIER RELEASES
      *    HELD BACK.  READ WHOLE, THEN REWRITTEN WITH WHAT IS STILL
      *    HELD.  OPTIONAL SO A RELEASE WITH NOTHING STAGED STILL
      *    PRINTS ITS REGISTER.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "STUDENTPND"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE RECORD PER SIGNED ROSTER PAGE.  OPTIONAL -- WITH NO
      *    CERTIFICATIONS IN, EVERY CLASS IS HELD.
           SELECT OPTIONAL CERTIFICATION-FILE
               ASSIGN TO "CERTIFY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    READ BY KEY FOR THE GRADE AS IT STANDS AT RELEASE.
      *    OPTIONAL SO A SITE WITH NO MASTER YET RELEASES THE
      *    STAGED GRADES AS THEY ARE.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
      *    THE REGISTRAR'S GRADE-POSTING INTERFACE.  READ FIRST FOR
      *    THE LAST BATCH SENT, THEN OPENED FOR OUTPUT ONLY WHEN A
      *    CLASS IS ACTUALLY RELEASED, SO A RUN THAT RELEASES
      *    NOTHING LEAVES THE LAST BATCH IN PLACE FOR ACKRECON.
      *    OPTIONAL SO THE FIRST RELEASE EVER CAN RUN.
           SELECT OPTIONAL STUDENT-POSTING-FILE
               ASSIGN TO "STUDENTPST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY BATCH EVER RELEASED, ONE AFTER ANOTHER, EACH WITH
      *    ITS OWN HEADER AND TRAILER.  OPENED EXTEND ALONGSIDE
      *    STUDENTPST; OPTIONAL -- THE FIRST RELEASE CREATES IT.
           SELECT OPTIONAL POSTING-LOG-FILE
               ASSIGN TO "STUDENTPLG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE REGISTRAR'S RETURN FILE, READ ONLY TO SEE WHETHER
      *    THE LAST BATCH SENT HAS BEEN ACKNOWLEDGED.
           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
               ASSIGN TO "ACKFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RELEASE-REPORT-FILE
               ASSIGN TO PRINTER "GRDREL".
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
       FD  PENDING-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  PENDING-RECORD.
           05  PN-POSTING-IMAGE               PIC X(60).
           05  PN-RUN-DATE                    PIC 9(6).

      *
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 41 CHARACTERS.
      *
       01  CERTIFICATION-RECORD.
           05  CF-DEPT-CODE                   PIC X(4).
           05  CF-CLASS-CODE                  PIC X(5).
      *    YYMMDD OF THE TERM RUN CERTIFIED.  ZERO OR BLANK
      *    CERTIFIES WHATEVER OF THE CLASS IS WAITING FROM A TERM
      *    RUN ON OR BEFORE THE DATE THE ROSTER WAS SIGNED.
           05  CF-RUN-DATE                    PIC X(6).
           05  CF-RUN-DATE-N REDEFINES CF-RUN-DATE
                                              PIC 9(6).
           05  CF-APPROVER                    PIC X(20).
      *    YYMMDD THE ROSTER WAS SIGNED.
           05  CF-CERT-DATE                   PIC 9(6).

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
       FD  STUDENT-POSTING-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  POSTING-RECORD                    PIC X(60).
      *
      *    THE HEADER AS READ BACK FOR THE LAST BATCH NUMBER SENT.
       01  POSTING-IN-HEADER.
           05  PI-REC-TYPE                    PIC X.
           05  PI-BATCH-NO                    PIC 9(6).
           05                                 PIC X(53).

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
       FD  RELEASE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELEASE-RECORD                    PIC X(80).

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
       01  FLAGS-N-SWITCHES.
           05  WS-PND-EOF                  PIC X       VALUE 'N'.
           05  WS-CERT-EOF                 PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-OVERFLOW-SWITCH          PIC X       VALUE 'N'.
               88  TABLE-OVERFLOW                      VALUE 'Y'.
           05  WS-PST-OPEN-SWITCH          PIC X       VALUE 'N'.
               88  POSTING-FILE-OPEN                   VALUE 'Y'.
           05  WS-REL-HDR-SWITCH           PIC X       VALUE 'N'.
               88  REL-HDR-PRINTED                     VALUE 'Y'.
           05  WS-UNM-HDR-SWITCH           PIC X       VALUE 'N'.
               88  UNM-HDR-PRINTED                     VALUE 'Y'.
           05  WS-CLASS-FOUND-SWITCH       PIC X       VALUE 'N'.
               88  CLASS-FOUND                         VALUE 'Y'.
           05  WS-PST-EOF                  PIC X       VALUE 'N'.
           05  WS-ACK-EOF                  PIC X       VALUE 'N'.
           05  WS-PRIOR-ACK-SWITCH         PIC X       VALUE 'Y'.
               88  PRIOR-BATCH-ACKNOWLEDGED            VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X       VALUE 'N'.
           05  WS-REFUSE-SWITCH            PIC X       VALUE 'N'.
               88  RUN-REFUSED                         VALUE 'Y'.
           05  WS-RUN-PARM-EOF             PIC X       VALUE 'N'.
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
      *    THIS STEP'S ENTRIES IN THE CYCLE LEDGER.  THE TWO COUNTS
      *    ARE THE ONES AN OPERATOR LOOKS AT FIRST FOR THIS STEP.
       01  CYCLE-LEDGER-FIELDS.
           05  WS-CYCLE-DATE               PIC 9(6)    VALUE 0.
           05  WS-LEDGER-PROGRAM-ID        PIC X(8)    VALUE 'LAB5REL'.
           05  WS-LEDGER-EVENT             PIC X       VALUE SPACE.
           05  WS-LEDGER-MODE              PIC X       VALUE SPACE.
           05  WS-LEDGER-RC                PIC 9(4)    VALUE 0.
           05  WS-LEDGER-LABEL-1           PIC X(8)    VALUE 'CLASSES'.
           05  WS-LEDGER-COUNT-1           PIC 9(7)    VALUE 0.
           05  WS-LEDGER-LABEL-2           PIC X(8)    VALUE 'POSTINGS'.
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
      *    EVERY STAGED POSTING, WITH THE CLASS IT BELONGS TO.  THE
      *    WHOLE FILE IS TABLED SO THE HELD ROWS CAN BE WRITTEN BACK
      *    OVER IT.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 5000 TIMES.
               10  PG-IMAGE                    PIC X(60).
               10  PG-RUN-DATE                 PIC 9(6).
               10  PG-CLASS-IDX                PIC S9(4).
      *
      *    ONE ENTRY PER DEPT/CLASS/TERM WAITING ON STUDENTPND, IN
      *    THE ORDER THEY FIRST APPEAR.  RC-CERT-IDX POINTS AT THE
      *    CERTIFICATION THAT RELEASES IT, ZERO WHILE IT IS HELD.
       01  RELEASE-CLASS-TABLE.
           05  RELEASE-CLASS OCCURS 500 TIMES.
               10  RC-DEPT-CODE                PIC X(4).
               10  RC-CLASS-CODE               PIC X(5).
               10  RC-RUN-DATE                 PIC 9(6).
               10  RC-POSTING-COUNT            PIC S9(5).
               10  RC-CERT-IDX                 PIC S9(4).
      *
       01  CERTIFICATION-TABLE.
           05  CERTIFICATION-ENTRY OCCURS 500 TIMES.
               10  CT-DEPT-CODE                PIC X(4).
               10  CT-CLASS-CODE               PIC X(5).
               10  CT-RUN-DATE                 PIC 9(6).
               10  CT-APPROVER                 PIC X(20).
               10  CT-CERT-DATE                PIC 9(6).
               10  CT-USED-SWITCH              PIC X.
      *
       01  RELEASE-WORK-FIELDS.
           05  WS-PENDING-COUNT             PIC S9(4)    VALUE 0.
           05  WS-PENDING-SUB               PIC S9(4)    VALUE 0.
           05  WS-CLASS-COUNT               PIC S9(4)    VALUE 0.
           05  WS-CLASS-SUB                 PIC S9(4)    VALUE 0.
           05  WS-CLASS-IDX                 PIC S9(4)    VALUE 0.
           05  WS-CERT-COUNT                PIC S9(4)    VALUE 0.
           05  WS-CERT-SUB                  PIC S9(4)    VALUE 0.
           05  WS-PST-SEQ-NO                PIC S9(7)    VALUE +0.
           05  WS-PST-HASH                  PIC S9(8)V9  VALUE +0.
           05  WS-CLASSES-RELEASED          PIC S9(5)    VALUE +0.
           05  WS-CLASSES-HELD              PIC S9(5)    VALUE +0.
           05  WS-POSTINGS-HELD             PIC S9(5)    VALUE +0.
           05  WS-MASTER-CHANGED            PIC S9(5)    VALUE +0.
           05  WS-CERT-UNMATCHED            PIC S9(5)    VALUE +0.
           05  WS-OLD-GRADE                 PIC X.
           05  WS-OLD-MODIFIER              PIC X.
      *    THE BATCH STILL ON STUDENTPST, ZERO IF THERE IS NONE,
      *    AND THE NUMBER THIS RELEASE'S BATCH WILL CARRY.
           05  WS-PRIOR-BATCH-NO            PIC 9(6)     VALUE 0.
           05  WS-BATCH-NO                  PIC 9(6)     VALUE 0.
      *
      *    THE POSTING ENVELOPE AND DETAIL, LAID OUT EXACTLY AS
      *    BKBRK STAGES THEM.
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
                                           'GRADE RELEASE REGISTER'.
           05                              PIC X(8)  VALUE 'REL'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  RELEASED-HEADER-LINE.
           05                              PIC X(40)   VALUE
                        'CLASSES RELEASED TO THE REGISTRAR'.
      *
       01  HELD-HEADER-LINE.
           05                              PIC X(50)   VALUE
                'OUTSTANDING CERTIFICATIONS - HELD FOR NEXT RELEASE'.
      *
       01  UNMATCHED-HEADER-LINE.
           05                              PIC X(50)   VALUE
                'CERTIFICATIONS MATCHING NO PENDING CLASS'.
      *
       01  CLASS-COLUMN-LINE.
           05                              PIC X(5)    VALUE SPACES.
           05                              PIC X(6)    VALUE 'DEPT'.
           05                              PIC X(7)    VALUE 'CLASS'.
           05                              PIC X(10)   VALUE 'RUN DATE'.
           05                              PIC X(9)    VALUE 'GRADES'.
           05                              PIC X(22)   VALUE
                                           'CERTIFIED BY'.
           05                              PIC X(6)    VALUE 'ON'.
      *
       01  CLASS-LINE.
           05                              PIC X(5)    VALUE SPACES.
           05  CL-DEPT-CODE                PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  CL-CLASS-CODE               PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  CL-RUN-DATE                 PIC 9(6).
           05                              PIC X(4)    VALUE SPACES.
           05  CL-POSTING-COUNT            PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  CL-APPROVER                 PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  CL-CERT-DATE                PIC X(6).
      *
       01  CHANGED-LINE.
           05                              PIC X(11)   VALUE SPACES.
           05                              PIC X(16)   VALUE
                                           'MASTER GRADE  '.
           05  CHL-SEQ-NO                  PIC 9(7).
           05                              PIC X(2)    VALUE SPACES.
           05  CHL-STUDENT-ID              PIC X(7).
           05                              PIC X(2)    VALUE SPACES.
           05  CHL-NAME                    PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  CHL-OLD-GRADE               PIC X.
           05  CHL-OLD-MODIFIER            PIC X.
           05                              PIC X(4)    VALUE ' TO '.
           05  CHL-NEW-GRADE               PIC X.
           05  CHL-NEW-MODIFIER            PIC X.
      *
       01  NONE-LINE.
           05                              PIC X(5)    VALUE SPACES.
           05  NL-MESSAGE                  PIC X(40).
      *
       01  ABORT-LINE.
           05                              PIC X(52)   VALUE
               'RELEASE TABLE LIMIT REACHED - RUN ABORTED, NO BATCH'.
      *
       01  PRIOR-REFUSAL-LINE.
           05                              PIC X(12)   VALUE
                                           'PRIOR BATCH '.
           05  PRL-BATCH-NO                PIC 9(6).
           05                              PIC X(40)   VALUE
               ' NOT ACKNOWLEDGED - RELEASE REFUSED'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-RELEASE-GRADES.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 32-CHECK-PRIOR-BATCH

      *    A NEW BATCH WOULD REPLACE ONE THE REGISTRAR HAS NOT YET
      *    ANSWERED, AND ITS REJECTIONS WOULD NEVER BE RE-SUBMITTED.
           IF NOT PRIOR-BATCH-ACKNOWLEDGED
               PERFORM 26-PRIOR-BATCH-REFUSAL
           END-IF

           PERFORM 30-LOAD-CERTIFICATIONS
           PERFORM 35-LOAD-PENDING-TABLE

      *    WHAT CANNOT BE TABLED CANNOT BE WRITTEN BACK -- THE
      *    OVERFLOW WOULD VANISH FROM STUDENTPND WITHOUT EVER
      *    REACHING THE REGISTRAR.  STOP WITH STUDENTPND UNTOUCHED
      *    AND A NON-ZERO RETURN CODE INSTEAD.
           IF TABLE-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 100-MATCH-CERTIFICATIONS
           PERFORM 200-RELEASE-CERTIFIED-CLASSES
           PERFORM 300-REWRITE-PENDING-FILE
           PERFORM 400-REPORT-OUTSTANDING
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE

           PERFORM 805-READ-CYCLE-DATE
           PERFORM 800-CHECK-CYCLE-LEDGER

           OPEN INPUT PENDING-FILE
                      CERTIFICATION-FILE
                      STUDENT-MASTER-FILE
           OPEN OUTPUT RELEASE-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE RELEASE-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
       .

      *
      *    A BLANK OR NON-NUMERIC RUN DATE IS TABLED AS ZERO, WHICH
      *    MATCHES ANY TERM OF THE CLASS.
       30-LOAD-CERTIFICATIONS.

           PERFORM UNTIL WS-CERT-EOF = 'Y'
               READ CERTIFICATION-FILE
                   AT END
                       MOVE 'Y' TO WS-CERT-EOF
                   NOT AT END
                       IF WS-CERT-COUNT < 500
                           ADD 1 TO WS-CERT-COUNT
                           MOVE CF-DEPT-CODE
                               TO CT-DEPT-CODE(WS-CERT-COUNT)
                           MOVE CF-CLASS-CODE
                               TO CT-CLASS-CODE(WS-CERT-COUNT)
                           IF CF-RUN-DATE NUMERIC
                               MOVE CF-RUN-DATE-N
                                   TO CT-RUN-DATE(WS-CERT-COUNT)
                           ELSE
                               MOVE 0 TO CT-RUN-DATE(WS-CERT-COUNT)
                           END-IF
                           MOVE CF-APPROVER
                               TO CT-APPROVER(WS-CERT-COUNT)
                           MOVE CF-CERT-DATE
                               TO CT-CERT-DATE(WS-CERT-COUNT)
                           MOVE 'N' TO CT-USED-SWITCH(WS-CERT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
               END-READ
           END-PERFORM
       .

      *
      *    THE HEADER ON STUDENTPST GIVES THE LAST BATCH SENT.  IT
      *    COUNTS AS ACKNOWLEDGED ONCE THE RETURN FILE QUOTES ITS
      *    BATCH NUMBER AT ALL -- POSTINGS THE REGISTRAR LEFT OUT
      *    ARE ACKRECON'S TO RE-SUBMIT.  THE NEW BATCH NUMBER IS
      *    TODAY'S DATE, OR ONE PAST THE LAST BATCH WHEN THAT IS
      *    NOT EARLIER, SO A SECOND RELEASE IN A DAY STILL GETS A
      *    NUMBER OF ITS OWN ON THE POSTING LOG.
       32-CHECK-PRIOR-BATCH.

           OPEN INPUT STUDENT-POSTING-FILE
           PERFORM UNTIL WS-PST-EOF = 'Y'
               READ STUDENT-POSTING-FILE
                   AT END
                       MOVE 'Y' TO WS-PST-EOF
                   NOT AT END
                       IF PI-REC-TYPE = 'H'
                           MOVE PI-BATCH-NO TO WS-PRIOR-BATCH-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-POSTING-FILE

           IF WS-PRIOR-BATCH-NO > 0
               MOVE 'N' TO WS-PRIOR-ACK-SWITCH
               OPEN INPUT ACKNOWLEDGMENT-FILE
               PERFORM UNTIL WS-ACK-EOF = 'Y'
                             OR PRIOR-BATCH-ACKNOWLEDGED
                   READ ACKNOWLEDGMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ACK-EOF
                       NOT AT END
                           IF AK-BATCH-NO = WS-PRIOR-BATCH-NO
                               MOVE 'Y' TO WS-PRIOR-ACK-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKNOWLEDGMENT-FILE
           END-IF

           MOVE WS-CURRENT-DATE TO WS-BATCH-NO
           IF WS-PRIOR-BATCH-NO NOT < WS-BATCH-NO
               ADD 1 TO WS-PRIOR-BATCH-NO GIVING WS-BATCH-NO
           END-IF
       .

       35-LOAD-PENDING-TABLE.

           PERFORM UNTIL WS-PND-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PND-EOF
                   NOT AT END
                       IF WS-PENDING-COUNT < 5000
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE PN-POSTING-IMAGE
                               TO PG-IMAGE(WS-PENDING-COUNT)
                           MOVE PN-RUN-DATE
                               TO PG-RUN-DATE(WS-PENDING-COUNT)
                           PERFORM 36-FIND-PENDING-CLASS
                           MOVE WS-CLASS-IDX
                               TO PG-CLASS-IDX(WS-PENDING-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
       .

      *
      *    FIND THE POSTING'S DEPT/CLASS/TERM, OR OPEN AN ENTRY FOR
      *    IT.
       36-FIND-PENDING-CLASS.

           MOVE PN-POSTING-IMAGE TO POSTING-DETAIL-LINE
           MOVE 'N' TO WS-CLASS-FOUND-SWITCH
           MOVE 0 TO WS-CLASS-IDX

           MOVE 1 TO WS-CLASS-SUB
           PERFORM UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                         OR CLASS-FOUND
               IF RC-DEPT-CODE(WS-CLASS-SUB) = PD-DEPT-CODE
                  AND RC-CLASS-CODE(WS-CLASS-SUB) = PD-CLASS-CODE
                  AND RC-RUN-DATE(WS-CLASS-SUB) = PN-RUN-DATE
                   MOVE 'Y' TO WS-CLASS-FOUND-SWITCH
                   MOVE WS-CLASS-SUB TO WS-CLASS-IDX
               END-IF
               ADD 1 TO WS-CLASS-SUB
           END-PERFORM

           IF NOT CLASS-FOUND
               IF WS-CLASS-COUNT < 500
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE WS-CLASS-COUNT TO WS-CLASS-IDX
                   MOVE PD-DEPT-CODE TO RC-DEPT-CODE(WS-CLASS-IDX)
                   MOVE PD-CLASS-CODE TO RC-CLASS-CODE(WS-CLASS-IDX)
                   MOVE PN-RUN-DATE TO RC-RUN-DATE(WS-CLASS-IDX)
                   MOVE 0 TO RC-POSTING-COUNT(WS-CLASS-IDX)
                   MOVE 0 TO RC-CERT-IDX(WS-CLASS-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   MOVE 1 TO WS-CLASS-IDX
               END-IF
           END-IF

           ADD 1 TO RC-POSTING-COUNT(WS-CLASS-IDX)
       .

       25-TABLE-LIMIT-ABORT.

           MOVE 2 TO PROPER-SPACING
           MOVE ABORT-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           CLOSE CERTIFICATION-FILE
                 STUDENT-MASTER-FILE
                 RELEASE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-CLASSES-RELEASED TO WS-LEDGER-COUNT-1
           MOVE WS-PST-SEQ-NO TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
       .

       26-PRIOR-BATCH-REFUSAL.

           MOVE WS-PRIOR-BATCH-NO TO PRL-BATCH-NO
           MOVE 2 TO PROPER-SPACING
           MOVE PRIOR-REFUSAL-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           CLOSE PENDING-FILE
                 CERTIFICATION-FILE
                 STUDENT-MASTER-FILE
                 RELEASE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           MOVE WS-CLASSES-RELEASED TO WS-LEDGER-COUNT-1
           MOVE WS-PST-SEQ-NO TO WS-LEDGER-COUNT-2
           PERFORM 850-RECORD-LEDGER-END
           STOP RUN
       .

      *
      *    A CLASS IS RELEASED BY THE FIRST CERTIFICATION FOR ITS
      *    DEPT/CLASS WHOSE RUN DATE IS ITS TERM OR IS LEFT OPEN.
      *    AN OPEN CARD ONLY COVERS TERMS RUN BY THE DAY IT WAS
      *    SIGNED, SO A CARD LEFT IN THE DECK CANNOT CERTIFY A
      *    LATER TERM'S ROSTER NOBODY HAS SEEN.
       100-MATCH-CERTIFICATIONS.

           MOVE 1 TO WS-CLASS-SUB
           PERFORM UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               PERFORM 110-FIND-CERTIFICATION
               ADD 1 TO WS-CLASS-SUB
           END-PERFORM
       .

       110-FIND-CERTIFICATION.

           MOVE 1 TO WS-CERT-SUB
           PERFORM UNTIL WS-CERT-SUB > WS-CERT-COUNT
                         OR RC-CERT-IDX(WS-CLASS-SUB) > 0
               IF CT-DEPT-CODE(WS-CERT-SUB) =
                  RC-DEPT-CODE(WS-CLASS-SUB)
                  AND CT-CLASS-CODE(WS-CERT-SUB) =
                      RC-CLASS-CODE(WS-CLASS-SUB)
                  AND ((CT-RUN-DATE(WS-CERT-SUB) = 0
                        AND RC-RUN-DATE(WS-CLASS-SUB) NOT >
                            CT-CERT-DATE(WS-CERT-SUB))
                   OR CT-RUN-DATE(WS-CERT-SUB) =
                      RC-RUN-DATE(WS-CLASS-SUB))
                   MOVE WS-CERT-SUB TO RC-CERT-IDX(WS-CLASS-SUB)
                   MOVE 'Y' TO CT-USED-SWITCH(WS-CERT-SUB)
               END-IF
               ADD 1 TO WS-CERT-SUB
           END-PERFORM
       .

      *
      *    THE BATCH GOES OUT CLASS BY CLASS IN THE ORDER THE
      *    CLASSES WERE STAGED.  BATCH NUMBER IS TODAY'S DATE, THE
      *    SAME CONVENTION ACKRECON'S RE-SUBMIT BATCH USES, UNLESS
      *    THE LAST BATCH ALREADY TOOK IT.  EVERY RECORD GOES TO
      *    STUDENTPST AND TO THE END OF THE POSTING LOG.
       200-RELEASE-CERTIFIED-CLASSES.

           MOVE 1 TO WS-CLASS-SUB
           PERFORM UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               IF RC-CERT-IDX(WS-CLASS-SUB) > 0
                   PERFORM 210-RELEASE-ONE-CLASS
               END-IF
               ADD 1 TO WS-CLASS-SUB
           END-PERFORM

           IF POSTING-FILE-OPEN
               MOVE WS-PST-SEQ-NO TO PT-RECORD-COUNT
               MOVE WS-PST-HASH TO PT-HASH-TOTAL
               MOVE POSTING-TRAILER-LINE TO POSTING-RECORD
               PERFORM 270-WRITE-POSTING
               CLOSE STUDENT-POSTING-FILE
                     POSTING-LOG-FILE
           ELSE
               MOVE 2 TO PROPER-SPACING
               MOVE RELEASED-HEADER-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
               MOVE 'NO CLASS CERTIFIED - NO BATCH WRITTEN'
                   TO NL-MESSAGE
               MOVE NONE-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
           END-IF
       .

       210-RELEASE-ONE-CLASS.

           IF NOT POSTING-FILE-OPEN
               MOVE 'Y' TO WS-PST-OPEN-SWITCH
               OPEN OUTPUT STUDENT-POSTING-FILE
               OPEN EXTEND POSTING-LOG-FILE
               MOVE WS-BATCH-NO TO PH-BATCH-NO
               MOVE WS-CURRENT-DATE TO PH-RUN-DATE
               MOVE POSTING-HEADER-LINE TO POSTING-RECORD
               PERFORM 270-WRITE-POSTING
           END-IF

           IF NOT REL-HDR-PRINTED
               MOVE 'Y' TO WS-REL-HDR-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE RELEASED-HEADER-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
               MOVE CLASS-COLUMN-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           ADD 1 TO WS-CLASSES-RELEASED
           MOVE RC-CERT-IDX(WS-CLASS-SUB) TO WS-CERT-SUB
           PERFORM 260-FORMAT-CLASS-LINE
           MOVE CT-APPROVER(WS-CERT-SUB) TO CL-APPROVER
           MOVE CT-CERT-DATE(WS-CERT-SUB) TO CL-CERT-DATE
           MOVE CLASS-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               IF PG-CLASS-IDX(WS-PENDING-SUB) = WS-CLASS-SUB
                   PERFORM 220-RELEASE-ONE-POSTING
               END-IF
               ADD 1 TO WS-PENDING-SUB
           END-PERFORM
       .

      *
      *    THE MASTER ROW'S GRADE IS THE ONE THAT GOES.  A POSTING
      *    WITH NO MASTER ROW -- A LEGACY BLANK ID -- GOES AS STAGED.
       220-RELEASE-ONE-POSTING.

           MOVE PG-IMAGE(WS-PENDING-SUB) TO POSTING-DETAIL-LINE
           ADD 1 TO WS-PST-SEQ-NO
           MOVE WS-PST-SEQ-NO TO PD-SEQ-NO

           IF PD-STUDENT-ID NOT = SPACES
               MOVE PD-STUDENT-ID TO SM-STUDENT-ID
               MOVE PD-DEPT-CODE TO SM-DEPT-CODE
               MOVE PD-CLASS-CODE TO SM-CLASS-CODE
               MOVE PG-RUN-DATE(WS-PENDING-SUB) TO SM-RUN-DATE
               READ STUDENT-MASTER-FILE
                   KEY IS SM-MASTER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 230-TAKE-MASTER-GRADE
               END-READ
           END-IF

           IF PD-GRADE-POINTS NUMERIC
               ADD PD-GRADE-POINTS TO WS-PST-HASH
           END-IF
           MOVE POSTING-DETAIL-LINE TO POSTING-RECORD
           PERFORM 270-WRITE-POSTING
       .

       230-TAKE-MASTER-GRADE.

           IF SM-GRADE NOT = PD-GRADE
              OR SM-GRADE-MODIFIER NOT = PD-GRADE-MODIFIER
               MOVE PD-GRADE TO WS-OLD-GRADE
               MOVE PD-GRADE-MODIFIER TO WS-OLD-MODIFIER
               MOVE SM-GRADE TO PD-GRADE
               MOVE SM-GRADE-MODIFIER TO PD-GRADE-MODIFIER
               MOVE SM-GRADE-POINTS TO PD-GRADE-POINTS
               ADD 1 TO WS-MASTER-CHANGED
               PERFORM 240-PRINT-CHANGED-LINE
           END-IF
       .

      *
      *    LISTED UNDER ITS CLASS LINE, OLD STAGED GRADE TO THE
      *    MASTER GRADE THAT WENT OUT IN ITS PLACE.
       240-PRINT-CHANGED-LINE.

           MOVE PD-SEQ-NO TO CHL-SEQ-NO
           MOVE PD-STUDENT-ID TO CHL-STUDENT-ID
           MOVE PD-NAME TO CHL-NAME
           MOVE WS-OLD-GRADE TO CHL-OLD-GRADE
           MOVE WS-OLD-MODIFIER TO CHL-OLD-MODIFIER
           MOVE PD-GRADE TO CHL-NEW-GRADE
           MOVE PD-GRADE-MODIFIER TO CHL-NEW-MODIFIER
           MOVE CHANGED-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE
       .

       250-WRITE-A-LINE.

           WRITE RELEASE-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

       260-FORMAT-CLASS-LINE.

           MOVE RC-DEPT-CODE(WS-CLASS-SUB) TO CL-DEPT-CODE
           MOVE RC-CLASS-CODE(WS-CLASS-SUB) TO CL-CLASS-CODE
           MOVE RC-RUN-DATE(WS-CLASS-SUB) TO CL-RUN-DATE
           MOVE RC-POSTING-COUNT(WS-CLASS-SUB) TO CL-POSTING-COUNT
       .

       270-WRITE-POSTING.

           WRITE POSTING-RECORD
           MOVE POSTING-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD
       .

      *
      *    STUDENTPND IS WRITTEN BACK WITH ONLY THE HELD CLASSES'
      *    POSTINGS, IN THEIR ORIGINAL ORDER.
       300-REWRITE-PENDING-FILE.

           OPEN OUTPUT PENDING-FILE

           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               MOVE PG-CLASS-IDX(WS-PENDING-SUB) TO WS-CLASS-SUB
               IF RC-CERT-IDX(WS-CLASS-SUB) = 0
                   MOVE PG-IMAGE(WS-PENDING-SUB) TO PN-POSTING-IMAGE
                   MOVE PG-RUN-DATE(WS-PENDING-SUB) TO PN-RUN-DATE
                   WRITE PENDING-RECORD
                   ADD 1 TO WS-POSTINGS-HELD
               END-IF
               ADD 1 TO WS-PENDING-SUB
           END-PERFORM

           CLOSE PENDING-FILE
       .

      *
      *    THE OUTSTANDING-CERTIFICATIONS LIST STARTS ITS OWN PAGE
      *    SO IT CAN GO STRAIGHT TO THE DEPARTMENTS.
       400-REPORT-OUTSTANDING.

           PERFORM 40-REPORT-HEADING
           MOVE HELD-HEADER-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE
           MOVE CLASS-COLUMN-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 1 TO WS-CLASS-SUB
           PERFORM UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               IF RC-CERT-IDX(WS-CLASS-SUB) = 0
                   ADD 1 TO WS-CLASSES-HELD
                   PERFORM 260-FORMAT-CLASS-LINE
                   MOVE 'NOT CERTIFIED' TO CL-APPROVER
                   MOVE SPACES TO CL-CERT-DATE
                   MOVE CLASS-LINE TO RELEASE-RECORD
                   PERFORM 250-WRITE-A-LINE
               END-IF
               ADD 1 TO WS-CLASS-SUB
           END-PERFORM

           IF WS-CLASSES-HELD = 0
               MOVE 'NONE - EVERY STAGED CLASS RELEASED' TO NL-MESSAGE
               MOVE NONE-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
           END-IF

      *    A CERTIFICATION WITH NOTHING TO RELEASE IS LISTED, NOT
      *    KEPT -- EITHER ITS CLASS WENT OUT ON AN EARLIER RELEASE
      *    OR THE DEPT/CLASS WAS KEYED WRONG.
           MOVE 1 TO WS-CERT-SUB
           PERFORM UNTIL WS-CERT-SUB > WS-CERT-COUNT
               IF CT-USED-SWITCH(WS-CERT-SUB) = 'N'
                   ADD 1 TO WS-CERT-UNMATCHED
                   PERFORM 410-PRINT-UNMATCHED-LINE
               END-IF
               ADD 1 TO WS-CERT-SUB
           END-PERFORM
       .

       410-PRINT-UNMATCHED-LINE.

           IF NOT UNM-HDR-PRINTED
               MOVE 'Y' TO WS-UNM-HDR-SWITCH
               MOVE 2 TO PROPER-SPACING
               MOVE UNMATCHED-HEADER-LINE TO RELEASE-RECORD
               PERFORM 250-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           MOVE CT-DEPT-CODE(WS-CERT-SUB) TO CL-DEPT-CODE
           MOVE CT-CLASS-CODE(WS-CERT-SUB) TO CL-CLASS-CODE
           MOVE CT-RUN-DATE(WS-CERT-SUB) TO CL-RUN-DATE
           MOVE 0 TO CL-POSTING-COUNT
           MOVE CT-APPROVER(WS-CERT-SUB) TO CL-APPROVER
           MOVE CT-CERT-DATE(WS-CERT-SUB) TO CL-CERT-DATE
           MOVE CLASS-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE
       .

       700-FINAL-ROUTINE.

           MOVE 'POSTINGS PENDING AT START' TO SL-LABEL
           MOVE WS-PENDING-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'CLASSES RELEASED' TO SL-LABEL
           MOVE WS-CLASSES-RELEASED TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'POSTINGS RELEASED' TO SL-LABEL
           MOVE WS-PST-SEQ-NO TO SL-VALUE
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'GRADES TAKEN FROM MASTER' TO SL-LABEL
           MOVE WS-MASTER-CHANGED TO SL-VALUE
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'CLASSES HELD' TO SL-LABEL
           MOVE WS-CLASSES-HELD TO SL-VALUE
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'POSTINGS HELD' TO SL-LABEL
           MOVE WS-POSTINGS-HELD TO SL-VALUE
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           MOVE 'CERTIFICATIONS UNMATCHED' TO SL-LABEL
           MOVE WS-CERT-UNMATCHED TO SL-VALUE
           MOVE SUMMARY-LINE TO RELEASE-RECORD
           PERFORM 250-WRITE-A-LINE

           CLOSE CERTIFICATION-FILE
                 STUDENT-MASTER-FILE
                 RELEASE-REPORT-FILE
           MOVE WS-CLASSES-RELEASED TO WS-LEDGER-COUNT-1
           MOVE WS-PST-SEQ-NO TO WS-LEDGER-COUNT-2
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
