      *
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO PRINTER "ADVAUDIT".
      *
      *    THE BANK OF FIVE COPIES ADVISOR.TXT IS SAVED TO BEFORE THIS
      *    RUN REWRITES IT.  BACKUP.CAT SAYS WHICH GENERATION EACH COPY
      *    HOLDS.
           SELECT DIRECTORY-GEN-FILE-1
               ASSIGN TO "ADVISOR.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIRECTORY-GEN-FILE-2
               ASSIGN TO "ADVISOR.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIRECTORY-GEN-FILE-3
               ASSIGN TO "ADVISOR.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIRECTORY-GEN-FILE-4
               ASSIGN TO "ADVISOR.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIRECTORY-GEN-FILE-5
               ASSIGN TO "ADVISOR.G5"
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
       01  AUDIT-RECORD                      PIC X(80).

      *
       FD  DIRECTORY-GEN-FILE-1
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  DIRECTORY-GEN-RECORD-1            PIC X(34).

      *
       FD  DIRECTORY-GEN-FILE-2
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  DIRECTORY-GEN-RECORD-2            PIC X(34).

      *
       FD  DIRECTORY-GEN-FILE-3
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  DIRECTORY-GEN-RECORD-3            PIC X(34).

      *
       FD  DIRECTORY-GEN-FILE-4
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  DIRECTORY-GEN-RECORD-4            PIC X(34).

      *
       FD  DIRECTORY-GEN-FILE-5
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  DIRECTORY-GEN-RECORD-5            PIC X(34).

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
               88  TRANS-VALID                         VALUE 'Y'.
           05  WS-DIR-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  DIRECTORY-OVERFLOW                  VALUE 'Y'.
           05  WS-BKP-CTL-EOF              PIC X       VALUE 'N'.
           05  WS-CATALOG-EOF              PIC X       VALUE 'N'.
           05  WS-BKP-COPY-EOF             PIC X       VALUE 'N'.
           05  WS-CAT-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  CATALOG-OVERFLOW                    VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC S9      VALUE +1.
           05  WS-STAGED-COUNT              PIC S9(5)    VALUE +0.
           05  WS-WRITTEN-COUNT             PIC S9(5)    VALUE +0.
           05  WS-REJECT-REASON             PIC X(26)    VALUE SPACES.
      *
      *    THE GENERATION OF A FILE SAVED BEFORE THIS RUN REWRITES
      *    IT.  EACH FILE HAS A FIXED BANK OF FIVE COPIES, AND
      *    BACKUP.CAT SAYS WHICH GENERATION EACH COPY HOLDS.
       01  BACKUP-WORK-FIELDS.
           05  WS-BKP-PROGRAM-ID            PIC X(8)     VALUE
                                                      'ADVMAINT'.
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
           05  ENL-ADVISOR-NAME            PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  ENL-MAIL-STOP               PIC X(5).
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
           05                              PIC X(47)   VALUE
                  'DIRECTORY LIMIT REACHED - RUN ABORTED, NO MAINT'.
      *
       01  CATALOG-ABORT-LINE.
           05                              PIC X(47)   VALUE
                  'BACKUP CATALOG FULL - RUN ABORTED, NO MAINT'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

      *    THE DIRECTORY IS SAVED BEFORE ANY TRANSACTION APPLIES, SO
      *    A BAD BATCH CAN BE PUT BACK WITH GENRESTR.  WITH NO
      *    GENERATION SAVED, NOTHING IS APPLIED.
           PERFORM 900-BACKUP-DIRECTORY-FILE
           IF CATALOG-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 100-PROCESS-TRANSACTIONS
           PERFORM 500-REWRITE-DIRECTORY
           PERFORM 700-FINAL-ROUTINE
       25-TABLE-LIMIT-ABORT.

           MOVE 2 TO PROPER-SPACING
           IF CATALOG-OVERFLOW
               MOVE CATALOG-ABORT-LINE TO AUDIT-RECORD
           ELSE
               MOVE ABORT-LINE TO AUDIT-RECORD
           END-IF
           PERFORM 200-WRITE-A-LINE

           CLOSE TRANSACTION-FILE
                 AUDIT-REPORT-FILE
            STOP RUN
            .

      *
      *    SAVE ADVISOR.TXT AS ITS NEXT GENERATION BEFORE THE
      *    MAINTENANCE REWRITES IT.
       900-BACKUP-DIRECTORY-FILE.

           MOVE 'ADVISOR.TXT' TO WS-BKP-FILE-NAME
           PERFORM 910-PREPARE-GENERATION
           IF NOT CATALOG-OVERFLOW
               PERFORM 940-COPY-DIRECTORY-FILE
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
      *    ADVISOR.TXT, RECORD FOR RECORD, TO THE COPY CHOSEN FOR THE
      *    NEW GENERATION.
       940-COPY-DIRECTORY-FILE.

           MOVE 0 TO WS-BKP-RECORD-COUNT
           MOVE 'N' TO WS-BKP-COPY-EOF
           PERFORM 941-OPEN-DIRECTORY-COPY
           OPEN INPUT ADVISOR-FILE
           PERFORM UNTIL WS-BKP-COPY-EOF = 'Y'
               READ ADVISOR-FILE
                   AT END
                       MOVE 'Y' TO WS-BKP-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-BKP-RECORD-COUNT
                       PERFORM 942-WRITE-DIRECTORY-COPY
               END-READ
           END-PERFORM
           CLOSE ADVISOR-FILE
           PERFORM 943-CLOSE-DIRECTORY-COPY
       .

       941-OPEN-DIRECTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   OPEN OUTPUT DIRECTORY-GEN-FILE-1
               WHEN 2
                   OPEN OUTPUT DIRECTORY-GEN-FILE-2
               WHEN 3
                   OPEN OUTPUT DIRECTORY-GEN-FILE-3
               WHEN 4
                   OPEN OUTPUT DIRECTORY-GEN-FILE-4
               WHEN 5
                   OPEN OUTPUT DIRECTORY-GEN-FILE-5
           END-EVALUATE
       .

       942-WRITE-DIRECTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   WRITE DIRECTORY-GEN-RECORD-1 FROM ADVISOR-RECORD
               WHEN 2
                   WRITE DIRECTORY-GEN-RECORD-2 FROM ADVISOR-RECORD
               WHEN 3
                   WRITE DIRECTORY-GEN-RECORD-3 FROM ADVISOR-RECORD
               WHEN 4
                   WRITE DIRECTORY-GEN-RECORD-4 FROM ADVISOR-RECORD
               WHEN 5
                   WRITE DIRECTORY-GEN-RECORD-5 FROM ADVISOR-RECORD
           END-EVALUATE
       .

       943-CLOSE-DIRECTORY-COPY.

           EVALUATE WS-BKP-SLOT-NO
               WHEN 1
                   CLOSE DIRECTORY-GEN-FILE-1
               WHEN 2
                   CLOSE DIRECTORY-GEN-FILE-2
               WHEN 3
                   CLOSE DIRECTORY-GEN-FILE-3
               WHEN 4
                   CLOSE DIRECTORY-GEN-FILE-4
               WHEN 5
                   CLOSE DIRECTORY-GEN-FILE-5
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
           MOVE BACKUP-LINE TO AUDIT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
