       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GENRESTR.
       AUTHOR.         GARRETT BURNS.
      *
      *                    BACKUP GENERATION RESTORE
      *
      *    GRADECHG, HISARCH AND ADVMAINT EACH SAVE A DATED,
      *    NUMBERED GENERATION OF THE FILES THEY REWRITE IN PLACE --
      *    STUDENTMST, STUDENTHIS AND ADVISOR.TXT -- BEFORE THEY
      *    TOUCH THEM, AND CATALOG IT ON BACKUP.CAT.  THIS PROGRAM
      *    LISTS EVERY GENERATION ON THE CATALOG AND, WHEN A
      *    RESTORE CARD NAMES ONE, PUTS THAT GENERATION BACK AS THE
      *    LIVE FILE AND REPORTS THE RECORD COUNTS BEFORE AND AFTER.
      *
      *    WITH NO CARD THE RUN ONLY LISTS.  A CARD NAMING A FILE OR
      *    GENERATION NOT ON THE CATALOG, OR A GENERATION WHOSE COPY
      *    NO LONGER HOLDS THE NUMBER OF RECORDS CATALOGUED FOR IT,
      *    RESTORES NOTHING AND ENDS WITH RETURN CODE 8, AS DOES A
      *    RESTORE THAT DOES NOT END WITH THAT NUMBER ON FILE.
      *
      *    BEFORE ANYTHING IS PUT BACK, THE LIVE FILE AS IT STANDS
      *    IS SAVED AS A NEW GENERATION UNDER THIS PROGRAM'S NAME,
      *    THE SAME WAY THE UPDATE PROGRAMS SAVE IT, SO A RESTORE
      *    OF THE WRONG GENERATION CAN ITSELF BE BACKED OUT.  THE
      *    GENERATION BEING RESTORED IS NEVER DROPPED OR OVERWRITTEN
      *    TO MAKE ROOM.  A LIVE FILE THAT CANNOT BE SAVED AND
      *    CATALOGUED ENDS THE RUN WITH RETURN CODE 8, NOTHING
      *    RESTORED.
      *
      *    GRADECHG SAVES BOTH THE MASTER AND THE HISTORY, SO BACKING
      *    OUT A GRADE-CHANGE BATCH IS TWO RUNS, ONE CARD FOR EACH
      *    FILE, AT THE GENERATIONS THAT RUN SAVED.  THE AMENDMENT
      *    BATCH IT SENT THE REGISTRAR IS NOT RECALLED.  TERMS PUT
      *    BACK ON STUDENTHIS FROM A HISARCH GENERATION ARE ALSO
      *    STILL ON STUDENTARC, WHICH IS NOT TOUCHED HERE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    ONE CARD -- THE FILE AND THE GENERATION TO PUT BACK.
      *    OPTIONAL -- WITH NO CARD THE GENERATIONS ARE LISTED ONLY.
           SELECT OPTIONAL RESTORE-REQUEST-FILE
               ASSIGN TO "RESTORE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    GENERATIONS KEPT, ONE CARD PER FILE, READ FOR THE SAVE
      *    TAKEN BEFORE A RESTORE.  OPTIONAL -- A FILE WITH NO CARD
      *    KEEPS THREE.
           SELECT OPTIONAL BACKUP-CONTROL-FILE
               ASSIGN TO "BACKUP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    OPTIONAL SO A SITE THAT HAS SAVED NOTHING YET GETS AN
      *    EMPTY LIST INSTEAD OF AN ABEND.
           SELECT OPTIONAL BACKUP-CATALOG-FILE
               ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE COPIES THE GENERATIONS ARE HELD IN, FIVE PER FILE.
      *    OPTIONAL -- A COPY THAT HAS GONE MISSING READS EMPTY AND
      *    FAILS THE COUNT CHECK INSTEAD OF ABENDING THE RUN.  THE
      *    LIVE FILE IS SAVED TO ONE OF THEM BEFORE A RESTORE.
           SELECT OPTIONAL MASTER-GEN-FILE-1
               ASSIGN TO "STUDENTMST.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-GEN-FILE-2
               ASSIGN TO "STUDENTMST.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-GEN-FILE-3
               ASSIGN TO "STUDENTMST.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-GEN-FILE-4
               ASSIGN TO "STUDENTMST.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-GEN-FILE-5
               ASSIGN TO "STUDENTMST.G5"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-GEN-FILE-1
               ASSIGN TO "STUDENTHIS.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-GEN-FILE-2
               ASSIGN TO "STUDENTHIS.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-GEN-FILE-3
               ASSIGN TO "STUDENTHIS.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-GEN-FILE-4
               ASSIGN TO "STUDENTHIS.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-GEN-FILE-5
               ASSIGN TO "STUDENTHIS.G5"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIRECTORY-GEN-FILE-1
               ASSIGN TO "ADVISOR.G1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIRECTORY-GEN-FILE-2
               ASSIGN TO "ADVISOR.G2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIRECTORY-GEN-FILE-3
               ASSIGN TO "ADVISOR.G3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIRECTORY-GEN-FILE-4
               ASSIGN TO "ADVISOR.G4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIRECTORY-GEN-FILE-5
               ASSIGN TO "ADVISOR.G5"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    THE LIVE FILES.  EACH IS COUNTED BEFORE AND AFTER, AND
      *    THE ONE RESTORED IS REPLACED WHOLE.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "STUDENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               ALTERNATE RECORD KEY IS SM-CLASS-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO "STUDENTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ADVISOR-FILE
               ASSIGN TO "ADVISOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RESTORE-REPORT-FILE
               ASSIGN TO PRINTER "GENRESTR".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RESTORE-REQUEST-FILE
           RECORD CONTAINS 16 CHARACTERS.
      *
       01  RESTORE-REQUEST-RECORD.
      *    STUDENTMST, STUDENTHIS OR ADVISOR.TXT.
           05  RQ-FILE-NAME                   PIC X(12).
           05  RQ-GENERATION-NO               PIC 9(4).

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
           05                                 PIC X(10).

      *
       FD  TERM-HISTORY-FILE
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  HISTORY-RECORD                    PIC X(43).

      *
       FD  ADVISOR-FILE
           RECORD CONTAINS 34 CHARACTERS.
      *
       01  ADVISOR-RECORD                    PIC X(34).

      *
       FD  RESTORE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RESTORE-REPORT-RECORD             PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-CATALOG-EOF              PIC X       VALUE 'N'.
           05  WS-REQUEST-EOF              PIC X       VALUE 'N'.
           05  WS-COPY-EOF                 PIC X       VALUE 'N'.
           05  WS-LIVE-EOF                 PIC X       VALUE 'N'.
           05  WS-MASTER-STATUS            PIC XX      VALUE SPACES.
           05  WS-CAT-OVFL-SWITCH          PIC X       VALUE 'N'.
               88  CATALOG-OVERFLOW                    VALUE 'Y'.
           05  WS-REQUEST-SWITCH           PIC X       VALUE 'N'.
               88  RESTORE-REQUESTED                   VALUE 'Y'.
           05  WS-BKP-CTL-EOF              PIC X       VALUE 'N'.
           05  WS-BKP-COPY-EOF             PIC X       VALUE 'N'.
           05  WS-SAVE-SWITCH              PIC X       VALUE 'N'.
               88  LIVE-FILE-SAVED                     VALUE 'Y'.
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
      *    THE FILES SAVED THIS WAY, IN THE ORDER THEY ARE LISTED.
      *    THE POSITION OF A FILE HERE PICKS ITS BANK OF COPIES.
       01  FILE-LIST.
           05                              PIC X(12)   VALUE
                                           'STUDENTMST'.
           05                              PIC X(12)   VALUE
                                           'STUDENTHIS'.
           05                              PIC X(12)   VALUE
                                           'ADVISOR.TXT'.
       01  FILE-TABLE REDEFINES FILE-LIST.
           05  FL-FILE-NAME                PIC X(12)   OCCURS 3 TIMES.
      *
      *    BACKUP.CAT AS IT STANDS, IN CATALOG ORDER -- OLDEST
      *    GENERATION FIRST WITHIN EACH FILE.  AN ENTRY DROPPED TO
      *    MAKE ROOM FOR THE SAVE BEFORE A RESTORE STAYS IN THE
      *    TABLE, MARKED, BUT IS LEFT OFF THE REWRITTEN CATALOG.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 100 TIMES.
               10  CT-IMAGE.
                   15  CT-FILE-NAME            PIC X(12).
                   15  CT-GENERATION-NO        PIC 9(4).
                   15  CT-SLOT-NO              PIC 9.
                   15  CT-BACKUP-DATE          PIC 9(6).
                   15  CT-BACKUP-TIME          PIC 9(8).
                   15  CT-PROGRAM-ID           PIC X(8).
                   15  CT-RECORD-COUNT         PIC 9(7).
                   15                          PIC X(4).
               10  CT-DROPPED-SWITCH           PIC X.
      *
       01  TABLE-WORK-FIELDS.
           05  WS-CATALOG-COUNT             PIC S9(3)    VALUE 0.
           05  WS-CATALOG-SUB               PIC S9(3)    VALUE 0.
           05  WS-FILE-SUB                  PIC S9       VALUE 0.
           05  WS-FILE-GEN-COUNT            PIC S9(3)    VALUE 0.
           05  WS-MATCHED-IDX               PIC S9(3)    VALUE 0.
           05  WS-FILE-NO                   PIC 9        VALUE 0.
           05  WS-SLOT-NO                   PIC 9        VALUE 0.
           05  WS-RESTORED-COUNT            PIC S9(3)    VALUE 0.
           05  WS-SAVED-COUNT               PIC S9(3)    VALUE 0.
      *
      *    THE GENERATION OF THE LIVE FILE SAVED BEFORE A RESTORE
      *    REPLACES IT, CHOSEN AS THE UPDATE PROGRAMS CHOOSE THEIRS.
       01  BACKUP-WORK-FIELDS.
           05  WS-BKP-PROGRAM-ID            PIC X(8)     VALUE
                                                      'GENRESTR'.
           05  WS-BKP-FILE-NAME             PIC X(12)    VALUE SPACES.
           05  WS-BKP-KEEP                  PIC S9(2)    VALUE +3.
           05  WS-BKP-LIVE-COUNT            PIC S9(2)    VALUE +0.
           05  WS-BKP-GENERATION-NO         PIC 9(4)     VALUE 0.
           05  WS-BKP-SLOT-NO               PIC 9        VALUE 0.
           05  WS-BKP-RECORD-COUNT          PIC 9(7)     VALUE 0.
           05  WS-BKP-OLDEST-SUB            PIC S9(3)    VALUE 0.
           05  WS-BKP-SLOT-SUB              PIC S9(3)    VALUE 0.
           05  WS-BKP-DROP-COUNT            PIC S9(3)    VALUE 0.
           05  WS-BKP-KEPT-COUNT            PIC S9(3)    VALUE 0.
      *
       01  SLOT-USE-TABLE.
           05  SLOT-IN-USE                 PIC X       OCCURS 5 TIMES.
      *
       01  COUNT-WORK-FIELDS.
           05  WS-LIVE-COUNT                PIC 9(7)     VALUE 0.
           05  WS-BEFORE-COUNT              PIC 9(7)     VALUE 0.
           05  WS-AFTER-COUNT               PIC 9(7)     VALUE 0.
           05  WS-COPY-COUNT                PIC 9(7)     VALUE 0.
           05  WS-DUPLICATE-COUNT           PIC 9(7)     VALUE 0.
      *
      *    ONE RECORD OF A COPY, READ INTO THE WIDEST OF THE THREE
      *    LAYOUTS.
       01  WS-COPY-RECORD                  PIC X(43)   VALUE SPACES.
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
                                           'BACKUP GENERATION RESTORE'.
           05                              PIC X(8)  VALUE 'RST'.
           05                              PIC X(5)  VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  FILE-LINE.
           05                              PIC X(6)  VALUE 'FILE'.
           05  FLL-FILE-NAME               PIC X(12).
      *
       01  COLUMN-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'GEN'.
           05                              PIC X(6)  VALUE 'COPY'.
           05                              PIC X(19) VALUE 'SAVED'.
           05                              PIC X(10) VALUE 'BY'.
           05                              PIC X(7)  VALUE 'RECORDS'.
      *
       01  GENERATION-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  GNL-GENERATION-NO           PIC 9(4).
           05                              PIC X(3)  VALUE SPACES.
           05  GNL-SLOT-NO                 PIC 9.
           05                              PIC X(5)  VALUE SPACES.
           05  GNL-BACKUP-DATE             PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  GNL-BACKUP-TIME             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  GNL-PROGRAM-ID              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  GNL-RECORD-COUNT            PIC ZZZZZZ9.
      *
       01  NONE-HELD-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'NO GENERATIONS HELD'.
      *
       01  REQUEST-LINE.
           05                              PIC X(8)  VALUE 'RESTORE'.
           05  RQL-FILE-NAME               PIC X(12).
           05                              PIC X(11) VALUE
                                           'GENERATION'.
           05  RQL-GENERATION-NO           PIC X(4).
      *
       01  MESSAGE-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  MSL-MESSAGE                 PIC X(50).
      *
       01  BACKUP-LINE.
           05                              PIC X(9)  VALUE 'SAVED'.
           05  BKL-FILE-NAME               PIC X(12).
           05                              PIC X(11) VALUE
                                           'GENERATION'.
           05  BKL-GENERATION-NO           PIC 9(4).
           05                              PIC X(8)  VALUE '   COPY'.
           05  BKL-SLOT-NO                 PIC 9.
           05                              PIC X(11) VALUE
                                           '   RECORDS'.
           05  BKL-RECORD-COUNT            PIC ZZZZZZ9.
      *
       01  ABORT-LINE.
           05                              PIC X(48) VALUE
                 'BACKUP CATALOG LIMIT REACHED - NOTHING RESTORED'.
      *
       01  SUMMARY-LINE.
           05  SL-LABEL                    PIC X(30).
           05  SL-VALUE                    PIC ZZZZZZ9.

      *
       PROCEDURE DIVISION.
      *
       10-RESTORE-GENERATION.

           PERFORM 20-HSKPING-ROUTINE
           PERFORM 30-LOAD-BACKUP-CATALOG

      *    A CATALOG TOO BIG TO TABLE CANNOT BE TRUSTED TO SAY
      *    WHICH COPY HOLDS WHAT.  STOP BEFORE ANYTHING IS PUT BACK.
           IF CATALOG-OVERFLOW
               PERFORM 25-TABLE-LIMIT-ABORT
           END-IF

           PERFORM 27-READ-RESTORE-REQUEST
           PERFORM 100-LIST-GENERATIONS
           IF RESTORE-REQUESTED
               PERFORM 300-RESTORE-GENERATION
           END-IF
           PERFORM 700-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE FROM DATE

           OPEN OUTPUT RESTORE-REPORT-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           PERFORM 40-REPORT-HEADING
       .

       40-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE RESTORE-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE 2 TO PROPER-SPACING
       .

       25-TABLE-LIMIT-ABORT.

           MOVE ABORT-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE RESTORE-REPORT-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN
       .

      *
      *    ONLY THE FIRST CARD IS USED.  A BLANK CARD IS THE SAME AS
      *    NONE.
       27-READ-RESTORE-REQUEST.

           OPEN INPUT RESTORE-REQUEST-FILE
           READ RESTORE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-REQUEST-EOF
               NOT AT END
                   IF RQ-FILE-NAME NOT = SPACES
                       MOVE 'Y' TO WS-REQUEST-SWITCH
                   END-IF
           END-READ
           CLOSE RESTORE-REQUEST-FILE
       .

       30-LOAD-BACKUP-CATALOG.

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

       100-LIST-GENERATIONS.

           MOVE 1 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB > 3
               PERFORM 110-LIST-ONE-FILE
               ADD 1 TO WS-FILE-SUB
           END-PERFORM
       .

       110-LIST-ONE-FILE.

           MOVE FL-FILE-NAME(WS-FILE-SUB) TO FLL-FILE-NAME
           MOVE 2 TO PROPER-SPACING
           MOVE FILE-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 1 TO PROPER-SPACING
           MOVE COLUMN-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 0 TO WS-FILE-GEN-COUNT
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-FILE-NAME(WS-CATALOG-SUB)
                      = FL-FILE-NAME(WS-FILE-SUB)
                   ADD 1 TO WS-FILE-GEN-COUNT
                   PERFORM 120-PRINT-GENERATION-LINE
               END-IF
               ADD 1 TO WS-CATALOG-SUB
           END-PERFORM

           IF WS-FILE-GEN-COUNT = 0
               MOVE NONE-HELD-LINE TO RESTORE-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF
       .

       120-PRINT-GENERATION-LINE.

           MOVE CT-GENERATION-NO(WS-CATALOG-SUB) TO GNL-GENERATION-NO
           MOVE CT-SLOT-NO(WS-CATALOG-SUB) TO GNL-SLOT-NO

           MOVE CT-BACKUP-DATE(WS-CATALOG-SUB) TO WS-EDIT-DATE
           PERFORM 150-EDIT-DATE
           MOVE DATE-OUT TO GNL-BACKUP-DATE

           MOVE CT-BACKUP-TIME(WS-CATALOG-SUB) TO WS-EDIT-TIME
           PERFORM 160-EDIT-TIME
           MOVE TIME-OUT TO GNL-BACKUP-TIME

           MOVE CT-PROGRAM-ID(WS-CATALOG-SUB) TO GNL-PROGRAM-ID
           MOVE CT-RECORD-COUNT(WS-CATALOG-SUB) TO GNL-RECORD-COUNT
           MOVE GENERATION-LINE TO RESTORE-REPORT-RECORD
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

      *
      *    THE GENERATION ASKED FOR IS CHECKED AGAINST THE CATALOG
      *    AND ITS COPY RECOUNTED BEFORE THE LIVE FILE IS TOUCHED.
      *    ANY DOUBT AND THE LIVE FILE IS LEFT AS IT IS.
       300-RESTORE-GENERATION.

           MOVE RQ-FILE-NAME TO RQL-FILE-NAME
           MOVE RQ-GENERATION-NO TO RQL-GENERATION-NO
           MOVE 3 TO PROPER-SPACING
           MOVE REQUEST-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 310-FIND-REQUESTED-GENERATION

           IF WS-FILE-NO = 0
               MOVE 'NOT A FILE THAT IS SAVED - NOTHING RESTORED'
                   TO MSL-MESSAGE
               PERFORM 390-REJECT-REQUEST
           ELSE
               IF WS-MATCHED-IDX = 0
                   MOVE 'GENERATION NOT ON CATALOG - NOTHING RESTORED'
                       TO MSL-MESSAGE
                   PERFORM 390-REJECT-REQUEST
               ELSE
                   PERFORM 320-COUNT-GENERATION-COPY
                   IF WS-COPY-COUNT
                          NOT = CT-RECORD-COUNT(WS-MATCHED-IDX)
                       PERFORM 380-PRINT-COPY-MISMATCH
                       PERFORM 390-REJECT-REQUEST
                   ELSE
                       PERFORM 330-COUNT-LIVE-FILE
                       MOVE WS-LIVE-COUNT TO WS-BEFORE-COUNT
                       PERFORM 900-SAVE-LIVE-FILE
                       IF LIVE-FILE-SAVED
                           PERFORM 340-PUT-GENERATION-BACK
                           PERFORM 330-COUNT-LIVE-FILE
                           MOVE WS-LIVE-COUNT TO WS-AFTER-COUNT
                           PERFORM 370-PRINT-RESTORE-COUNTS
                       ELSE
                           PERFORM 390-REJECT-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *
      *    WS-FILE-NO IS THE FILE'S PLACE ON THE FILE LIST, 0 IF NOT
      *    ON IT.  WS-MATCHED-IDX IS ITS CATALOG ENTRY, 0 IF THE
      *    GENERATION IS NOT CATALOGUED OR NAMES NO COPY.
       310-FIND-REQUESTED-GENERATION.

           MOVE 0 TO WS-FILE-NO
           MOVE 1 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB > 3
               IF FL-FILE-NAME(WS-FILE-SUB) = RQ-FILE-NAME
                   MOVE WS-FILE-SUB TO WS-FILE-NO
               END-IF
               ADD 1 TO WS-FILE-SUB
           END-PERFORM

           MOVE 0 TO WS-MATCHED-IDX
           IF RQ-GENERATION-NO NUMERIC
               MOVE 1 TO WS-CATALOG-SUB
               PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
                   IF CT-FILE-NAME(WS-CATALOG-SUB) = RQ-FILE-NAME
                      AND CT-GENERATION-NO(WS-CATALOG-SUB)
                          = RQ-GENERATION-NO
                      AND CT-SLOT-NO(WS-CATALOG-SUB) > 0
                      AND CT-SLOT-NO(WS-CATALOG-SUB) < 6
                       MOVE WS-CATALOG-SUB TO WS-MATCHED-IDX
                   END-IF
                   ADD 1 TO WS-CATALOG-SUB
               END-PERFORM
           END-IF

           IF WS-MATCHED-IDX > 0
               MOVE CT-SLOT-NO(WS-MATCHED-IDX) TO WS-SLOT-NO
           END-IF
       .

      *
      *    A COPY OVERWRITTEN OR CUT SHORT SINCE IT WAS CATALOGUED
      *    SHOWS UP HERE AS A COUNT THAT NO LONGER AGREES.
       320-COUNT-GENERATION-COPY.

           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 350-OPEN-GENERATION-COPY
           PERFORM 352-READ-GENERATION-COPY
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               ADD 1 TO WS-COPY-COUNT
               PERFORM 352-READ-GENERATION-COPY
           END-PERFORM
           PERFORM 354-CLOSE-GENERATION-COPY
       .

       330-COUNT-LIVE-FILE.

           MOVE 0 TO WS-LIVE-COUNT
           MOVE 'N' TO WS-LIVE-EOF
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN INPUT STUDENT-MASTER-FILE
                   PERFORM UNTIL WS-LIVE-EOF = 'Y'
                       READ STUDENT-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-LIVE-EOF
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-MASTER-FILE
               WHEN 2
                   OPEN INPUT TERM-HISTORY-FILE
                   PERFORM UNTIL WS-LIVE-EOF = 'Y'
                       READ TERM-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-LIVE-EOF
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE TERM-HISTORY-FILE
               WHEN 3
                   OPEN INPUT ADVISOR-FILE
                   PERFORM UNTIL WS-LIVE-EOF = 'Y'
                       READ ADVISOR-FILE
                           AT END
                               MOVE 'Y' TO WS-LIVE-EOF
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE ADVISOR-FILE
           END-EVALUATE
       .

      *
      *    THE LIVE FILE IS REPLACED WHOLE BY THE COPY.  THE MASTER
      *    IS CREATED EMPTY AND LOADED BY KEY, AS MSTCONV LOADS IT.
       340-PUT-GENERATION-BACK.

           MOVE 0 TO WS-DUPLICATE-COUNT
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 350-OPEN-GENERATION-COPY
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN OUTPUT STUDENT-MASTER-FILE
                   CLOSE STUDENT-MASTER-FILE
                   OPEN I-O STUDENT-MASTER-FILE
               WHEN 2
                   OPEN OUTPUT TERM-HISTORY-FILE
               WHEN 3
                   OPEN OUTPUT ADVISOR-FILE
           END-EVALUATE

           PERFORM 352-READ-GENERATION-COPY
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               PERFORM 345-WRITE-LIVE-RECORD
               PERFORM 352-READ-GENERATION-COPY
           END-PERFORM

           EVALUATE WS-FILE-NO
               WHEN 1
                   CLOSE STUDENT-MASTER-FILE
               WHEN 2
                   CLOSE TERM-HISTORY-FILE
               WHEN 3
                   CLOSE ADVISOR-FILE
           END-EVALUATE
           PERFORM 354-CLOSE-GENERATION-COPY
           ADD 1 TO WS-RESTORED-COUNT
       .

       345-WRITE-LIVE-RECORD.

           EVALUATE WS-FILE-NO
               WHEN 1
                   MOVE WS-COPY-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                   END-WRITE
               WHEN 2
                   WRITE HISTORY-RECORD FROM WS-COPY-RECORD
               WHEN 3
                   WRITE ADVISOR-RECORD FROM WS-COPY-RECORD
           END-EVALUATE
       .

       350-OPEN-GENERATION-COPY.

           EVALUATE WS-FILE-NO ALSO WS-SLOT-NO
               WHEN 1 ALSO 1
                   OPEN INPUT MASTER-GEN-FILE-1
               WHEN 1 ALSO 2
                   OPEN INPUT MASTER-GEN-FILE-2
               WHEN 1 ALSO 3
                   OPEN INPUT MASTER-GEN-FILE-3
               WHEN 1 ALSO 4
                   OPEN INPUT MASTER-GEN-FILE-4
               WHEN 1 ALSO 5
                   OPEN INPUT MASTER-GEN-FILE-5
               WHEN 2 ALSO 1
                   OPEN INPUT HISTORY-GEN-FILE-1
               WHEN 2 ALSO 2
                   OPEN INPUT HISTORY-GEN-FILE-2
               WHEN 2 ALSO 3
                   OPEN INPUT HISTORY-GEN-FILE-3
               WHEN 2 ALSO 4
                   OPEN INPUT HISTORY-GEN-FILE-4
               WHEN 2 ALSO 5
                   OPEN INPUT HISTORY-GEN-FILE-5
               WHEN 3 ALSO 1
                   OPEN INPUT DIRECTORY-GEN-FILE-1
               WHEN 3 ALSO 2
                   OPEN INPUT DIRECTORY-GEN-FILE-2
               WHEN 3 ALSO 3
                   OPEN INPUT DIRECTORY-GEN-FILE-3
               WHEN 3 ALSO 4
                   OPEN INPUT DIRECTORY-GEN-FILE-4
               WHEN 3 ALSO 5
                   OPEN INPUT DIRECTORY-GEN-FILE-5
           END-EVALUATE
       .

       352-READ-GENERATION-COPY.

           EVALUATE WS-FILE-NO ALSO WS-SLOT-NO
               WHEN 1 ALSO 1
                   READ MASTER-GEN-FILE-1 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 1 ALSO 2
                   READ MASTER-GEN-FILE-2 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 1 ALSO 3
                   READ MASTER-GEN-FILE-3 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 1 ALSO 4
                   READ MASTER-GEN-FILE-4 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 1 ALSO 5
                   READ MASTER-GEN-FILE-5 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 2 ALSO 1
                   READ HISTORY-GEN-FILE-1 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 2 ALSO 2
                   READ HISTORY-GEN-FILE-2 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 2 ALSO 3
                   READ HISTORY-GEN-FILE-3 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 2 ALSO 4
                   READ HISTORY-GEN-FILE-4 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 2 ALSO 5
                   READ HISTORY-GEN-FILE-5 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 3 ALSO 1
                   READ DIRECTORY-GEN-FILE-1 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 3 ALSO 2
                   READ DIRECTORY-GEN-FILE-2 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 3 ALSO 3
                   READ DIRECTORY-GEN-FILE-3 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 3 ALSO 4
                   READ DIRECTORY-GEN-FILE-4 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
               WHEN 3 ALSO 5
                   READ DIRECTORY-GEN-FILE-5 INTO WS-COPY-RECORD
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                   END-READ
           END-EVALUATE
       .

       354-CLOSE-GENERATION-COPY.

           EVALUATE WS-FILE-NO ALSO WS-SLOT-NO
               WHEN 1 ALSO 1
                   CLOSE MASTER-GEN-FILE-1
               WHEN 1 ALSO 2
                   CLOSE MASTER-GEN-FILE-2
               WHEN 1 ALSO 3
                   CLOSE MASTER-GEN-FILE-3
               WHEN 1 ALSO 4
                   CLOSE MASTER-GEN-FILE-4
               WHEN 1 ALSO 5
                   CLOSE MASTER-GEN-FILE-5
               WHEN 2 ALSO 1
                   CLOSE HISTORY-GEN-FILE-1
               WHEN 2 ALSO 2
                   CLOSE HISTORY-GEN-FILE-2
               WHEN 2 ALSO 3
                   CLOSE HISTORY-GEN-FILE-3
               WHEN 2 ALSO 4
                   CLOSE HISTORY-GEN-FILE-4
               WHEN 2 ALSO 5
                   CLOSE HISTORY-GEN-FILE-5
               WHEN 3 ALSO 1
                   CLOSE DIRECTORY-GEN-FILE-1
               WHEN 3 ALSO 2
                   CLOSE DIRECTORY-GEN-FILE-2
               WHEN 3 ALSO 3
                   CLOSE DIRECTORY-GEN-FILE-3
               WHEN 3 ALSO 4
                   CLOSE DIRECTORY-GEN-FILE-4
               WHEN 3 ALSO 5
                   CLOSE DIRECTORY-GEN-FILE-5
           END-EVALUATE
       .

       370-PRINT-RESTORE-COUNTS.

           MOVE 'RECORDS ON FILE BEFORE' TO SL-LABEL
           MOVE WS-BEFORE-COUNT TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'RECORDS IN GENERATION' TO SL-LABEL
           MOVE CT-RECORD-COUNT(WS-MATCHED-IDX) TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           IF WS-DUPLICATE-COUNT > 0
               MOVE 'DUPLICATE KEYS NOT RESTORED' TO SL-LABEL
               MOVE WS-DUPLICATE-COUNT TO SL-VALUE
               MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           MOVE 'RECORDS ON FILE AFTER' TO SL-LABEL
           MOVE WS-AFTER-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

      *    THE FILE MUST END UP HOLDING EXACTLY WHAT WAS SAVED.
           IF WS-AFTER-COUNT = CT-RECORD-COUNT(WS-MATCHED-IDX)
               MOVE 'RESTORE COMPLETE' TO MSL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE MESSAGE-LINE TO RESTORE-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           ELSE
               MOVE 'FILE DOES NOT MATCH GENERATION - CHECK IT'
                   TO MSL-MESSAGE
               MOVE 2 TO PROPER-SPACING
               MOVE MESSAGE-LINE TO RESTORE-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
       .

       380-PRINT-COPY-MISMATCH.

           MOVE 'RECORDS IN GENERATION' TO SL-LABEL
           MOVE CT-RECORD-COUNT(WS-MATCHED-IDX) TO SL-VALUE
           MOVE 2 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'RECORDS IN COPY' TO SL-LABEL
           MOVE WS-COPY-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'COPY DOES NOT MATCH CATALOG - NOTHING RESTORED'
               TO MSL-MESSAGE
       .

       390-REJECT-REQUEST.

           MOVE 2 TO PROPER-SPACING
           MOVE MESSAGE-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 8 TO RETURN-CODE
       .

       200-WRITE-A-LINE.

           WRITE RESTORE-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .

       700-FINAL-ROUTINE.

           MOVE 'GENERATIONS ON CATALOG' TO SL-LABEL
           MOVE WS-CATALOG-COUNT TO SL-VALUE
           MOVE 3 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'GENERATIONS SAVED' TO SL-LABEL
           MOVE WS-SAVED-COUNT TO SL-VALUE
           MOVE 1 TO PROPER-SPACING
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'GENERATIONS RESTORED' TO SL-LABEL
           MOVE WS-RESTORED-COUNT TO SL-VALUE
           MOVE SUMMARY-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           CLOSE RESTORE-REPORT-FILE
            STOP RUN
            .

      *
      *    SAVE THE LIVE FILE AS ITS NEXT GENERATION BEFORE THE
      *    RESTORE REPLACES IT.  THE NEW GENERATION GOES ON THE
      *    CATALOG ONLY ONCE ITS COPY HAS BEEN READ BACK WHOLE;
      *    WITHOUT ROOM FOR IT, OR WITH A COPY THAT DOES NOT READ
      *    BACK, THE LIVE FILE IS NOT SAVED AND MUST NOT BE TOUCHED.
       900-SAVE-LIVE-FILE.

           MOVE 'N' TO WS-SAVE-SWITCH
           MOVE FL-FILE-NAME(WS-FILE-NO) TO WS-BKP-FILE-NAME
           PERFORM 912-READ-BACKUP-CONTROL
           PERFORM 916-CHOOSE-GENERATION-SLOT

           IF WS-BKP-SLOT-NO = 0
               MOVE 'NO ROOM TO SAVE THE LIVE FILE - NOTHING RESTORED'
                   TO MSL-MESSAGE
           ELSE
               PERFORM 918-REWRITE-BACKUP-CATALOG
               EVALUATE WS-FILE-NO
                   WHEN 1
                       PERFORM 930-COPY-MASTER-FILE
                   WHEN 2
                       PERFORM 935-COPY-HISTORY-FILE
                   WHEN 3
                       PERFORM 940-COPY-DIRECTORY-FILE
               END-EVALUATE

               MOVE WS-BKP-SLOT-NO TO WS-SLOT-NO
               PERFORM 320-COUNT-GENERATION-COPY
               MOVE CT-SLOT-NO(WS-MATCHED-IDX) TO WS-SLOT-NO

               IF WS-COPY-COUNT = WS-BKP-RECORD-COUNT
                   PERFORM 950-CATALOG-NEW-GENERATION
                   ADD 1 TO WS-SAVED-COUNT
                   MOVE 'Y' TO WS-SAVE-SWITCH
               ELSE
                   MOVE 'LIVE FILE SAVE INCOMPLETE - NOTHING RESTORED'
                       TO MSL-MESSAGE
               END-IF
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

      *
      *    THE NEW GENERATION IS NUMBERED ONE PAST THE HIGHEST ON THE
      *    CATALOG FOR THE FILE.  THE OLDEST ARE DROPPED UNTIL THERE
      *    IS ROOM FOR IT UNDER THE NUMBER KEPT -- BUT NEVER THE ONE
      *    BEING RESTORED -- AND IT TAKES THE LOWEST COPY NOT HOLDING
      *    A GENERATION STILL KEPT.  WS-BKP-SLOT-NO IS LEFT ZERO WHEN
      *    THERE IS NO ROOM: THE RESTORED GENERATION IS THE ONLY ONE
      *    LEFT TO DROP, OR THE CATALOG IS FULL.
       916-CHOOSE-GENERATION-SLOT.

           MOVE 0 TO WS-BKP-GENERATION-NO
           MOVE 0 TO WS-BKP-LIVE-COUNT
           MOVE 0 TO WS-BKP-DROP-COUNT
           MOVE 0 TO WS-BKP-SLOT-NO
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

           MOVE 1 TO WS-BKP-OLDEST-SUB
           PERFORM UNTIL WS-BKP-LIVE-COUNT < WS-BKP-KEEP
                         OR WS-BKP-OLDEST-SUB = 0
               PERFORM 917-DROP-OLDEST-GENERATION
               IF WS-BKP-OLDEST-SUB > 0
                   SUBTRACT 1 FROM WS-BKP-LIVE-COUNT
                   ADD 1 TO WS-BKP-DROP-COUNT
               END-IF
           END-PERFORM

           SUBTRACT WS-BKP-DROP-COUNT FROM WS-CATALOG-COUNT
               GIVING WS-BKP-KEPT-COUNT

           IF WS-BKP-LIVE-COUNT < WS-BKP-KEEP
              AND WS-BKP-KEPT-COUNT < 100
               MOVE SPACES TO SLOT-USE-TABLE
               MOVE 1 TO WS-CATALOG-SUB
               PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
                   IF CT-FILE-NAME(WS-CATALOG-SUB) = WS-BKP-FILE-NAME
                      AND CT-DROPPED-SWITCH(WS-CATALOG-SUB) = 'N'
                      AND CT-SLOT-NO(WS-CATALOG-SUB) > 0
                      AND CT-SLOT-NO(WS-CATALOG-SUB) < 6
                       MOVE CT-SLOT-NO(WS-CATALOG-SUB)
                           TO WS-BKP-SLOT-SUB
                       MOVE 'Y' TO SLOT-IN-USE(WS-BKP-SLOT-SUB)
                   END-IF
                   ADD 1 TO WS-CATALOG-SUB
               END-PERFORM

               MOVE 1 TO WS-BKP-SLOT-SUB
               PERFORM UNTIL WS-BKP-SLOT-SUB > 5
                          OR WS-BKP-SLOT-NO > 0
                   IF SLOT-IN-USE(WS-BKP-SLOT-SUB) NOT = 'Y'
                       MOVE WS-BKP-SLOT-SUB TO WS-BKP-SLOT-NO
                   END-IF
                   ADD 1 TO WS-BKP-SLOT-SUB
               END-PERFORM
           END-IF
       .

       917-DROP-OLDEST-GENERATION.

           MOVE 0 TO WS-BKP-OLDEST-SUB
           MOVE 1 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
               IF CT-FILE-NAME(WS-CATALOG-SUB) = WS-BKP-FILE-NAME
                  AND CT-DROPPED-SWITCH(WS-CATALOG-SUB) = 'N'
                  AND WS-CATALOG-SUB NOT = WS-MATCHED-IDX
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
           MOVE BACKUP-LINE TO RESTORE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
