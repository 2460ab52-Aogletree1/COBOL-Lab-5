       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STUUNLD.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      STUDENT MASTER UNLOAD (BACKUP) UTILITY
      *
      *    WRITES THE INDEXED STUDENT MASTER BACK OUT TO A DATED
      *    SEQUENTIAL BACKUP, IN STUDENT-ID ORDER, FRAMED BY A
      *    HEADER CARRYING THE UNLOAD DATE AND TIME AND A TRAILER
      *    CARRYING THE CONTROL COUNTS.  STURECOV REBUILDS THE
      *    MASTER FROM THIS FILE AND REPLAYS THE STUMAINT JOURNAL
      *    FROM THE HEADER'S DATE AND TIME FORWARD.
      *******
      *  INPUT:  STUMAST.IDX  - INDEXED STUDENT MASTER, READ IN
      *                         KEY ORDER
      *******
      *  OUTPUT: STUBKUP.TXT  - SEQUENTIAL BACKUP:
      *                         'HEADR' ROW - UNLOAD DATE/TIME
      *                         ONE ROW PER MASTER RECORD
      *                         'TRLR ' ROW - RECORD COUNT AND
      *                         COUNTS BY STATUS
      *          L5UNLD.TXT   - UNLOAD REPORT WITH CONTROL COUNTS
      *******
      *  RULES:
      *      THE BACKUP IS REWRITTEN FROM SCRATCH EVERY RUN, SO IT
      *      IS ALWAYS THE LATEST.  THE HEADER AND TRAILER ARE
      *      MARKED IN THE STUDENT-ID POSITION THE SAME WAY THE GPA
      *      EXTRACT MARKS ITS OWN.  STATUS COUNTS FOLLOW THE GRADE
      *      RUN'S RULE: BLANK OR 'A' IS ACTIVE, 'W' IS WITHDRAWN,
      *      ANYTHING ELSE IS COUNTED AS OTHER.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-STUDENT-ID.
      *
           SELECT BACKUP-FILE
               ASSIGN TO "STUBKUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT UNLOAD-REPORT-FILE
               ASSIGN TO PRINTER "L5UNLD.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MS-STUDENT-ID                PIC X(9).
           05  MS-NAME                      PIC X(20).
           05  MS-STATUS                    PIC X.
               88  MS-ACTIVE                           VALUE 'A' ' '.
               88  MS-WITHDRAWN                        VALUE 'W'.
           05  FILLER                       PIC X(10).
      *
       FD  BACKUP-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  BACKUP-RECORD.
           05  BK-STUDENT-ID                PIC X(9).
           05  BK-NAME                      PIC X(20).
           05  BK-STATUS                    PIC X.
           05  FILLER                       PIC X(10).
      *
       01  BACKUP-HEADER-RECORD.
           05  BH-RECORD-ID                 PIC X(9).
           05  BH-UNLOAD-DATE               PIC 9(8).
           05  BH-UNLOAD-TIME               PIC 9(6).
           05  FILLER                       PIC X(17).
      *
       01  BACKUP-TRAILER-RECORD.
           05  BT-RECORD-ID                 PIC X(9).
           05  BT-RECORD-COUNT              PIC 9(7).
           05  BT-ACTIVE-COUNT              PIC 9(7).
           05  BT-WITHDRAWN-COUNT           PIC 9(7).
           05  BT-OTHER-COUNT               PIC 9(7).
           05  FILLER                       PIC X(3).
      *
       FD  UNLOAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  UNLOAD-REPORT-LINE               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  TOTAL-SPACING                PIC 9      VALUE 1.
      *
       01  UNLOAD-COUNTS.
           05  UC-READ-COUNT                PIC S9(7)  VALUE +0.
           05  UC-WRITTEN-COUNT             PIC S9(7)  VALUE +0.
           05  UC-ACTIVE-COUNT              PIC S9(7)  VALUE +0.
           05  UC-WITHDRAWN-COUNT           PIC S9(7)  VALUE +0.
           05  UC-OTHER-COUNT               PIC S9(7)  VALUE +0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
       01  WS-CURRENT-TIME.
           05  WS-HHMMSS                    PIC 9(6).
           05  FILLER                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  UNLOAD-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  UH-DATE.
               10  UH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  UH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  UH-YEAR      PIC 9999.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(28)  VALUE
                   'STUDENT MASTER UNLOAD REPORT'.
      *
       01  UNLOAD-STAMP-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(27)  VALUE
                   'BACKUP STAMP (DATE/TIME): '.
           05  US-DATE          PIC 9(8).
           05                   PIC X      VALUE SPACE.
           05  US-TIME          PIC 9(6).
      *
       01  UNLOAD-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZZZ9.
      *
       01  UNLOAD-BALANCE-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  BL-RESULT        PIC X(50).

       PROCEDURE DIVISION.

       100-UNLOAD-STUDENT-MASTER.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-UNLOAD-RECORDS
           PERFORM 800-FINAL-ROUTINE
        .
      *
      * THE HEADER GOES OUT FIRST SO THE BACKUP IS STAMPED WITH THE
      * MOMENT THE SWEEP STARTED - ANY JOURNAL RECORD AFTER THAT
      * MOMENT IS NOT IN THE BACKUP AND MUST BE REPLAYED.
       200-HSKPING-ROUTINE.
           OPEN INPUT  STUDENT-MASTER-FILE
                OUTPUT BACKUP-FILE
                       UNLOAD-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE WS-MONTH TO UH-MONTH
           MOVE WS-DAY TO UH-DAY
           MOVE WS-YEAR TO UH-YEAR

           WRITE UNLOAD-REPORT-LINE FROM UNLOAD-HEADING-1
               AFTER ADVANCING PAGE

           MOVE SPACES TO BACKUP-HEADER-RECORD
           MOVE 'HEADR' TO BH-RECORD-ID
           MOVE WS-CURRENT-DATE TO BH-UNLOAD-DATE
           MOVE WS-HHMMSS TO BH-UNLOAD-TIME
           WRITE BACKUP-HEADER-RECORD

           MOVE WS-CURRENT-DATE TO US-DATE
           MOVE WS-HHMMSS TO US-TIME
           WRITE UNLOAD-REPORT-LINE FROM UNLOAD-STAMP-LINE
               AFTER ADVANCING 2 LINES
       .
      *
      * SEQUENTIAL ACCESS READS THE INDEX IN KEY ORDER, SO THE
      * BACKUP COMES OUT SORTED AND RELOADS WITHOUT A SORT.
       400-UNLOAD-RECORDS.

           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO UC-READ-COUNT
                       EVALUATE TRUE
                           WHEN MS-ACTIVE
                               ADD 1 TO UC-ACTIVE-COUNT
                           WHEN MS-WITHDRAWN
                               ADD 1 TO UC-WITHDRAWN-COUNT
                           WHEN OTHER
                               ADD 1 TO UC-OTHER-COUNT
                       END-EVALUATE
                       MOVE MASTER-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO UC-WRITTEN-COUNT
               END-READ
           END-PERFORM
       .
      *
       800-FINAL-ROUTINE.

           MOVE SPACES TO BACKUP-TRAILER-RECORD
           MOVE 'TRLR ' TO BT-RECORD-ID
           MOVE UC-WRITTEN-COUNT TO BT-RECORD-COUNT
           MOVE UC-ACTIVE-COUNT TO BT-ACTIVE-COUNT
           MOVE UC-WITHDRAWN-COUNT TO BT-WITHDRAWN-COUNT
           MOVE UC-OTHER-COUNT TO BT-OTHER-COUNT
           WRITE BACKUP-TRAILER-RECORD

           MOVE 2 TO TOTAL-SPACING
           MOVE 'MASTER RECORDS READ:' TO TL-LABEL
           MOVE UC-READ-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'BACKUP RECORDS WRITTEN:' TO TL-LABEL
           MOVE UC-WRITTEN-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  ACTIVE:' TO TL-LABEL
           MOVE UC-ACTIVE-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  WITHDRAWN:' TO TL-LABEL
           MOVE UC-WITHDRAWN-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  OTHER STATUS:' TO TL-LABEL
           MOVE UC-OTHER-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

      * THE STATUS COUNTS MUST ADD BACK TO THE RECORDS WRITTEN AND
      * THE RECORDS WRITTEN TO THE RECORDS READ.
           IF UC-WRITTEN-COUNT = UC-READ-COUNT
               AND UC-ACTIVE-COUNT + UC-WITHDRAWN-COUNT
                   + UC-OTHER-COUNT = UC-WRITTEN-COUNT
               MOVE 'BACKUP BALANCED TO THE MASTER' TO BL-RESULT
           ELSE
               MOVE '** BACKUP OUT OF BALANCE - DO NOT USE **'
                   TO BL-RESULT
           END-IF
           WRITE UNLOAD-REPORT-LINE FROM UNLOAD-BALANCE-LINE
               AFTER ADVANCING 2 LINES

           CLOSE STUDENT-MASTER-FILE
                 BACKUP-FILE
                 UNLOAD-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE UNLOAD-REPORT-LINE FROM UNLOAD-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
