      *  OUTPUT: L5MAINT.TXT  - MAINTENANCE AUDIT REPORT, ONE
      *                         LINE PER TRANSACTION PLUS TOTALS
      *                         WITH BEFORE/AFTER RECORD COUNTS
      *          STUJRNL.TXT  - CHANGE JOURNAL, APPENDED - ONE
      *                         BEFORE/AFTER IMAGE RECORD PER
      *                         CHANGE APPLIED, STAMPED WITH THE
      *                         DATE AND TIME, FOR STURECOV TO
      *                         REPLAY ON TOP OF A STUUNLD BACKUP
      *******
      *  RULES:
      *      ADD     REJECTED IF THE ID IS ALREADY ON THE MASTER.
      *
           SELECT MAINT-REPORT-FILE
               ASSIGN TO PRINTER "L5MAINT.TXT".
      *
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "STUJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MAINT-REPORT-LINE                PIC X(80).
      *
      * AN ADD HAS A BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER
      * IMAGE.  THE IMAGES ARE THE WHOLE 40-BYTE MASTER RECORD.
       FD  JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  JOURNAL-RECORD.
           05  JR-DATE                      PIC 9(8).
           05  JR-TIME                      PIC 9(6).
           05  JR-ACTION                    PIC X.
           05  JR-STUDENT-ID                PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(40).
           05  JR-AFTER-IMAGE               PIC X(40).
           05  FILLER                       PIC X(16).
      *
       WORKING-STORAGE SECTION.
      *
           05  MC-CHANGES                   PIC S9(5)  VALUE +0.
           05  MC-DELETES                   PIC S9(5)  VALUE +0.
           05  MC-REJECTS                   PIC S9(5)  VALUE +0.
           05  MC-JOURNALED                 PIC S9(5)  VALUE +0.
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
      * THE MASTER RECORD AS THE KEYED READ FOUND IT, KEPT FOR THE
      * JOURNAL BEFORE THE CHANGE LANDS IN THE FD AREA.
       01  JOURNAL-WORK-FIELDS.
           05  JW-BEFORE-IMAGE              PIC X(40)  VALUE SPACES.
      *
      ********************OUTPUT AREA*********************************

           OPEN I-O    STUDENT-MASTER-FILE
                INPUT  MAINT-TRANS-FILE
                OUTPUT MAINT-REPORT-FILE
                EXTEND JOURNAL-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

                   MOVE 'Y' TO MS-FOUND-FLAG
           END-READ

           IF MASTER-ID-FOUND
               MOVE MASTER-RECORD TO JW-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO JW-BEFORE-IMAGE
           END-IF

           EVALUATE TRUE
               WHEN ADD-TRANS AND MASTER-ID-FOUND
                   ADD 1 TO MC-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO MC-ADDS
                           MOVE 'ADDED' TO MD-DISPOSITION
                           PERFORM 420-WRITE-JOURNAL
                   END-WRITE
               WHEN CHANGE-TRANS AND MASTER-ID-FOUND
                   IF TA-NAME NOT = SPACES
                       NOT INVALID KEY
                           ADD 1 TO MC-CHANGES
                           MOVE 'CHANGED' TO MD-DISPOSITION
                           PERFORM 420-WRITE-JOURNAL
                   END-REWRITE
               WHEN CHANGE-TRANS
                   ADD 1 TO MC-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO MC-DELETES
                           MOVE 'DELETED' TO MD-DISPOSITION
                           MOVE SPACES TO MASTER-RECORD
                           PERFORM 420-WRITE-JOURNAL
                   END-DELETE
               WHEN DELETE-TRANS
                   ADD 1 TO MC-REJECTS
           WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * ONLY A CHANGE THAT REACHED THE MASTER IS JOURNALED.  THE
      * CALLER LEAVES THE AFTER IMAGE IN THE FD AREA (SPACES FOR A
      * DELETE).  EACH RECORD CARRIES ITS OWN CLOCK READING SO A
      * RECOVERY CAN STOP AT ANY POINT IN THE RUN.
       420-WRITE-JOURNAL.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-CURRENT-DATE TO JR-DATE
           MOVE WS-HHMMSS TO JR-TIME
           MOVE MD-ACTION TO JR-ACTION
           MOVE MD-STUDENT-ID TO JR-STUDENT-ID
           MOVE JW-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO MC-JOURNALED
       .
      *
       800-FINAL-ROUTINE.

           MOVE MC-END-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'JOURNAL RECORDS WRITTEN:' TO TL-LABEL
           MOVE MC-JOURNALED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           CLOSE STUDENT-MASTER-FILE
                 MAINT-TRANS-FILE
                 MAINT-REPORT-FILE
                 JOURNAL-FILE

            STOP RUN
            .
