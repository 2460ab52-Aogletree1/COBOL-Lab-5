      *    RUN'S GRADES-READ OR GPA-WRITES MOVED MORE THAN THE
      *    THRESHOLD PERCENTAGE AGAINST THE RUN BEFORE IT - THE
      *    CHECK THAT WOULD HAVE CAUGHT BOTH TRUNCATED GRADES.TXT
      *    FEEDS.  THE INTEGRITY AUDIT (L5INTEG) APPENDS ITS OWN
      *    PASS/FAIL RECORDS TO THE SAME LOG; THEY GET A SECTION
      *    OF THEIR OWN AND NEVER MIX INTO THE RUN FIGURES.
      *******
      *  INPUT:  PARMCARD.TXT - SAME CARD LAB5ARRAYS READS; THIS
      *                         PROGRAM USES LAST-N-RUNS (57-58)
      *                         AND THE ANOMALY PERCENT (59-61)
      *          L5RUNLOG.TXT - ONE RECORD PER RUN (DATE, TIME,
      *                         COUNTS, OUTCOME), PLUS ONE PER
      *                         INTEGRITY AUDIT (TYPE 'I' IN
      *                         COLUMN 51)
      *******
      *  OUTPUT: L5OPSRPT.TXT - OPERATIONS HEALTH REPORT
      *******
           05  LG-ALERT-WRITES              PIC 9(5).
           05  LG-GPA-WRITES                PIC 9(5).
           05  LG-OUTCOME                   PIC X.
           05  LG-RECORD-TYPE               PIC X.
               88  INTEGRITY-AUDIT-RECORD              VALUE 'I'.
           05  FILLER                       PIC X(9).
      *
      * AN L5INTEG RECORD - FINDING COUNTS WHERE THE RUN COUNTS
      * SIT, OUTCOME 'P' PASS OR 'F' FAIL.
       01  AUDIT-LOG-RECORD.
           05  LA-RUN-DATE                  PIC 9(8).
           05  LA-RUN-TIME                  PIC 9(6).
           05  LA-ERROR-COUNT               PIC 9(5).
           05  LA-WARNING-COUNT             PIC 9(5).
           05  FILLER                       PIC X(25).
           05  LA-OUTCOME                   PIC X.
           05  FILLER                       PIC X(10).
      *
       FD  OPS-REPORT-FILE
           05  RN-SUB                       PIC 999    VALUE 1.
           05  RN-START-SUB                 PIC 999    VALUE 1.
           05  SH-SUB                       PIC 999    VALUE 1.
           05  IT-SUB                       PIC 999    VALUE 1.
           05  IT-START-SUB                 PIC 999    VALUE 1.
      *
       01  RUN-PARAMETERS.
           05  PC-LAST-N                    PIC 99     VALUE 10.
               10  RN-ALERT-WRITES          PIC S9(5).
               10  RN-GPA-WRITES            PIC S9(5).
               10  RN-OUTCOME               PIC X.
      *
      * THE INTEGRITY AUDITS IN THE LOG, NEWEST LAST, ROLLED THE
      * SAME WAY AS THE RUN TABLE.
       01  AUDIT-LOG-TABLE.
           05  IT-ENTRY-COUNT               PIC S999    VALUE +0.
           05  IT-ROLLED-COUNT              PIC S9(5)   VALUE +0.
           05  IT-ENTRY            OCCURS 200 TIMES.
               10  IT-DATE                  PIC 9(8).
               10  IT-TIME                  PIC 9(6).
               10  IT-ERRORS                PIC S9(5).
               10  IT-WARNINGS              PIC S9(5).
               10  IT-OUTCOME               PIC X.
      *
       01  OPS-WORK-FIELDS.
           05  OW-DAY-COUNT                 PIC S9(3)   VALUE +0.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(19)  VALUE
                   'NO VOLUME ANOMALIES'.
      *
       01  AUDIT-SECTION-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(16)  VALUE
                   'INTEGRITY AUDITS'.
      *
       01  AUDIT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(9)   VALUE 'DATE'.
           05                   PIC X(7)   VALUE 'TIME'.
           05                   PIC X(8)   VALUE '  ERRORS'.
           05                   PIC X(8)   VALUE '   WARNS'.
           05                   PIC X(8)   VALUE '  RESULT'.
      *
       01  AUDIT-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  AL-DATE          PIC 9(8).
           05                   PIC X(1)   VALUE SPACE.
           05  AL-TIME          PIC 9(6).
           05  AL-ERRORS        PIC ZZZZZZZ9.
           05  AL-WARNINGS      PIC ZZZZZZZ9.
           05                   PIC X(4)   VALUE SPACE.
           05  AL-RESULT        PIC X(4).
      *
       01  LATEST-AUDIT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(14)  VALUE 'LATEST AUDIT: '.
           05  LT-RESULT        PIC X(4).
           05                   PIC X(4)   VALUE ' ON '.
           05  LT-DATE          PIC 9(8).
           05                   PIC X(1)   VALUE SPACE.
           05  LT-TIME          PIC 9(6).
      *
       01  NO-AUDIT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   'NO INTEGRITY AUDIT ON THE LOG'.
      *
       01  EMPTY-LOG-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  RO-COUNT         PIC ZZZZ9.
           05                   PIC X(22)  VALUE
                   ' OLDEST RUNS ROLLED **'.
      *
       01  AUDIT-ROLLED-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   '** NOTE - AUDIT TABLE FULL,'.
           05  AO-COUNT         PIC ZZZZ9.
           05                   PIC X(24)  VALUE
                   ' OLDEST AUDITS ROLLED **'.

       PROCEDURE DIVISION.

           PERFORM 550-LAST-N-SECTION
           PERFORM 600-ABNORMAL-SECTION
           PERFORM 650-ANOMALY-SECTION
           PERFORM 700-INTEGRITY-SECTION
           PERFORM 800-FINAL-ROUTINE
        .
      *
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF INTEGRITY-AUDIT-RECORD
                           PERFORM 420-POST-AUDIT-ENTRY
                       ELSE
                           PERFORM 410-POST-RUN-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           MOVE LG-GPA-WRITES TO RN-GPA-WRITES(RN-ENTRY-COUNT)
           MOVE LG-OUTCOME TO RN-OUTCOME(RN-ENTRY-COUNT)
       .
      *
       420-POST-AUDIT-ENTRY.

           IF IT-ENTRY-COUNT < 200
               ADD 1 TO IT-ENTRY-COUNT
           ELSE
               ADD 1 TO IT-ROLLED-COUNT
               PERFORM VARYING SH-SUB FROM 1 BY 1
                   UNTIL SH-SUB > 199
                   MOVE IT-ENTRY(SH-SUB + 1) TO IT-ENTRY(SH-SUB)
               END-PERFORM
           END-IF

           MOVE LA-RUN-DATE TO IT-DATE(IT-ENTRY-COUNT)
           MOVE LA-RUN-TIME TO IT-TIME(IT-ENTRY-COUNT)
           MOVE LA-ERROR-COUNT TO IT-ERRORS(IT-ENTRY-COUNT)
           MOVE LA-WARNING-COUNT TO IT-WARNINGS(IT-ENTRY-COUNT)
           MOVE LA-OUTCOME TO IT-OUTCOME(IT-ENTRY-COUNT)
       .
      *
      * THE LOG IS APPEND-ORDERED, SO ONE DAY'S RUNS ARE ADJACENT
      * AND A SIMPLE CONTROL BREAK ON THE DATE COUNTS THEM.
           WRITE OPS-REPORT-LINE FROM ANOMALY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * THE LATEST AUDIT FIRST - IT SAYS WHETHER TONIGHT STARTED
      * WITH CLEAN FILES - THEN THE LAST N AUDITS SIDE BY SIDE.
       700-INTEGRITY-SECTION.

           WRITE OPS-REPORT-LINE FROM AUDIT-SECTION-HEADING
               AFTER ADVANCING 3 LINES

           IF IT-ENTRY-COUNT = ZERO
               WRITE OPS-REPORT-LINE FROM NO-AUDIT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE IT-ENTRY-COUNT TO IT-SUB
               PERFORM 720-SET-AUDIT-RESULT
               MOVE AL-RESULT TO LT-RESULT
               MOVE IT-DATE(IT-SUB) TO LT-DATE
               MOVE IT-TIME(IT-SUB) TO LT-TIME
               WRITE OPS-REPORT-LINE FROM LATEST-AUDIT-LINE
                   AFTER ADVANCING 2 LINES

               WRITE OPS-REPORT-LINE FROM AUDIT-COL-HEADING
                   AFTER ADVANCING 2 LINES

               IF IT-ENTRY-COUNT > PC-LAST-N
                   COMPUTE IT-START-SUB =
                       IT-ENTRY-COUNT - PC-LAST-N + 1
               ELSE
                   MOVE 1 TO IT-START-SUB
               END-IF

               PERFORM VARYING IT-SUB FROM IT-START-SUB BY 1
                   UNTIL IT-SUB > IT-ENTRY-COUNT
                   PERFORM 710-PRINT-AUDIT-LINE
               END-PERFORM
           END-IF
       .
      *
       710-PRINT-AUDIT-LINE.

           MOVE IT-DATE(IT-SUB) TO AL-DATE
           MOVE IT-TIME(IT-SUB) TO AL-TIME
           MOVE IT-ERRORS(IT-SUB) TO AL-ERRORS
           MOVE IT-WARNINGS(IT-SUB) TO AL-WARNINGS
           PERFORM 720-SET-AUDIT-RESULT
           WRITE OPS-REPORT-LINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
       720-SET-AUDIT-RESULT.

           IF IT-OUTCOME(IT-SUB) = 'P'
               MOVE 'PASS' TO AL-RESULT
           ELSE
               MOVE 'FAIL' TO AL-RESULT
           END-IF
       .
      *
       800-FINAL-ROUTINE.

                   AFTER ADVANCING 2 LINES
           END-IF

           IF IT-ROLLED-COUNT > ZERO
               MOVE IT-ROLLED-COUNT TO AO-COUNT
               WRITE OPS-REPORT-LINE FROM AUDIT-ROLLED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE OPS-REPORT-FILE

            STOP RUN
