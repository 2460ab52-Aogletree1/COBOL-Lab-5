      *                         SUPPLIES THE STUDENT NAME)
      *          CLASSREF.TXT - VALID CLASS CODES
      *          WEIGHTS.TXT  - VALID (CLASS, TYPE) PAIRS
      *          ENROLL.TXT   - CLASS ENROLLMENT ROSTER FROM
      *                         ENRMAINT - VALID (CLASS, ID) PAIRS
      *******
      *  OUTPUT: GRADES.TXT   - CLEAN GRADE FILE READY FOR THE
      *                         MAIN RUN, TRLR TRAILER INCLUDED
      *      ENTRY RE-KEYS IT AT THE SOURCE; A SYNTHESIZED SLOT
      *      WOULD HAVE NO ASSESSMENT TYPE AND COULD NEVER ENTER
      *      THE WEIGHTED AVERAGE.  A DUPLICATE SLOT WITHIN ONE
      *      SHEET REJECTS THE SECOND ROW.  A ROW FOR A STUDENT
      *      WHO IS NOT ON THE CLASS ROSTER (NEVER ENROLLED, OR
      *      DROPPED ON OR BEFORE THE RUN DATE) IS REJECTED; AN
      *      EMPTY OR MISSING ROSTER TURNS THE CHECK OFF.
      *********************************************
       ENVIRONMENT DIVISION.
      *
           SELECT WEIGHT-CONTROL-FILE
               ASSIGN TO "WEIGHTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "ENROLL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT GRADE-OUTPUT-FILE
               ASSIGN TO "GRADES.TXT"
           05  WT-TYPE-CODE                 PIC X.
           05  WT-WEIGHT                    PIC 9(3).
           05  FILLER                       PIC X(11).
      *
       FD  ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  ENROLL-RECORD.
           05  EN-CLASS-CODE                PIC X(5).
           05  EN-STUDENT-ID                PIC X(9).
           05  EN-ENROLL-DATE               PIC 9(8).
           05  EN-DROP-DATE                 PIC 9(8).
           05  FILLER                       PIC X(10).
      *
       FD  GRADE-OUTPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 WEIGHT-FOUND                         VALUE 'Y'.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  RS-SUB                       PIC 9(4)   VALUE 1.
           05  RS-FOUND-FLAG                PIC X      VALUE 'N'.
               88 STUDENT-ENROLLED                     VALUE 'Y'.
           05  ROW-OK-FLAG                  PIC X      VALUE 'Y'.
               88 ROW-IS-GOOD                          VALUE 'Y'.
           05  SHEET-OK-FLAG                PIC X      VALUE 'Y'.
               10  WG-CLASS-CODE            PIC X(5).
               10  WG-TYPE-CODE             PIC X.
      *
      * ACTIVE ENROLLMENTS FROM ENROLL.TXT - ROWS DROPPED ON OR
      * BEFORE THE RUN DATE ARE NOT LOADED, SO A SCORE FOR A
      * DROPPED STUDENT FAILS THE ROSTER CHECK LIKE ANY OTHER.
       01  ROSTER-TABLE.
           05  RS-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  RS-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  RS-ENTRY            OCCURS 3000 TIMES.
               10  RS-CLASS-CODE            PIC X(5).
               10  RS-STUDENT-ID            PIC X(9).
      *
      * THE SHEET BEING ASSEMBLED - ONE SLOT PER ROW ACCEPTED,
      * FLUSHED TO GRADES.TXT WHEN THE CLASS/STUDENT KEY CHANGES,
      * OR HELD WHOLE IF THE SLOT NUMBERING HAS A GAP.
           05  EC-ROWS-READ                 PIC S9(5)  VALUE +0.
           05  EC-ROWS-ACCEPTED             PIC S9(5)  VALUE +0.
           05  EC-ROWS-REJECTED             PIC S9(5)  VALUE +0.
           05  EC-NOT-ENROLLED              PIC S9(5)  VALUE +0.
           05  EC-GAP-SLOTS                 PIC S9(5)  VALUE +0.
           05  EC-SHEETS-HELD               PIC S9(5)  VALUE +0.
           05  EC-RECORDS-OUT               PIC S9(5)  VALUE +0.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZ9.
      *
       01  ROSTER-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - ROSTER TABLE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  TOTAL-SPACING        PIC 9      VALUE 1.


           PERFORM 250-LOAD-CLASS-REF
           PERFORM 260-LOAD-WEIGHT-TABLE
           PERFORM 270-LOAD-ROSTER
           PERFORM 230-RESET-BUILD-AREA
       .
      *
           CLOSE WEIGHT-CONTROL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       270-LOAD-ROSTER.

           OPEN INPUT ENROLL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ ENROLL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF EN-DROP-DATE = ZEROS
                           OR EN-DROP-DATE > WS-CURRENT-DATE
                           IF RS-ENTRY-COUNT < 3000
                               ADD 1 TO RS-ENTRY-COUNT
                               MOVE EN-CLASS-CODE
                                   TO RS-CLASS-CODE(RS-ENTRY-COUNT)
                               MOVE EN-STUDENT-ID
                                   TO RS-STUDENT-ID(RS-ENTRY-COUNT)
                           ELSE
                               ADD 1 TO RS-DROPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENROLL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       400-READ-SCAN-FILE.


           PERFORM 430-VALIDATE-STUDENT-ID
           PERFORM 440-VALIDATE-CLASS-CODE
           PERFORM 445-CHECK-ROSTER
           PERFORM 450-MAP-ASSESS-CODE

           EVALUATE TRUE
               WHEN NOT CLASS-CODE-FOUND
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'UNKNOWN CLASS CODE' TO ED-REASON
               WHEN NOT STUDENT-ENROLLED
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'NOT ON CLASS ROSTER' TO ED-REASON
                   ADD 1 TO EC-NOT-ENROLLED
               WHEN EW-TYPE = SPACE
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'UNKNOWN ASSESS CODE' TO ED-REASON
           END-PERFORM
       .
      *
      * NO ROSTER LOADED MEANS NO ROSTER CHECK - A SITE THAT HAS
      * NOT BUILT ENROLL.TXT YET EDITS EXACTLY AS BEFORE.  ONCE THE
      * TABLE HAS FILLED A MISS IS NOT A REJECT EITHER, SINCE THE
      * ENROLLMENT MAY BE ONE OF THE DROPPED ROWS.
       445-CHECK-ROSTER.

           IF RS-ENTRY-COUNT = ZERO
               MOVE 'Y' TO RS-FOUND-FLAG
           ELSE
               MOVE 'N' TO RS-FOUND-FLAG
               PERFORM VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > RS-ENTRY-COUNT
                      OR STUDENT-ENROLLED
                   IF SC-CLASS-CODE = RS-CLASS-CODE(RS-SUB)
                       AND SC-STUDENT-ID = RS-STUDENT-ID(RS-SUB)
                       MOVE 'Y' TO RS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF RS-DROPPED-COUNT > ZERO
                   MOVE 'Y' TO RS-FOUND-FLAG
               END-IF
           END-IF
       .
      *
      * VENDOR ASSESSMENT CODE ONTO THE TYPE CODE WEIGHTS.TXT
      * EXPECTS - SPACE MEANS THE CODE DID NOT MAP.
       450-MAP-ASSESS-CODE.
           MOVE EC-ROWS-REJECTED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ROWS NOT ON ROSTER:' TO TL-LABEL
           MOVE EC-NOT-ENROLLED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'SLOT GAPS FLAGGED:' TO TL-LABEL
           MOVE EC-GAP-SLOTS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE
           MOVE EC-RECORDS-OUT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF RS-DROPPED-COUNT > ZERO
               MOVE RS-DROPPED-COUNT TO RL-DROPPED
               WRITE EDIT-LISTING-LINE FROM ROSTER-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE STUDENT-MASTER-FILE
                 GRADE-OUTPUT-FILE
                 EDIT-LISTING-FILE
